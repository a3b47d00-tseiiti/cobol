      *================================================================*
      *  COPY CUSTPAD                                                 *
      *  LAYOUT DO CADASTRO DE CUSTO PADRAO CONGELADO (REG-CUSTPAD),  *
      *  UM REGISTRO POR ITEM DA ESTRUTURA (CADPRO). GERADO PELO      *
      *  ROLL-UP DE CUSTO PADRAO (PU8EXF22) NO ARQUIVO CUSTPADN E     *
      *  PROMOVIDO A CUSTPAD DEPOIS DE APROVADO PELA CONTROLADORIA.   *
      *  E O CUSTO PADRAO LIDO PELO PU8EXE89 E PELA EXPLOSAO DO       *
      *  PU8EXE14 NO LUGAR DO CUSTO DIGITADO NA LIGACAO DO CADPRO.    *
      *                                                                *
      *  ORIGEM-CPD:  'C' = ITEM COMPRADO (PR-UNITARIO DO CADPECA)    *
      *               'F' = ITEM FABRICADO (SOMA DOS COMPONENTES)     *
      *               'D' = SEM PRECO NO CADPECA, MANTIDO O CUSTO     *
      *                     DIGITADO NA LIGACAO DO CADPRO             *
      *  DATA-CPD: DATA DE REFERENCIA DO ROLL-UP QUE GEROU O CUSTO.   *
      *================================================================*
       01 REG-CUSTPAD.
          05 COD-ITEM-CPD         PIC 9(05).
          05 CUSTO-CPD            PIC 9(07)V99.
          05 ORIGEM-CPD           PIC X(01).
          05 DATA-CPD             PIC 9(08).
          05 FILLER               PIC X(07).
