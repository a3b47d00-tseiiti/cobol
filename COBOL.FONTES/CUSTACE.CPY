      *================================================================*
      *  COPY CUSTACE                                                 *
      *  LAYOUT DO DOCUMENTO DE CUSTO ACESSORIO DE COMPRA             *
      *  (REG-CUSTACE) - FRETE, SEGURO, IMPOSTO DE IMPORTACAO OU      *
      *  OUTRA DESPESA - LIGADO A UM PEDIDO DE COMPRA. RATEADO PELO   *
      *  PU8EXF25 SOBRE OS RECEBIMENTOS 'E' DO PEDIDO NO MOVPECA      *
      *  ANTES DA BAIXA NO CADPECA (PU8EXE28). DOCUMENTO DE PEDIDO    *
      *  AINDA SEM RECEBIMENTO VOLTA NO MESMO LAYOUT NO ARQUIVO DE    *
      *  PENDENTES (CUSTPEN), PARA ENTRAR NO PROXIMO PROCESSAMENTO.   *
      *                                                                *
      *  TIPO-CAC:  'F' = FRETE       'S' = SEGURO                    *
      *             'I' = IMPOSTO DE IMPORTACAO  'O' = OUTROS         *
      *  CRIT-CAC:  'V' = RATEIO PELO VALOR DOS RECEBIMENTOS          *
      *             'Q' = RATEIO PELA QUANTIDADE RECEBIDA             *
      *================================================================*
       01 REG-CUSTACE.
          05 NUM-PED-CAC          PIC 9(06).
          05 DOC-CAC              PIC X(10).
          05 TIPO-CAC             PIC X(01).
          05 CRIT-CAC             PIC X(01).
          05 VLR-CAC              PIC 9(09)V99.
          05 DATA-CAC             PIC 9(08).
          05 FILLER               PIC X(03).
