      *================================================================*
      *  COPY ALTCOMP                                                 *
      *  LAYOUT DO CADASTRO DE COMPONENTES ALTERNATIVOS (REG-ALTCOMP),*
      *  APROVADOS PELA ENGENHARIA: PARA O ITEM PAI E O COMPONENTE    *
      *  PRINCIPAL DE UMA LIGACAO DO CADPRO, UM SUBSTITUTO ACEITO.    *
      *  UM MESMO PRINCIPAL PODE TER VARIOS SUBSTITUTOS, ESCOLHIDOS   *
      *  PELA MENOR PRIORIDADE QUE TENHA SALDO.                       *
      *                                                                *
      *  FATOR-ALT: QUANTIDADE DO SUBSTITUTO QUE EQUIVALE A UMA       *
      *  UNIDADE DO PRINCIPAL (ZEROS = 1 PARA 1). A QUANTIDADE DO     *
      *  SUBSTITUTO E ARREDONDADA PARA CIMA.                          *
      *                                                                *
      *  USADO NA LIBERACAO (PU8EXE88), QUE RESERVA O SUBSTITUTO NA   *
      *  FALTA DO PRINCIPAL, E NO APONTAMENTO (PU8EXE62), QUE CONSOME *
      *  O COMPONENTE EFETIVAMENTE RESERVADO PARA A ORDEM.            *
      *================================================================*
       01 REG-ALTCOMP.
          05 COD-ITEM-PAI-ALT     PIC 9(05).
          05 COD-PECA-PRI-ALT     PIC 9(05).
          05 COD-PECA-SUB-ALT     PIC 9(05).
          05 FATOR-ALT            PIC 9(03)V9999.
          05 PRIOR-ALT            PIC 9(02).
          05 FILLER               PIC X(06).
