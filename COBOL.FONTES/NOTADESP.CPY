      *================================================================*
      *  COPY NOTADESP                                                *
      *  LAYOUT DAS NOTAS DE FORNECEDOR SEM PEDIDO DE COMPRA          *
      *  (SERVICOS E DESPESAS: ALUGUEL, CONSUMO, MANUTENCAO ETC.)     *
      *  (REG-NOTADESP), DIGITADAS PELO CONTAS A PAGAR COM A CONTA    *
      *  DE DESPESA E O CENTRO DE CUSTO. O PU8EXF31 CRITICA E GRAVA   *
      *  AS VALIDAS NO NOTADESV, NO MESMO LAYOUT, QUE O PU8EXE81      *
      *  INCLUI NA CARTEIRA DE CONTAS A PAGAR.                        *
      *================================================================*
      *  CC-NDS EM BRANCO E O CENTRO GERAL '000' (NO NOTADESV JA SAI
      *  PREENCHIDO).
      *
       01 REG-NOTADESP.
          05 FORN-NDS             PIC X(05).
          05 DOC-NDS              PIC X(10).
          05 DATA-NDS             PIC 9(08).
          05 DATA-NDS-R           REDEFINES DATA-NDS.
             10 ANO-NDS           PIC 9(04).
             10 MES-NDS           PIC 9(02).
             10 DIA-NDS           PIC 9(02).
          05 VALOR-NDS            PIC 9(11)V99.
          05 CONTA-NDS            PIC X(10).
          05 CC-NDS               PIC X(03).
          05 HIST-NDS             PIC X(20).
          05 FILLER               PIC X(11).
