      * 'DV' + PEDIDO) PARA O FLUXO DE BAIXA; A NOTA DE CREDITO QUE
      * ABATE O CONTAS A RECEBER (CREDNOTA, NO LAYOUT DO PAGTCLI DO
      * PU8EXE94, VALOR AO PRECO DA FATURA); E A LINHA DO HISTORICO.
      * A NOTA DE CREDITO LEVA O MATERIAL DEVOLVIDO NAS POSICOES
      * 26-30 (LIVRES NO PAGTCLI), PARA QUE A CONTABILIZACAO DO
      * FATURAMENTO (PU8EXF35) ESTORNE A RECEITA NA CONTA DO GRUPO
      * DO MATERIAL.
      * O ICMS E O IPI DESTACADOS NA FATURA TAMBEM VOLTAM AO CLIENTE,
      * NA PROPORCAO DA QUANTIDADE DEVOLVIDA SOBRE A FATURADA: CADA
      * IMPOSTO DIFERENTE DE ZERO GERA UM REGISTRO NO CREDIMP (MESMO
      * LAYOUT DO PAGTCLI, COM 'ICMS' OU 'IPI' NAS POSICOES 26-30),
      * QUE ABATE O RESTANTE DA NOTA NO CONTAS A RECEBER E E
      * ESTORNADO DAS CONTAS DE IMPOSTOS A RECOLHER PELO PU8EXF35.
      * O CREDNOTA CONTINUA SO COM A MERCADORIA.
      * DEVOLUCAO INVALIDA VAI PARA O SUSPENSO (DEVSUS) COM O
      * MOTIVO. O FECHO DO RELATORIO RESUME AS DEVOLUCOES DO MES DE
      * REFERENCIA POR MATERIAL E CODIGO DE MOTIVO, A PARTIR DO
           SELECT CREDNOTA        ASSIGN TO UT-S-CREDNOTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CREDNOTA.
      *
           SELECT CREDIMP         ASSIGN TO UT-S-CREDIMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CREDIMP.
      *
           SELECT DEVSUS          ASSIGN TO UT-S-DEVSUS
                                  ACCESS SEQUENTIAL
          05 FILLER               PIC X(04).
      *
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
      *
      * HISTORICO DE DEVOLUCOES ACEITAS, ACUMULADO A CADA EXECUCAO.
      *
          05 NUM-PED-CRD          PIC 9(06).
          05 VALOR-CRD            PIC 9(09)V99.
          05 DATA-CRD             PIC 9(08).
          05 COD-MAT-CRD          PIC 9(05).
      *
      * ICMS E IPI PROPORCIONAIS DAS NOTAS DE CREDITO, TAMBEM NO
      * LAYOUT DO PAGTCLI (TIPO DO IMPOSTO NAS POSICOES LIVRES).
      *
       FD CREDIMP
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CREDIMP.
       01 REG-CREDIMP.
          05 NUM-PED-CIM          PIC 9(06).
          05 VALOR-CIM            PIC 9(09)V99.
          05 DATA-CIM             PIC 9(08).
          05 TIPO-IMP-CIM         PIC X(05).
      *
      * DEVOLUCOES RECUSADAS, COM A IMAGEM ORIGINAL E O MOTIVO.
      *
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
       77 WS-PERIODO-REF          PIC 9(06) VALUE ZEROS.
      *
      *  FATURAS EM TABELA (PEDIDO+MATERIAL, QTD FATURADA, PRECO E
      *  IMPOSTOS DESTACADOS) E QUANTIDADE JA DEVOLVIDA POR FATURA
      *  (DO HISTORICO)
      *
       01 WS-TAB-FAT.
          05 WS-TAB-FAT-QTD       PIC 9(03) VALUE ZEROS.
             10 WS-TAB-FAT-QTDE   PIC 9(05).
             10 WS-TAB-FAT-PRECO  PIC 9(07)V99.
             10 WS-TAB-FAT-DEVOLV PIC 9(05).
             10 WS-TAB-FAT-ICMS   PIC 9(09)V99.
             10 WS-TAB-FAT-IPI    PIC 9(09)V99.
      *
      *  RESUMO DO MES POR MATERIAL E MOTIVO
      *
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO               PIC X(30) VALUE SPACES.
       77 WS-VLR-DEVOLUCAO        PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-ICMS-DEV         PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-IPI-DEV          PIC 9(09)V99 VALUE ZEROS.
       77 WS-MAT-TRAB             PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO-TRAB          PIC X(02) VALUE SPACES.
       77 WS-QTD-TRAB             PIC 9(05) VALUE ZEROS.
       77 ACUM-ACEITAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-CREDITADO      PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-ICMS           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-IPI            PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-HISTDEV              PIC X(02) VALUE SPACES.
       77 FS-MOVDEV               PIC X(02) VALUE SPACES.
       77 FS-CREDNOTA             PIC X(02) VALUE SPACES.
       77 FS-CREDIMP              PIC X(02) VALUE SPACES.
       77 FS-DEVSUS               PIC X(02) VALUE SPACES.
       77 FS-HISTDEVN             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL CREDITADO      :'.
          05 TOT004-VLR-CREDITADO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'ICMS CREDITADO (CREDIMP)   :'.
          05 TOT005-VLR-ICMS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'IPI CREDITADO (CREDIMP)    :'.
          05 TOT006-VLR-IPI       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
                       PARMDATA
                OUTPUT MOVDEV
                       CREDNOTA
                       CREDIMP
                       DEVSUS
                       HISTDEVN
                       RELATO.
           PERFORM 001-07-FS-DEVSUS.
           PERFORM 001-08-FS-HISTDEVN.
           PERFORM 001-09-FS-RELATO.
           PERFORM 001-10-FS-CREDIMP.

       001-01-FIM.                EXIT.


       001-09-FIM.                EXIT.

      *================================================================*
       001-10-FS-CREDIMP          SECTION.
      *================================================================*
           MOVE 'CREDIMP'         TO FS-ARQUIVO.
           MOVE FS-CREDIMP        TO FS-COD-STATUS.

           IF FS-CREDIMP NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE PRECO-UNIT-FAT    TO
               WS-TAB-FAT-PRECO (WS-TAB-FAT-QTD).
           MOVE ZEROS             TO
               WS-TAB-FAT-DEVOLV (WS-TAB-FAT-QTD)
               WS-TAB-FAT-ICMS (WS-TAB-FAT-QTD)
               WS-TAB-FAT-IPI (WS-TAB-FAT-QTD).

           IF VLR-ICMS-FAT NUMERIC
               MOVE VLR-ICMS-FAT  TO
                   WS-TAB-FAT-ICMS (WS-TAB-FAT-QTD).

           IF VLR-IPI-FAT NUMERIC
               MOVE VLR-IPI-FAT   TO
                   WS-TAB-FAT-IPI (WS-TAB-FAT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
               QTD-DEV * WS-TAB-FAT-PRECO (WS-ACHADO).
           ADD WS-VLR-DEVOLUCAO   TO ACUM-VLR-CREDITADO.

           COMPUTE WS-VLR-ICMS-DEV ROUNDED =
               WS-TAB-FAT-ICMS (WS-ACHADO) * QTD-DEV
               / WS-TAB-FAT-QTDE (WS-ACHADO).
           COMPUTE WS-VLR-IPI-DEV ROUNDED =
               WS-TAB-FAT-IPI (WS-ACHADO) * QTD-DEV
               / WS-TAB-FAT-QTDE (WS-ACHADO).
           ADD WS-VLR-ICMS-DEV    TO ACUM-VLR-ICMS.
           ADD WS-VLR-IPI-DEV     TO ACUM-VLR-IPI.

      *    REENTRADA NO ESTOQUE
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-MOVDEV.
           MOVE NUM-PED-DEV       TO NUM-PED-CRD.
           MOVE WS-VLR-DEVOLUCAO  TO VALOR-CRD.
           MOVE DATA-DEV          TO DATA-CRD.
           MOVE COD-MAT-DEV       TO COD-MAT-CRD.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CREDNOTA.
           PERFORM 001-06-FS-CREDNOTA.

      *    IMPOSTOS PROPORCIONAIS DA NOTA DE CREDITO
           IF WS-VLR-ICMS-DEV GREATER ZEROS
               MOVE SPACES        TO REG-CREDIMP
               MOVE NUM-PED-DEV   TO NUM-PED-CIM
               MOVE WS-VLR-ICMS-DEV TO VALOR-CIM
               MOVE DATA-DEV      TO DATA-CIM
               MOVE 'ICMS'        TO TIPO-IMP-CIM
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CREDIMP
               PERFORM 001-10-FS-CREDIMP.

           IF WS-VLR-IPI-DEV GREATER ZEROS
               MOVE SPACES        TO REG-CREDIMP
               MOVE NUM-PED-DEV   TO NUM-PED-CIM
               MOVE WS-VLR-IPI-DEV TO VALOR-CIM
               MOVE DATA-DEV      TO DATA-CIM
               MOVE 'IPI'         TO TIPO-IMP-CIM
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CREDIMP
               PERFORM 001-10-FS-CREDIMP.

      *    HISTORICO
           MOVE SPACES            TO REG-HISTDEV.
           MOVE NUM-PED-DEV       TO NUM-PED-HDV.
           MOVE ACUM-ACEITAS      TO TOT002-ACEITAS.
           MOVE ACUM-RECUSADAS    TO TOT003-RECUSADAS.
           MOVE ACUM-VLR-CREDITADO TO TOT004-VLR-CREDITADO.
           MOVE ACUM-VLR-ICMS     TO TOT005-VLR-ICMS.
           MOVE ACUM-VLR-IPI      TO TOT006-VLR-IPI.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-09-FS-RELATO.
           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-09-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVDEV
                 CREDNOTA
                 CREDIMP
                 DEVSUS
                 HISTDEVN
                 RELATO.
           PERFORM 001-05-FS-MOVDEV.
           PERFORM 001-06-FS-CREDNOTA.
           PERFORM 001-10-FS-CREDIMP.
           PERFORM 001-07-FS-DEVSUS.
           PERFORM 001-08-FS-HISTDEVN.
           PERFORM 001-09-FS-RELATO.
