      * O FECHO DO RELATORIO CONCILIA O BRUTO TOTAL PAGO COM A
      * PROVISAO ACUMULADA NO ANO (CREDITOS DA CONTA DE PROVISAO DO
      * 13O DO PARMPROV DENTRO DO PROVCONT).
      *
      * CADA LINHA DO FOLHA13 VAI TAMBEM PARA O HISTORICO PERMANENTE
      * DE FOLHA (HISTFOL, EM EXTEND, TIPO 'D'), NO MES DA DATA DE
      * REFERENCIA, PARA O INFORME DE RENDIMENTOS DO PU8EXF53.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT HISTFOL         ASSIGN TO UT-S-HISTFOL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTFOL.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
      * EXTRATO DO 13O, NO LAYOUT FOLHALIQ, PARA O PU8EXE53.
      *
       FD FOLHA13
          RECORD      CONTAINS    81 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-FOLHA13.
          05 INSS-LIQ             PIC 9(07)V99.
          05 IRRF-LIQ             PIC 9(07)V99.
          05 SALARIO-NETO         PIC 9(07)V99.
          05 BENEF-LIQ            PIC 9(07)V99.
      *
      * HISTORICO PERMANENTE DE FOLHA, GRAVADO EM EXTEND.
      *
       FD HISTFOL
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-HISTFOL.
       COPY HISTFOL.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
       77 FS-PROVCONT             PIC X(02) VALUE SPACES.
       77 FS-PARMPROV             PIC X(02) VALUE SPACES.
       77 FS-FOLHA13              PIC X(02) VALUE SPACES.
       77 FS-HISTFOL              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
                       PARMPROV
                       PARMDATA
                OUTPUT FOLHA13
                       RELATO
                EXTEND HISTFOL.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-03-FS-PROVCONT.
           PERFORM 001-04-FS-FOLHA13.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-08-FS-HISTFOL.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-HISTFOL          SECTION.
      *================================================================*
           MOVE 'HISTFOL'         TO FS-ARQUIVO.
           MOVE FS-HISTFOL        TO FS-COD-STATUS.

           IF FS-HISTFOL NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-TABFOLHA   SECTION.
      *================================================================*
           MOVE WS-VLR-BRUTO-13   TO SALARIO-LIQ.
           MOVE WS-VLR-INSS       TO INSS-LIQ.
           MOVE WS-VLR-IRRF       TO IRRF-LIQ.
           MOVE ZEROS             TO BENEF-LIQ.

           COMPUTE SALARIO-NETO =
               WS-VLR-BRUTO-13 - WS-VLR-INSS - WS-VLR-IRRF.
           PERFORM 001-04-FS-FOLHA13.
           ADD 1                  TO ACUM-GRAVADOS.

           PERFORM 003-07-GRAVAR-HISTFOL.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.


       003-06-FIM.                EXIT.

      *================================================================*
       003-07-GRAVAR-HISTFOL      SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-HISTFOL.

           MOVE CODIGO-LIQ        TO CODIGO-HFO.
           MOVE NOME-LIQ          TO NOME-HFO.
           MOVE SECAO-LIQ         TO SECAO-HFO.
           MOVE WS-DATA-REF (1:6) TO ANOMES-HFO.
           MOVE 'D'               TO TIPO-HFO.
           MOVE SALARIO-LIQ       TO BRUTO-HFO.
           MOVE INSS-LIQ          TO INSS-HFO.
           MOVE IRRF-LIQ          TO IRRF-HFO.
           MOVE SALARIO-NETO      TO LIQUIDO-HFO.

           WRITE REG-HISTFOL.
           PERFORM 001-08-FS-HISTFOL.

       003-07-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC
                 FOLHA13
                 RELATO
                 HISTFOL.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-04-FS-FOLHA13.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-08-FS-HISTFOL.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.
