       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * GRAVAR ARQUIVO DE CONTA CORRENTE E LISTAR CORRENTISTAS.
      *
      * CONTA ENCERRADA PELO PU8EXF65 (HISTORICO CTENCER) NAO ENTRA
      * MAIS NO CTCORGER - E POR ISSO TAMBEM SAI DO SALDOCON, QUE O
      * PU8EXE58 GRAVA A PARTIR DO CTCORGER. SO FICA DE FORA O
      * CADASTRO DO BANCO COM DATA ATE O ENCERRAMENTO: CADASTRO
      * POSTERIOR E REABERTURA DA CONTA E ENTRA NORMALMENTE. SEM O
      * HISTORICO ('35') NENHUMA CONTA E EXCLUIDA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
      *
           SELECT PARMDATA        ASSIGN TO UT-S-PARMDATA
                      FILE STATUS IS FS-PARMDATA.
      *
           SELECT CTENCER         ASSIGN TO UT-S-CTENCER
                      FILE STATUS IS FS-CTENCER.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                      FILE STATUS IS FS-RUNLOG.
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
      * HISTORICO DE CONTAS ENCERRADAS (DO PU8EXF65).
      *
       FD CTENCER
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CTENCER.
       COPY CTENCER.
      *
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
       77 ACUM-ABC                PIC 9(06) VALUE ZEROS.
       77 ACUM-XYZ                PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAV               PIC 9(06) VALUE ZEROS.
       77 ACUM-ENCERRADAS         PIC 9(06) VALUE ZEROS.
       01 WS-DATA-ABC.
          05 WS-ANO-ABC           PIC 9(04).
          05 WS-MES-ABC           PIC 9(02).
       77 WS-BCO                  PIC X(03).
       77 WS-CPF-ANT              PIC 9(11) VALUE ZEROS.
      *
      *  CONTAS ENCERRADAS (CTENCER) COM A DATA DO ENCERRAMENTO
      *
       01 WS-TAB-ENC.
          05 WS-TAB-ENC-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-ENC-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-ENC-CPF    PIC 9(11).
             10 WS-TAB-ENC-DATA   PIC 9(08).
      *
       77 WS-IDX-ENC              PIC 9(04) VALUE ZEROS.
       77 WS-ENCERRADA            PIC X(01) VALUE SPACES.
       77 WS-DATA-CADASTRO        PIC 9(08) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CTCORABC             PIC X(02) VALUE SPACES.
       77 FS-CTCORGER             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-CTENCER              PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE CORRENTISTAS GRAVADOS (BANCO GER):'.
          05 TOT003-GRAV          PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'CONTAS ENCERRADAS EXCLUIDAS    (CTENCER)  :'.
          05 TOT004-ENCERRADAS    PIC ZZZ.ZZ9.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-06-LER-PARMDATA.
           PERFORM 001-07-CARREGAR-CTENCER.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-VER-ARQ-VAZIO.
           PERFORM 004-00-TRATAR

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-CARREGAR-CTENCER    SECTION.
      *================================================================*
      *    SEM HISTORICO DE ENCERRADAS ('35') TODAS AS CONTAS ENTRAM
      *    NO CTCORGER, COMO SEMPRE
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CTENCER.
           PERFORM 001-08-FS-CTENCER.

           IF FS-CTENCER EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CTENCER
               PERFORM 001-08-FS-CTENCER
               PERFORM 001-09-ACUMULAR-CTENCER
                   UNTIL FS-CTENCER EQUAL '10'
                      OR WS-TAB-ENC-QTD EQUAL 2000
               IF FS-CTENCER NOT EQUAL '10'
                   DISPLAY '* CTENCER COM MAIS DE 2000 CONTAS    *'
                   DISPLAY '* AUMENTAR WS-TAB-ENC E REPROCESSAR  *'
                   MOVE 'CTENCER' TO FS-ARQUIVO
                   MOVE FS-CTENCER TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF.

           IF FS-CTENCER NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CTENCER.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-CTENCER          SECTION.
      *================================================================*
           MOVE 'CTENCER'         TO FS-ARQUIVO.
           MOVE FS-CTENCER        TO FS-COD-STATUS.

           IF FS-CTENCER NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-ACUMULAR-CTENCER    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ENC-QTD.
           MOVE CPF-ENC           TO
               WS-TAB-ENC-CPF (WS-TAB-ENC-QTD).
           MOVE DATA-ENC          TO
               WS-TAB-ENC-DATA (WS-TAB-ENC-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTENCER.
           PERFORM 001-08-FS-CTENCER.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-VER-ENCERRADA       SECTION.
      *================================================================*
      * CONTA ENCERRADA NA DATA DO CADASTRO OU DEPOIS DELA FICA FORA
      * DO CTCORGER (WS-CPF E WS-DATA-CADASTRO DO CADASTRO DA VEZ).
      *
           MOVE SPACES            TO WS-ENCERRADA.

           PERFORM 001-11-COMPARAR-ENCERRADA
               VARYING WS-IDX-ENC FROM 1 BY 1
               UNTIL WS-IDX-ENC GREATER WS-TAB-ENC-QTD
                  OR WS-ENCERRADA EQUAL 'S'.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-COMPARAR-ENCERRADA  SECTION.
      *================================================================*
           IF WS-TAB-ENC-CPF (WS-IDX-ENC) EQUAL WS-CPF
              AND WS-TAB-ENC-DATA (WS-IDX-ENC) NOT LESS
                  WS-DATA-CADASTRO
               MOVE 'S'           TO WS-ENCERRADA.

       001-11-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
      *================================================================*
       004-03-GRAVA-ABC           SECTION.
      *================================================================*
           MOVE SPACES            TO WS-ENCERRADA.

           IF CPF-ABC GREATER WS-CPF-ANT
               MOVE CPF-ABC       TO WS-CPF
               MOVE ANO-ABC       TO WS-DATA-CADASTRO (1:4)
               MOVE MES-ABC       TO WS-DATA-CADASTRO (5:2)
               MOVE DIA-ABC       TO WS-DATA-CADASTRO (7:2)
               PERFORM 001-10-VER-ENCERRADA.

      * CADASTRO ENCERRADO NAO MEXE NO WS-CPF-ANT, PARA O CADASTRO
      * DO MESMO CPF NO OUTRO BANCO AINDA SER AVALIADO.
           IF WS-ENCERRADA EQUAL 'S'
               ADD 1              TO ACUM-ENCERRADAS.

           IF CPF-ABC GREATER WS-CPF-ANT
              AND WS-ENCERRADA NOT EQUAL 'S'
               MOVE CPF-ABC       TO CPF-GER
                                     WS-CPF
               MOVE NOME-ABC      TO NOME-GER
      *================================================================*
       004-04-GRAVA-XYZ           SECTION.
      *================================================================*
           MOVE SPACES            TO WS-ENCERRADA.

           IF CPF-XYZ GREATER WS-CPF-ANT
               MOVE CPF-XYZ       TO WS-CPF
               MOVE ANO-XYZ       TO WS-DATA-CADASTRO (1:4)
               MOVE MES-XYZ       TO WS-DATA-CADASTRO (5:2)
               MOVE DIA-XYZ       TO WS-DATA-CADASTRO (7:2)
               PERFORM 001-10-VER-ENCERRADA.

           IF WS-ENCERRADA EQUAL 'S'
               ADD 1              TO ACUM-ENCERRADAS.

           IF CPF-XYZ GREATER WS-CPF-ANT
              AND WS-ENCERRADA NOT EQUAL 'S'
               MOVE CPF-XYZ       TO CPF-GER
                                     WS-CPF
               MOVE NOME-XYZ      TO NOME-GER
           MOVE ACUM-ABC          TO TOT001-ABC.
           MOVE ACUM-XYZ          TO TOT002-XYZ.
           MOVE ACUM-GRAV         TO TOT003-GRAV.
           MOVE ACUM-ENCERRADAS   TO TOT004-ENCERRADAS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.
           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
