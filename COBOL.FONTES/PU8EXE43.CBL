      * OBS.: O MOVIMENTO DE MATERIAIS DO PU8EXE12 E TODO A DEBITO;
      * A CONTRAPARTIDA A CREDITO ENTRA PELOS LANCAMENTOS MANUAIS
      * MESCLADOS NO MESMO ARQUIVO DE MOVIMENTO.
      *
      * TRAVA DE PERIODO: O FECHAMENTO ACEITO MARCA O ANO/MES DA DATA
      * DE REFERENCIA (PARMDATA OU DATA DO SISTEMA) COMO FECHADO NO
      * PERCONT, REGRAVADO POR INTEIRO, E REGISTRA O FECHAMENTO NO
      * HISTORICO PERLOG. OS PROGRAMAS QUE GRAVAM PARTIDAS NO LAYOUT
      * DO CADCONTA RETEM AS PARTIDAS DATADAS EM PERIODO FECHADO; SO
      * A CONTROLADORIA REABRE UM PERIODO (PU8EXF45). SEM O PERCONT
      * ('35') NENHUM PERIODO ESTAVA FECHADO E O ARQUIVO E CRIADO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERCONT.
      *
           SELECT PERLOG          ASSIGN TO UT-S-PERLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERLOG.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
      * SITUACAO DOS PERIODOS CONTABEIS - LIDA NO INICIO E REGRAVADA
      * POR INTEIRO QUANDO O FECHAMENTO E ACEITO
      *
       FD PERCONT
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERCONT.
       COPY PERCONT.
      *
      * HISTORICO DE FECHAMENTOS E REABERTURAS DE PERIODO
      *
       FD PERLOG
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERLOG.
       COPY PERLOG.
      *
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
       77 WS-CONTA-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-SALDO-FINAL          PIC S9(11)V99 VALUE ZEROS.
      *
      *  SITUACAO DOS PERIODOS CONTABEIS (PERCONT), EM ORDEM DE
      *  ANO/MES; O PERIODO DO FECHAMENTO E INCLUIDO OU ATUALIZADO
      *
       01 WS-TAB-PER.
          05 WS-TAB-PER-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PER-ENTRY OCCURS 240 TIMES.
             10 WS-TAB-PER-ANOMES PIC 9(06).
             10 WS-TAB-PER-RESTO  PIC X(34).
       01 WS-PER-DATA.
          05 WS-PER-ANOMES        PIC 9(06).
          05 WS-PER-DIA           PIC 9(02).
       01 WS-PLG-DATA-HORA.
          05 WS-PLG-AAAAMMDD      PIC 9(08).
          05 WS-PLG-HHMMSS        PIC 9(06).
          05 FILLER               PIC X(07).
       77 WS-IDX-PER              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PER-2            PIC 9(03) VALUE ZEROS.
       77 WS-PER-POSICAO          PIC 9(03) VALUE ZEROS.
       77 WS-PER-ACHADO           PIC X(01) VALUE 'N'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 FS-CADCONTF             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
       77 FS-PERLOG               PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 009-00-CARREGAR-PERCONT.
           PERFORM 003-00-CARREGAR-ABERTURA.
           PERFORM 004-00-CARREGAR-MOVIMENTO.
           PERFORM 005-00-CONFERIR-PARTIDAS.
           PERFORM 001-04-FS-CADCONTF.
           PERFORM 001-05-FS-RELATO.

           PERFORM 009-10-FECHAR-PERIODO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-CARREGAR-PERCONT    SECTION.
      *================================================================*
      *    SEM O PERCONT ('35') NENHUM PERIODO ESTA FECHADO AINDA
           MOVE ZEROS             TO WS-TAB-PER-QTD.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PERCONT.

           IF FS-PERCONT NOT EQUAL '00' AND '35'
               PERFORM 009-20-FS-PERCONT.

           IF FS-PERCONT EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 009-20-FS-PERCONT
               PERFORM 009-01-ACUMULAR-PERCONT
                   UNTIL FS-PERCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       009-00-FIM.                EXIT.

      *================================================================*
       009-01-ACUMULAR-PERCONT    SECTION.
      *================================================================*
           IF WS-TAB-PER-QTD NOT LESS 240
               DISPLAY '* MAIS DE 240 PERIODOS NO PERCONT *'
               MOVE 'PERCONT'     TO FS-ARQUIVO
               MOVE FS-PERCONT    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-PER-QTD.
           MOVE REG-PERCONT       TO WS-TAB-PER-ENTRY (WS-TAB-PER-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PERCONT.
           PERFORM 009-20-FS-PERCONT.

       009-01-FIM.                EXIT.

      *================================================================*
       009-10-FECHAR-PERIODO      SECTION.
      *================================================================*
      *    MARCA O ANO/MES DA DATA DE REFERENCIA COMO FECHADO,
      *    INCLUINDO-O NA POSICAO DE ORDEM QUANDO AINDA NAO CONSTA
           MOVE WS-DATA-SYS       TO WS-PER-DATA.
           MOVE 'N'               TO WS-PER-ACHADO.
           COMPUTE WS-PER-POSICAO = WS-TAB-PER-QTD + 1.

           PERFORM 009-11-PROCURAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER GREATER WS-TAB-PER-QTD
                    OR WS-PER-POSICAO NOT GREATER WS-TAB-PER-QTD
                    OR WS-PER-ACHADO EQUAL 'S'.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT PERCONT.
           PERFORM 009-20-FS-PERCONT.

           IF WS-PER-ACHADO EQUAL 'S'
               MOVE WS-TAB-PER-ENTRY (WS-PER-POSICAO) TO REG-PERCONT
               IF SITUACAO-PER EQUAL 'F'
                   DISPLAY '* PERIODO ' WS-PER-ANOMES
                           ' JA ESTAVA FECHADO - DATA ATUALIZADA *'
               END-IF
           ELSE
               IF WS-TAB-PER-QTD NOT LESS 240
                   DISPLAY '* MAIS DE 240 PERIODOS NO PERCONT *'
                   MOVE 'PERCONT'     TO FS-ARQUIVO
                   MOVE SPACES        TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               PERFORM 009-12-DESLOCAR-PERIODO
                   VARYING WS-IDX-PER-2 FROM WS-TAB-PER-QTD BY -1
                     UNTIL WS-IDX-PER-2 LESS WS-PER-POSICAO
               ADD 1              TO WS-TAB-PER-QTD
               MOVE SPACES        TO REG-PERCONT
               MOVE ZEROS         TO DATA-REAB-PER.

           MOVE WS-PER-ANOMES     TO ANOMES-PER.
           MOVE 'F'               TO SITUACAO-PER.
           MOVE WS-DATA-SYS       TO DATA-FECH-PER.
           MOVE REG-PERCONT       TO WS-TAB-PER-ENTRY (WS-PER-POSICAO).

           PERFORM 009-13-GRAVAR-PERCONT
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER GREATER WS-TAB-PER-QTD.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PERCONT.
           PERFORM 009-20-FS-PERCONT.

           PERFORM 009-14-GRAVAR-PERLOG.

           DISPLAY '* PERIODO ' WS-PER-ANOMES ' FECHADO NO PERCONT *'.

       009-10-FIM.                EXIT.

      *================================================================*
       009-11-PROCURAR-PERIODO    SECTION.
      *================================================================*
           IF WS-TAB-PER-ANOMES (WS-IDX-PER) EQUAL WS-PER-ANOMES
               MOVE 'S'           TO WS-PER-ACHADO
               MOVE WS-IDX-PER    TO WS-PER-POSICAO
           ELSE
               IF WS-TAB-PER-ANOMES (WS-IDX-PER) GREATER WS-PER-ANOMES
                   MOVE WS-IDX-PER TO WS-PER-POSICAO.

       009-11-FIM.                EXIT.

      *================================================================*
       009-12-DESLOCAR-PERIODO    SECTION.
      *================================================================*
           MOVE WS-TAB-PER-ENTRY (WS-IDX-PER-2) TO
                WS-TAB-PER-ENTRY (WS-IDX-PER-2 + 1).

       009-12-FIM.                EXIT.

      *================================================================*
       009-13-GRAVAR-PERCONT      SECTION.
      *================================================================*
           MOVE WS-TAB-PER-ENTRY (WS-IDX-PER) TO REG-PERCONT.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PERCONT.
           PERFORM 009-20-FS-PERCONT.

       009-13-FIM.                EXIT.

      *================================================================*
       009-14-GRAVAR-PERLOG       SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN EXTEND PERLOG.
           PERFORM 009-21-FS-PERLOG.

           MOVE FUNCTION CURRENT-DATE TO WS-PLG-DATA-HORA.
           MOVE SPACES            TO REG-PERLOG.
           MOVE WS-PLG-AAAAMMDD   TO DATA-PLG.
           MOVE WS-PLG-HHMMSS     TO HORA-PLG.
           MOVE 'PU8EXE43'        TO PROGRAMA-PLG.
           MOVE 'BATCH'           TO OPERADOR-PLG.
           MOVE WS-PER-ANOMES     TO ANOMES-PLG.
           MOVE 'F'               TO ACAO-PLG.
           MOVE 'FECHAMENTO CONTABIL DO PERIODO'
                                  TO MOTIVO-PLG.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PERLOG.
           PERFORM 009-21-FS-PERLOG.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PERLOG.
           PERFORM 009-21-FS-PERLOG.

       009-14-FIM.                EXIT.

      *================================================================*
       009-20-FS-PERCONT          SECTION.
      *================================================================*
           MOVE 'PERCONT'         TO FS-ARQUIVO.
           MOVE FS-PERCONT        TO FS-COD-STATUS.

           IF FS-PERCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       009-20-FIM.                EXIT.

      *================================================================*
       009-21-FS-PERLOG           SECTION.
      *================================================================*
           MOVE 'PERLOG'          TO FS-ARQUIVO.
           MOVE FS-PERLOG         TO FS-COD-STATUS.

           IF FS-PERLOG NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       009-21-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
