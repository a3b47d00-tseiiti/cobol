       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF45.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * REABERTURA DE PERIODO CONTABIL VIA TERMINAL, NO MOLDE DO
      * PU8EXF17. O PERCONT E MANTIDO PELO FECHAMENTO DO PU8EXE43, QUE
      * MARCA O ANO/MES COMO FECHADO; OS PROGRAMAS QUE GRAVAM PARTIDAS
      * NO LAYOUT DO CADCONTA RETEM NO PERSUS AS PARTIDAS DATADAS EM
      * PERIODO FECHADO. ESTE PROGRAMA LISTA A SITUACAO DOS PERIODOS
      * E REABRE UM PERIODO FECHADO.
      *
      * O ACESSO EXIGE ASSINATURA CONTRA O CADASTRO DE OPERADORES
      * (OPERADOR): CONSULTA E LIVRE, REABERTURA SO PARA OPERADOR DA
      * CONTROLADORIA (AREA 'CTL' NO CADASTRO). ASSINATURAS RECUSADAS
      * E FUNCOES NEGADAS VAO PARA O SEGLOG. TODA REABERTURA EXIGE O
      * MOTIVO E E REGISTRADA NO HISTORICO PERLOG COM DATA/HORA, O
      * OPERADOR E O MOTIVO; NO PERCONT FICAM A DATA E O OPERADOR DA
      * ULTIMA REABERTURA. O PROXIMO FECHAMENTO DO PU8EXE43 PARA O
      * MESMO ANO/MES VOLTA A FECHAR O PERIODO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                      FILE STATUS IS FS-PERCONT.
      *
           SELECT PERLOG          ASSIGN TO UT-S-PERLOG
                      FILE STATUS IS FS-PERLOG.
      *
           SELECT OPERADOR        ASSIGN TO UT-S-OPERADOR
                      FILE STATUS IS FS-OPERADOR.
      *
           SELECT SEGLOG          ASSIGN TO UT-S-SEGLOG
                      FILE STATUS IS FS-SEGLOG.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                      FILE STATUS IS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * SITUACAO DOS PERIODOS CONTABEIS (FECHAMENTO DO PU8EXE43)
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
      * CADASTRO DE OPERADORES: CODIGO, SENHA, NIVEL DE AUTORIZACAO E
      * AREA DO OPERADOR ('CTL' = CONTROLADORIA).
      *
       FD OPERADOR
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-OPERADOR.
       01 REG-OPERADOR.
          05 OPER-CODIGO          PIC X(05).
          05 OPER-SENHA           PIC X(08).
          05 OPER-NIVEL           PIC X(01).
          05 OPER-AREA            PIC X(03).
          05 FILLER               PIC X(03).
      *
      * LOG DE SEGURANCA: ASSINATURAS RECUSADAS E FUNCOES NEGADAS.
      *
       FD SEGLOG
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SEGLOG.
       01 REG-SEGLOG.
          05 SEG-DATA             PIC 9(08).
          05 SEG-HORA             PIC 9(06).
          05 SEG-OPERADOR         PIC X(05).
          05 SEG-OPCAO            PIC X(01).
          05 SEG-MOTIVO           PIC X(20).
      *
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RUNLOG.
       01 REG-RUNLOG               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *  ACUMULADORES
      *
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
       77 FS-PERLOG               PIC X(02) VALUE SPACES.
       77 FS-OPERADOR             PIC X(02) VALUE SPACES.
       77 FS-SEGLOG               PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-REGRAVACAO           PIC X(13) VALUE 'NA REGRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      * OPCOES DO MENU E CONTROLE DA SESSAO
      *
       77 WS-OPCAO                PIC X(01) VALUE SPACES.
       77 WS-CONTINUA             PIC X(01) VALUE 'S'.
       77 WS-PER-ACHADO           PIC X(01) VALUE 'N'.
      *
      * ASSINATURA E AUTORIZACAO, COMO NO PU8EXF17
      *
       77 WS-OPERADOR             PIC X(05) VALUE SPACES.
       01 WS-TAB-OPER.
          05 WS-TAB-OPER-QTD      PIC 9(02) VALUE ZEROS.
          05 WS-TAB-OPER-ENTRY OCCURS 50 TIMES.
             10 WS-TAB-OPER-CODIGO PIC X(05).
             10 WS-TAB-OPER-SENHA PIC X(08).
             10 WS-TAB-OPER-AREA  PIC X(03).
       77 WS-IDX-OPER             PIC 9(02) VALUE ZEROS.
       77 WS-OPER-ACHADO          PIC 9(02) VALUE ZEROS.
       77 WS-AREA-OPERADOR        PIC X(03) VALUE SPACES.
       77 WS-SENHA-ACC            PIC X(08) VALUE SPACES.
       77 WS-TENTATIVAS           PIC 9(01) VALUE ZEROS.
       77 WS-ASSINADO             PIC X(01) VALUE 'N'.
       01 WS-LOG-DATA-HORA.
          05 WS-LOG-AAAAMMDD      PIC 9(08).
          05 WS-LOG-HHMMSS        PIC 9(06).
          05 FILLER               PIC X(07).
      *
      * CAMPOS DIGITADOS NA REABERTURA
      *
       01 WS-ANOMES-ACC           PIC 9(06) VALUE ZEROS.
       01 WS-ANOMES-ACC-R          REDEFINES WS-ANOMES-ACC.
          05 WS-ANOMES-ACC-ANO    PIC 9(04).
          05 WS-ANOMES-ACC-MES    PIC 9(02).
       77 WS-MOTIVO-ACC           PIC X(40) VALUE SPACES.
      *
      * LINHA DA CONSULTA
      *
       01 WS-LIN-PER.
          05 WS-LIN-ANOMES        PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LIN-SITUACAO      PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LIN-FECH          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LIN-REAB          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WS-LIN-OPER          PIC X(05).
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
      *
       77 FS-RUNLOG               PIC X(02) VALUE SPACES.
       77 WS-RUNLOG-STATUS        PIC X(07) VALUE SPACES.
       01 WS-RUNLOG-DATA-HORA.
          05 WS-RUNLOG-AAAAMMDD   PIC 9(08).
          05 WS-RUNLOG-HHMMSS     PIC 9(06).
          05 FILLER               PIC X(07).
      *
      *  ESTATISTICAS DE FIM DE JOB (HORA DE INICIO E TEMPO TOTAL DE
      *  EXECUCAO), GRAVADAS NO RUNLOG JUNTO COM OS ACUMULADORES DE
      *  REGISTROS LIDOS/GRAVADOS/REJEITADOS DO PROPRIO PROGRAMA
      *
       77 WS-RUNLOG-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-RUNLOG-SEG-INI       PIC 9(05) VALUE ZEROS.
       77 WS-RUNLOG-SEG-FIM       PIC 9(05) VALUE ZEROS.
       01 WS-RUNLOG-HMS-INICIO.
          05 WS-RUNLOG-INI-HH     PIC 9(02).
          05 WS-RUNLOG-INI-MM     PIC 9(02).
          05 WS-RUNLOG-INI-SS     PIC 9(02).
       01 WS-RUNLOG-HMS-FIM.
          05 WS-RUNLOG-FIM-HH     PIC 9(02).
          05 WS-RUNLOG-FIM-MM     PIC 9(02).
          05 WS-RUNLOG-FIM-SS     PIC 9(02).
      *
       COPY RUNLOG.
      *
       PROCEDURE      DIVISION.

      *================================================================*
       000-00-INICIO              SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-05-CARREGAR-OPERADOR.
           PERFORM 001-02-ASSINAR-OPERADOR.
           PERFORM 002-00-MENU
               UNTIL WS-CONTINUA EQUAL 'N'.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT OPERADOR
                EXTEND PERLOG
                       SEGLOG.
           PERFORM 001-03-FS-PERLOG.
           PERFORM 001-04-FS-OPERADOR.
           PERFORM 001-08-FS-SEGLOG.

       001-00-FIM.                EXIT.

      *================================================================*
       001-02-ASSINAR-OPERADOR    SECTION.
      *================================================================*
           MOVE 'N'               TO WS-ASSINADO.
           MOVE ZEROS             TO WS-TENTATIVAS.

           PERFORM 001-06-TENTAR-ASSINATURA
               UNTIL WS-ASSINADO EQUAL 'S'
                  OR WS-TENTATIVAS EQUAL 3.

           IF WS-ASSINADO EQUAL 'N'
               DISPLAY '* ASSINATURA RECUSADA, PROGRAMA ENCERRADO *'
               MOVE 'N'           TO WS-CONTINUA
               PERFORM 007-00-FECHAR-ARQUIVOS
               STOP RUN.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PERLOG           SECTION.
      *================================================================*
           MOVE 'PERLOG'          TO FS-ARQUIVO.
           MOVE FS-PERLOG         TO FS-COD-STATUS.

           IF FS-PERLOG NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-OPERADOR         SECTION.
      *================================================================*
           MOVE 'OPERADOR'        TO FS-ARQUIVO.
           MOVE FS-OPERADOR       TO FS-COD-STATUS.

           IF FS-OPERADOR NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-CARREGAR-OPERADOR   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ OPERADOR.
           PERFORM 001-04-FS-OPERADOR.

           PERFORM 001-07-ACUMULAR-OPERADOR
               UNTIL FS-OPERADOR EQUAL '10'
                  OR WS-TAB-OPER-QTD EQUAL 50.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE OPERADOR.

           IF WS-TAB-OPER-QTD EQUAL ZEROS
               DISPLAY '* CADASTRO DE OPERADORES VAZIO *'
               DISPLAY '* PROGRAMA ENCERRADO           *'
               MOVE 'N'           TO WS-CONTINUA
               PERFORM 007-00-FECHAR-ARQUIVOS
               STOP RUN.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-TENTAR-ASSINATURA   SECTION.
      *================================================================*
           ADD 1                  TO WS-TENTATIVAS.

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA...: ' WITH NO ADVANCING.
           ACCEPT WS-SENHA-ACC.

           MOVE ZEROS             TO WS-OPER-ACHADO.
           PERFORM 001-06-01-PROCURAR-OPER
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-TAB-OPER-QTD
                  OR WS-OPER-ACHADO NOT EQUAL ZEROS.

           IF WS-OPER-ACHADO EQUAL ZEROS
               DISPLAY '* OPERADOR DESCONHECIDO *'
               MOVE 'OPERADOR DESCONHECIDO' TO SEG-MOTIVO
               PERFORM 008-01-GRAVAR-SEGLOG
           ELSE IF WS-TAB-OPER-SENHA (WS-OPER-ACHADO)
                   NOT EQUAL WS-SENHA-ACC
               DISPLAY '* SENHA INVALIDA *'
               MOVE 'SENHA INVALIDA'       TO SEG-MOTIVO
               PERFORM 008-01-GRAVAR-SEGLOG
           ELSE
               MOVE WS-TAB-OPER-AREA (WS-OPER-ACHADO)
                                  TO WS-AREA-OPERADOR
               MOVE 'S'           TO WS-ASSINADO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-06-01-PROCURAR-OPER    SECTION.
      *================================================================*
           IF WS-TAB-OPER-CODIGO (WS-IDX-OPER) EQUAL WS-OPERADOR
               MOVE WS-IDX-OPER   TO WS-OPER-ACHADO.

       001-06-01-FIM.             EXIT.

      *================================================================*
       001-07-ACUMULAR-OPERADOR   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-OPER-QTD.
           MOVE OPER-CODIGO       TO
               WS-TAB-OPER-CODIGO (WS-TAB-OPER-QTD).
           MOVE OPER-SENHA        TO
               WS-TAB-OPER-SENHA (WS-TAB-OPER-QTD).
           MOVE OPER-AREA         TO
               WS-TAB-OPER-AREA (WS-TAB-OPER-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ OPERADOR.
           PERFORM 001-04-FS-OPERADOR.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-SEGLOG           SECTION.
      *================================================================*
           MOVE 'SEGLOG'          TO FS-ARQUIVO.
           MOVE FS-SEGLOG         TO FS-COD-STATUS.

           IF FS-SEGLOG NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-PERCONT          SECTION.
      *================================================================*
           MOVE 'PERCONT'         TO FS-ARQUIVO.
           MOVE FS-PERCONT        TO FS-COD-STATUS.

           IF FS-PERCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       002-00-MENU                SECTION.
      *================================================================*
           DISPLAY '----------------------------------------------'.
           DISPLAY ' PERIODOS CONTABEIS - FECHAMENTO E REABERTURA'.
           DISPLAY '----------------------------------------------'.
           DISPLAY ' 1 - CONSULTAR PERIODOS'.
           DISPLAY ' 2 - REABRIR PERIODO (CONTROLADORIA)'.
           DISPLAY ' 3 - TERMINAR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM 003-00-CONSULTAR
               WHEN '2'
                   PERFORM 004-00-REABRIR
               WHEN '3'
                   MOVE 'N'       TO WS-CONTINUA
               WHEN OTHER
                   DISPLAY '* OPCAO INVALIDA *'
           END-EVALUATE.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CONSULTAR           SECTION.
      *================================================================*
      *    SEM O PERCONT ('35') NENHUM PERIODO FOI FECHADO AINDA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PERCONT.

           IF FS-PERCONT EQUAL '35'
               DISPLAY '* NENHUM PERIODO FECHADO ATE AGORA *'
           ELSE
               PERFORM 001-09-FS-PERCONT
               DISPLAY 'ANOMES  SITUACAO FECHADO   REABERTO  OPER.'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 001-09-FS-PERCONT
               PERFORM 003-01-LISTAR-PERIODO
                   UNTIL FS-PERCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-LISTAR-PERIODO      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           MOVE ANOMES-PER        TO WS-LIN-ANOMES.
           MOVE DATA-FECH-PER     TO WS-LIN-FECH.
           MOVE DATA-REAB-PER     TO WS-LIN-REAB.
           MOVE OPER-REAB-PER     TO WS-LIN-OPER.

           IF SITUACAO-PER EQUAL 'F'
               MOVE 'FECHADO'     TO WS-LIN-SITUACAO
           ELSE
               MOVE 'ABERTO'      TO WS-LIN-SITUACAO.

           DISPLAY WS-LIN-PER.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PERCONT.
           PERFORM 001-09-FS-PERCONT.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-REABRIR             SECTION.
      *================================================================*
      * SO A CONTROLADORIA REABRE PERIODO; A RECUSA VAI PARA O SEGLOG
      *
           IF WS-AREA-OPERADOR NOT EQUAL 'CTL'
               DISPLAY '* REABERTURA RESTRITA A CONTROLADORIA *'
               ADD 1              TO ACUM-REJEITADOS
               MOVE 'SEM AUTORIZACAO'     TO SEG-MOTIVO
               PERFORM 008-01-GRAVAR-SEGLOG
           ELSE
               PERFORM 004-01-ACEITAR-DADOS.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACEITAR-DADOS       SECTION.
      *================================================================*
           DISPLAY 'PERIODO A REABRIR (AAAAMM): ' WITH NO ADVANCING.
           ACCEPT WS-ANOMES-ACC.
           DISPLAY 'MOTIVO DA REABERTURA: ' WITH NO ADVANCING.
           ACCEPT WS-MOTIVO-ACC.

           IF WS-ANOMES-ACC-ANO LESS 1990
              OR WS-ANOMES-ACC-ANO GREATER 2099
              OR WS-ANOMES-ACC-MES LESS 01
              OR WS-ANOMES-ACC-MES GREATER 12
               DISPLAY '* PERIODO FORA DA FAIXA LEGAL *'
               ADD 1              TO ACUM-REJEITADOS
           ELSE IF WS-MOTIVO-ACC EQUAL SPACES
               DISPLAY '* MOTIVO OBRIGATORIO NA REABERTURA *'
               ADD 1              TO ACUM-REJEITADOS
           ELSE
               PERFORM 004-02-REABRIR-PERIODO.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-REABRIR-PERIODO     SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN I-O PERCONT.

           IF FS-PERCONT EQUAL '35'
               DISPLAY '* NENHUM PERIODO FECHADO ATE AGORA *'
               ADD 1              TO ACUM-REJEITADOS
           ELSE
               PERFORM 001-09-FS-PERCONT
               MOVE 'N'           TO WS-PER-ACHADO
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 001-09-FS-PERCONT
               PERFORM 004-03-PROCURAR-PERIODO
                   UNTIL FS-PERCONT EQUAL '10'
                      OR WS-PER-ACHADO EQUAL 'S'
               IF WS-PER-ACHADO EQUAL 'N'
                   DISPLAY '* PERIODO NAO CONSTA COMO FECHADO *'
                   ADD 1          TO ACUM-REJEITADOS
               ELSE IF SITUACAO-PER NOT EQUAL 'F'
                   DISPLAY '* PERIODO JA ESTA ABERTO *'
                   ADD 1          TO ACUM-REJEITADOS
               ELSE
                   PERFORM 004-04-REGRAVAR-PERIODO
               END-IF
               END-IF
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-PROCURAR-PERIODO    SECTION.
      *================================================================*
           IF ANOMES-PER EQUAL WS-ANOMES-ACC
               MOVE 'S'           TO WS-PER-ACHADO
           ELSE
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 001-09-FS-PERCONT.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-REGRAVAR-PERIODO    SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATA-HORA.

           MOVE 'A'               TO SITUACAO-PER.
           MOVE WS-LOG-AAAAMMDD   TO DATA-REAB-PER.
           MOVE WS-OPERADOR       TO OPER-REAB-PER.

           MOVE FS-REGRAVACAO     TO FS-OPERACAO.
           REWRITE REG-PERCONT.
           PERFORM 001-09-FS-PERCONT.

           PERFORM 008-00-GRAVAR-PERLOG.

           DISPLAY '* PERIODO ' WS-ANOMES-ACC ' REABERTO *'.

       004-04-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PERLOG
                 SEGLOG.
           PERFORM 001-03-FS-PERLOG.
           PERFORM 001-08-FS-SEGLOG.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-GRAVAR-PERLOG       SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE SPACES            TO REG-PERLOG.
           MOVE WS-LOG-AAAAMMDD   TO DATA-PLG.
           MOVE WS-LOG-HHMMSS     TO HORA-PLG.
           MOVE 'PU8EXF45'        TO PROGRAMA-PLG.
           MOVE WS-OPERADOR       TO OPERADOR-PLG.
           MOVE WS-ANOMES-ACC     TO ANOMES-PLG.
           MOVE 'R'               TO ACAO-PLG.
           MOVE WS-MOTIVO-ACC     TO MOTIVO-PLG.

           WRITE REG-PERLOG.
           PERFORM 001-03-FS-PERLOG.
           ADD 1                  TO ACUM-GRAVADOS.

       008-00-FIM.                EXIT.

      *================================================================*
       008-01-GRAVAR-SEGLOG       SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATA-HORA.

           MOVE WS-LOG-AAAAMMDD   TO SEG-DATA.
           MOVE WS-LOG-HHMMSS     TO SEG-HORA.
           MOVE WS-OPERADOR       TO SEG-OPERADOR.
           MOVE WS-OPCAO          TO SEG-OPCAO.

           WRITE REG-SEGLOG.
           PERFORM 001-08-FS-SEGLOG.

       008-01-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
           DISPLAY '* ERRO ' FS-OPERACAO ' DO ARQUIVO ' FS-ARQUIVO
           DISPLAY '* FILE STATUS = ' FS-COD-STATUS
           DISPLAY '* PROGRAMA ENCERRADO'
           MOVE 'ERRO'            TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           STOP RUN.

       900-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF45'        TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-AAAAMMDD      TO RUNLOG-DATA
               MOVE WS-RUNLOG-HHMMSS        TO RUNLOG-HORA
               MOVE WS-RUNLOG-STATUS        TO RUNLOG-STATUS
               MOVE WS-RUNLOG-HHMMSS        TO WS-RUNLOG-HMS-FIM
               MOVE WS-RUNLOG-HORA-INICIO   TO WS-RUNLOG-HMS-INICIO
               COMPUTE WS-RUNLOG-SEG-INI =
                   (WS-RUNLOG-INI-HH * 3600) +
                   (WS-RUNLOG-INI-MM * 60) + WS-RUNLOG-INI-SS
               COMPUTE WS-RUNLOG-SEG-FIM =
                   (WS-RUNLOG-FIM-HH * 3600) +
                   (WS-RUNLOG-FIM-MM * 60) + WS-RUNLOG-FIM-SS
               IF WS-RUNLOG-SEG-FIM GREATER OR EQUAL WS-RUNLOG-SEG-INI
                   COMPUTE RUNLOG-TEMPO-SEG =
                       WS-RUNLOG-SEG-FIM - WS-RUNLOG-SEG-INI
               ELSE
                   COMPUTE RUNLOG-TEMPO-SEG =
                       WS-RUNLOG-SEG-FIM + 86400 - WS-RUNLOG-SEG-INI
               END-IF
               MOVE ACUM-LIDOS              TO RUNLOG-QTD-LIDOS
               MOVE ACUM-GRAVADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-REJEITADOS         TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
