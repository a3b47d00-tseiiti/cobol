       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * GERAR RELATORIO ANALITICO DO CADASTRO DE MATERIAIS.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO CADCONTA; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
      *
           SELECT PARMDATA        ASSIGN TO UT-S-PARMDATA
                      FILE STATUS IS FS-PARMDATA.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                      FILE STATUS IS FS-PERCONT.
      *
           SELECT PERSUS          ASSIGN TO UT-S-PERSUS
                      FILE STATUS IS FS-PERSUS.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                      FILE STATUS IS FS-RUNLOG.
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
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
      * PARTIDAS RETIDAS POR ESTAREM DATADAS EM PERIODO FECHADO
      *
       FD PERSUS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERSUS.
       COPY PERSUS.
      *
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PLANOCTA.
       COPY PLANOCTA.
      *
       WORKING-STORAGE SECTION.
      *
             '* CONTA SEM SALDO NO PERIODO ANTERIOR (NOVA) *'.
      *
      *
      *  TRAVA DE PERIODO CONTABIL - ANO/MES FECHADOS NO PERCONT E
      *  PARTIDAS RETIDAS NO PERSUS POR CAIREM NUM DELES
      *
       01 WS-TAB-PER.
          05 WS-TAB-PER-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PER-ANOMES    PIC 9(06) OCCURS 240 TIMES.
       01 WS-PER-DATA.
          05 WS-PER-ANOMES        PIC 9(06).
          05 WS-PER-DIA           PIC 9(02).
       01 WS-PER-MOTIVO.
          05 FILLER               PIC X(08) VALUE 'PERIODO '.
          05 WS-PER-MOTIVO-ANOMES PIC 9(06).
          05 FILLER               PIC X(08) VALUE ' FECHADO'.
       77 WS-IDX-PER              PIC 9(03) VALUE ZEROS.
       77 WS-PER-FECHADO          PIC X(01) VALUE 'N'.
       77 WS-PERSUS-ABERTO        PIC X(01) VALUE 'N'.
       77 WS-PER-ARQUIVO          PIC X(08) VALUE SPACES.
       77 WS-PER-LANC             PIC X(42) VALUE SPACES.
       77 ACUM-PER-RETIDOS        PIC 9(06) VALUE ZEROS.
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
       77 FS-PERSUS               PIC X(02) VALUE SPACES.
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
      *
       77 FS-RUNLOG               PIC X(02) VALUE SPACES.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 800-00-CARREGAR-PERIODOS.
           PERFORM 001-06-CARREGAR-TABTAXA.
           PERFORM 001-13-CARREGAR-PLANOCTA.
           PERFORM 001-09-LER-PARMDATA.
           MOVE 0                 TO ACUM-VLR-TOT.
           MOVE 0                 TO ACUM-REG-CTA.

           MOVE DATA-LANC-CTA     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'CADCONTA'    TO WS-PER-ARQUIVO
               MOVE REG-CADCONTA  TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CADCONTA
               PERFORM 001-04-FS-CADCONTA
               ADD 1              TO ACUM-CTA-GRAVADAS.

           PERFORM 004-09-GRAVAR-ESTOQCC.

               MOVE 'D'           TO IND-DC-CTA
               MOVE WS-DATA-LANC  TO DATA-LANC-CTA
               MOVE ACUM-SUS-REG  TO QTD-REG-CTA
               MOVE DATA-LANC-CTA TO WS-PER-DATA
               PERFORM 800-10-TESTAR-PERIODO
               IF WS-PER-FECHADO EQUAL 'S'
                   MOVE 'CADCONTA' TO WS-PER-ARQUIVO
                   MOVE REG-CADCONTA TO WS-PER-LANC
                   PERFORM 800-20-RETER-PARTIDA
               ELSE
                   MOVE FS-GRAVACAO   TO FS-OPERACAO
                   WRITE REG-CADCONTA
                   PERFORM 001-04-FS-CADCONTA
                   ADD 1              TO ACUM-CTA-GRAVADAS
               END-IF
               PERFORM 004-09-GRAVAR-ESTOQCC
               MOVE ACUM-SUS-VLR-TOT TO TOT-SUS-VLR
               MOVE ACUM-SUS-REG  TO TOT-SUS-REG

           DISPLAY 'PROGRAMA ENCERRADO COM SUCESSO'.
           
           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.


       006-01-FIM.                EXIT.

      *================================================================*
       800-00-CARREGAR-PERIODOS   SECTION.
      *================================================================*
      *    CARREGA OS PERIODOS FECHADOS DO PERCONT. SEM O ARQUIVO
      *    ('35') NENHUM PERIODO ESTA FECHADO E TUDO E GRAVADO
      *    NOS ARQUIVOS DE LANCAMENTOS, SEM RETENCAO NO PERSUS.
      *
           MOVE ZEROS             TO WS-TAB-PER-QTD.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PERCONT.

           IF FS-PERCONT NOT EQUAL '00' AND '35'
               PERFORM 800-41-FS-PERCONT.

           IF FS-PERCONT EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 800-41-FS-PERCONT
               PERFORM 800-01-ACUMULAR-PERIODO
                   UNTIL FS-PERCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       800-00-FIM.                EXIT.

      *================================================================*
       800-01-ACUMULAR-PERIODO    SECTION.
      *================================================================*
           IF SITUACAO-PER EQUAL 'F'
               IF WS-TAB-PER-QTD NOT LESS 240
                   DISPLAY '* TABELA DE PERIODOS FECHADOS ESGOTADA *'
                   MOVE 'PERCONT'     TO FS-ARQUIVO
                   MOVE FS-PERCONT    TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-PER-QTD
               MOVE ANOMES-PER    TO WS-TAB-PER-ANOMES
                                     (WS-TAB-PER-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PERCONT.
           PERFORM 800-41-FS-PERCONT.

       800-01-FIM.                EXIT.

      *================================================================*
       800-10-TESTAR-PERIODO      SECTION.
      *================================================================*
      *    RECEBE A DATA DA PARTIDA EM WS-PER-DATA E DEVOLVE
      *    WS-PER-FECHADO = 'S' SE O ANO/MES ESTIVER FECHADO
           MOVE 'N'               TO WS-PER-FECHADO.

           PERFORM 800-11-PROCURAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER GREATER WS-TAB-PER-QTD
                    OR WS-PER-FECHADO EQUAL 'S'.

       800-10-FIM.                EXIT.

      *================================================================*
       800-11-PROCURAR-PERIODO    SECTION.
      *================================================================*
           IF WS-TAB-PER-ANOMES (WS-IDX-PER) EQUAL WS-PER-ANOMES
               MOVE 'S'           TO WS-PER-FECHADO.

       800-11-FIM.                EXIT.

      *================================================================*
       800-20-RETER-PARTIDA       SECTION.
      *================================================================*
      *    A PARTIDA (EM WS-PER-LANC, COM O DESTINO EM WS-PER-ARQUIVO)
      *    VAI PARA O PERSUS EM VEZ DO ARQUIVO DE LANCAMENTOS
           IF WS-PERSUS-ABERTO EQUAL 'N'
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN EXTEND PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'S'           TO WS-PERSUS-ABERTO.

           MOVE 'PU8EXE12'      TO PROGRAMA-PSU.
           MOVE WS-PER-ARQUIVO    TO ARQUIVO-PSU.
           MOVE WS-PER-LANC       TO LANC-PSU.
           MOVE WS-PER-ANOMES     TO WS-PER-MOTIVO-ANOMES.
           MOVE WS-PER-MOTIVO     TO MOTIVO-PSU.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PERSUS.
           PERFORM 800-40-FS-PERSUS.
           ADD 1                  TO ACUM-PER-RETIDOS.

       800-20-FIM.                EXIT.

      *================================================================*
       800-30-FECHAR-PERSUS       SECTION.
      *================================================================*
           IF WS-PERSUS-ABERTO EQUAL 'S'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'N'           TO WS-PERSUS-ABERTO
               DISPLAY '* PARTIDAS RETIDAS POR PERIODO FECHADO: '
                       ACUM-PER-RETIDOS ' (VER PERSUS) *'.

       800-30-FIM.                EXIT.

      *================================================================*
       800-40-FS-PERSUS           SECTION.
      *================================================================*
           MOVE 'PERSUS'          TO FS-ARQUIVO.
           MOVE FS-PERSUS         TO FS-COD-STATUS.

           IF FS-PERSUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       800-40-FIM.                EXIT.

      *================================================================*
       800-41-FS-PERCONT          SECTION.
      *================================================================*
           MOVE 'PERCONT'         TO FS-ARQUIVO.
           MOVE FS-PERCONT        TO FS-COD-STATUS.

           IF FS-PERCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       800-41-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
