      * NA CONTA DE DEPRECIACAO ACUMULADA DE CADA BEM. O RELATORIO
      * LISTA CADA BEM COM AQUISICAO, DEPRECIACAO ACUMULADA E VALOR
      * CONTABIL LIQUIDO, PARA AMARRAR COM OS SALDOS DO PU8EXE43.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO DEPCONT; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
      * CENTRO DE CUSTO DO BEM (CC-IMB, EM BRANCO = CENTRO GERAL '000',
      * ALTERADO PELAS TRANSFERENCIAS DO PU8EXF51): A DESPESA DO MES
      * SAI TAMBEM POR CENTRO NO DEPCC, NO LAYOUT DO CADCONTC, UM
      * DEBITO NA CONTA DE DESPESA POR CENTRO, PARA O BALANCETE POR
      * CENTRO DE CUSTO (PU8EXE97).
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT DEPCONT         ASSIGN TO UT-S-DEPCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DEPCONT.
      *
           SELECT DEPCC           ASSIGN TO UT-S-DEPCC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DEPCC.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERCONT.
      *
           SELECT PERSUS          ASSIGN TO UT-S-PERSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERSUS.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
          05 VLR-DEPR-IMB         PIC 9(11)V99.
          05 CONTA-ATIVO-IMB      PIC X(10).
          05 CONTA-DEPR-IMB       PIC X(10).
          05 CC-IMB               PIC X(03).
          05 FILLER               PIC X(01).
      *
       FD CADIMOBN
           RECORD     CONTAINS    100 CHARACTERS
          05 VALOR-DEP            PIC 9(11)V99.
          05 DATA-LANC-DEP        PIC 9(08).
          05 QTD-REG-DEP          PIC 9(04).
      *
      * DESPESA DE DEPRECIACAO DO MES POR CENTRO DE CUSTO, NO LAYOUT
      * DO CADCONTC.
      *
       FD DEPCC
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DEPCC.
       01 REG-DEPCC.
          05 CONTA-DCC            PIC X(10).
          05 CC-DCC               PIC X(03).
          05 IND-DC-DCC           PIC X(01).
          05 VALOR-DCC            PIC 9(11)V99.
          05 DATA-LANC-DCC        PIC 9(08).
          05 FILLER               PIC X(07).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
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
             10 WS-TAB-CTA-CONTA  PIC X(10).
             10 WS-TAB-CTA-VALOR  PIC 9(11)V99.
      *
      *  DEPRECIACAO DO MES POR CENTRO DE CUSTO DO BEM
      *
       01 WS-TAB-CCD.
          05 WS-TAB-CCD-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-CCD-ENTRY OCCURS 50 TIMES.
             10 WS-TAB-CCD-CC     PIC X(03).
             10 WS-TAB-CCD-VALOR  PIC 9(11)V99.
      *
       77 WS-CC-BEM               PIC X(03) VALUE SPACES.
       77 WS-IDX                  PIC 9(02) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(02) VALUE ZEROS.
       77 WS-DEPR-MES             PIC 9(11)V99 VALUE ZEROS.
       77 FS-CADIMOB              PIC X(02) VALUE SPACES.
       77 FS-CADIMOBN             PIC X(02) VALUE SPACES.
       77 FS-DEPCONT              PIC X(02) VALUE SPACES.
       77 FS-DEPCC                PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDEPR             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
          05 TOT004-VLR-LIQUIDO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 001-09-LER-PARMDEPR.
           PERFORM 002-00-OBTER-DATA-HORA.
                       PARMDATA
                OUTPUT CADIMOBN
                       DEPCONT
                       DEPCC
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

           PERFORM 001-03-FS-CADIMOBN.
           PERFORM 001-04-FS-DEPCONT.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-06-FS-DEPCC.

       001-01-FIM.                EXIT.


       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-DEPCC            SECTION.
      *================================================================*
           MOVE 'DEPCC'           TO FS-ARQUIVO.
           MOVE FS-DEPCC          TO FS-COD-STATUS.

           IF FS-DEPCC NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
           ADD WS-DEPR-MES        TO ACUM-VLR-DEPR-MES.

           PERFORM 003-02-ACUMULAR-CONTA.
           PERFORM 003-04-ACUMULAR-CENTRO.

       003-01-FIM.                EXIT.


       003-03-FIM.                EXIT.

      *================================================================*
       003-04-ACUMULAR-CENTRO     SECTION.
      *================================================================*
           MOVE CC-IMB            TO WS-CC-BEM.
           IF WS-CC-BEM EQUAL SPACES
               MOVE '000'         TO WS-CC-BEM.

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-05-PROCURAR-CENTRO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CCD-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               IF WS-TAB-CCD-QTD EQUAL 50
                   DISPLAY '* MAIS DE 50 CENTROS COM DEPRECIACAO *'
                   DISPLAY '* AUMENTAR WS-TAB-CCD E REPROCESSAR  *'
                   MOVE 'CADIMOB' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-CCD-QTD
               MOVE WS-TAB-CCD-QTD TO WS-ACHADO
               MOVE WS-CC-BEM     TO WS-TAB-CCD-CC (WS-ACHADO)
               MOVE ZEROS         TO WS-TAB-CCD-VALOR (WS-ACHADO).

           ADD WS-DEPR-MES        TO WS-TAB-CCD-VALOR (WS-ACHADO).

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-PROCURAR-CENTRO     SECTION.
      *================================================================*
           IF WS-TAB-CCD-CC (WS-IDX) EQUAL WS-CC-BEM
               MOVE WS-IDX        TO WS-ACHADO.

       003-05-FIM.                EXIT.

      *================================================================*
       004-00-GERAR-LANCAMENTOS   SECTION.
      *================================================================*
               PERFORM 004-02-GRAVAR-LANCAMENTO
               PERFORM 004-01-CREDITAR-CONTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-CTA-QTD
               PERFORM 004-03-DEBITAR-CENTRO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-CCD-QTD.

       004-00-FIM.                EXIT.

           MOVE ACUM-DEPRECIADOS  TO QTD-DEP.
           MOVE WS-DATA-REF       TO DATA-LANC-DEP.
           MOVE WS-SEQ-LANC       TO QTD-REG-DEP.
           MOVE DATA-LANC-DEP     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'DEPCONT'     TO WS-PER-ARQUIVO
               MOVE REG-DEPCONT   TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-DEPCONT
               PERFORM 001-04-FS-DEPCONT.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-DEBITAR-CENTRO      SECTION.
      *================================================================*
           MOVE SPACES            TO REG-DEPCC.
           MOVE WS-CONTA-DESPESA  TO CONTA-DCC.
           MOVE WS-TAB-CCD-CC (WS-IDX) TO CC-DCC.
           MOVE 'D'               TO IND-DC-DCC.
           MOVE WS-TAB-CCD-VALOR (WS-IDX) TO VALOR-DCC.
           MOVE WS-DATA-REF       TO DATA-LANC-DCC.
           MOVE DATA-LANC-DCC     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'DEPCC'       TO WS-PER-ARQUIVO
               MOVE REG-DEPCC     TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-DEPCC
               PERFORM 001-06-FS-DEPCC.

       004-03-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           CLOSE CADIMOB
                 CADIMOBN
                 DEPCONT
                 DEPCC
                 RELATO.
           PERFORM 001-02-FS-CADIMOB.
           PERFORM 001-03-FS-CADIMOBN.
           PERFORM 001-04-FS-DEPCONT.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-06-FS-DEPCC.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       008-00-FIM.                EXIT.

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

           MOVE 'PU8EXF03'      TO PROGRAMA-PSU.
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
