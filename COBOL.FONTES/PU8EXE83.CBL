      * E NOS LANCAMENTOS DO CAMCONT (LAYOUT CADCONTA): PERDA DEBITA
      * A CONTA DE PERDA E CREDITA O AJUSTE DO PASSIVO; GANHO FAZ O
      * INVERSO, NAS CONTAS DO PARMCGL. A CARTEIRA SAI REAPRECADA E
      * RECARIMBADA NO APABERTN. AS NOTAS DE DEBITO AO FORNECEDOR
      * (TIPO-DOC-AP 'D', DEVOLUCOES DA QUALIDADE VALORIZADAS PELO
      * PRECO DO PEDIDO NO PU8EXE81) PASSAM SEM REAPRECAMENTO.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO CAMCONT; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
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
           SELECT PERSUS          ASSIGN TO UT-S-PERSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERSUS.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
          05 DT-VENC-AP           PIC 9(08).
          05 SITUACAO-AP          PIC X(01).
          05 TAXA-CAMBIO-AP       PIC 9(05)V9(04).
          05 TIPO-DOC-AP          PIC X(01).
          05 FILLER               PIC X(03).
      *
       FD CADFORN
           RECORD     CONTAINS    40 CHARACTERS
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
          05 TOT005-PERDA         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-10-LER-PARMDATA.
           PERFORM 001-11-LER-PARMCGL.
           PERFORM 001-12-CARREGAR-CADFORN.
           PERFORM 003-02-RESOLVER-MOEDA.

           IF WS-MOEDA-ITEM NOT EQUAL SPACES AND 'BRL'
              AND TIPO-DOC-AP NOT EQUAL 'D'
               PERFORM 003-03-APLICAR-FECHAMENTO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE ACUM-REAPRECADOS  TO QTD-CAM.
           MOVE WS-DATA-REF       TO DATA-LANC-CAM.
           MOVE WS-SEQ-LANC       TO QTD-REG-CAM.
           MOVE DATA-LANC-CAM     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'CAMCONT'     TO WS-PER-ARQUIVO
               MOVE REG-CAMCONT   TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CAMCONT
               PERFORM 001-06-FS-CAMCONT.

       004-01-FIM.                EXIT.

           PERFORM 001-06-FS-CAMCONT.
           PERFORM 001-07-FS-RELATO.

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

           MOVE 'PU8EXE83'      TO PROGRAMA-PSU.
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
