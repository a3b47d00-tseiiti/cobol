      * DE CONTRAPARTIDA DO PARMFERC. O RELATORIO LISTA CADA
      * PAGAMENTO AO LADO DA DATA DE INICIO DO GOZO, PARA NINGUEM
      * SAIR DE FERIAS SEM RECEBER.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO FERCONT; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
      * CADA PAGAMENTO DO FOLHAFER VAI TAMBEM PARA O HISTORICO
      * PERMANENTE DE FOLHA (HISTFOL, EM EXTEND, TIPO 'F'), NO MES DE
      * REFERENCIA, PARA O INFORME DE RENDIMENTOS DO PU8EXF53.
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
           SELECT HISTFOL         ASSIGN TO UT-S-HISTFOL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTFOL.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
      * EXTRATO DE FERIAS, NO LAYOUT FOLHALIQ, PARA O PU8EXE53.
      *
       FD FOLHAFER
          RECORD      CONTAINS    81 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-FOLHAFER.
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
      * LANCAMENTOS DE BAIXA DA PROVISAO, NO LAYOUT DO CADCONTA.
      *
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
       77 FS-PARMPROV             PIC X(02) VALUE SPACES.
       77 FS-FERIAS               PIC X(02) VALUE SPACES.
       77 FS-FOLHAFER             PIC X(02) VALUE SPACES.
       77 FS-HISTFOL              PIC X(02) VALUE SPACES.
       77 FS-FERCONT              PIC X(02) VALUE SPACES.
       77 FS-PARMFERC             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
          05 TOT003-SEM-CAD       PIC ZZZ.ZZ9.
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
           PERFORM 001-06-LER-PARMDATA.
           PERFORM 001-07-LER-PARMPROV.
           PERFORM 001-08-LER-PARMFERC.
                       PARMDATA
                OUTPUT FOLHAFER
                       FERCONT
                       RELATO
                EXTEND HISTFOL.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-04-FS-FOLHAFER.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-09-FS-FERIAS.
           PERFORM 001-13-FS-FERCONT.
           PERFORM 001-14-FS-HISTFOL.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FERIAS.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-FS-HISTFOL          SECTION.
      *================================================================*
           MOVE 'HISTFOL'         TO FS-ARQUIVO.
           MOVE FS-HISTFOL        TO FS-COD-STATUS.

           IF FS-HISTFOL NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-14-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-TABFOLHA   SECTION.
      *================================================================*
           MOVE WS-VLR-BRUTO-FER  TO SALARIO-LIQ.
           MOVE WS-VLR-INSS       TO INSS-LIQ.
           MOVE WS-VLR-IRRF       TO IRRF-LIQ.
           MOVE ZEROS             TO BENEF-LIQ.

           COMPUTE SALARIO-NETO =
               WS-VLR-BRUTO-FER - WS-VLR-INSS - WS-VLR-IRRF.
           PERFORM 001-04-FS-FOLHAFER.
           ADD 1                  TO ACUM-GRAVADOS.

           PERFORM 003-07-GRAVAR-HISTFOL.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.


       003-02-FIM.                EXIT.

      *================================================================*
       003-07-GRAVAR-HISTFOL      SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-HISTFOL.

           MOVE CODIGO-LIQ        TO CODIGO-HFO.
           MOVE NOME-LIQ          TO NOME-HFO.
           MOVE SECAO-LIQ         TO SECAO-HFO.
           MOVE WS-DATA-REF (1:6) TO ANOMES-HFO.
           MOVE 'F'               TO TIPO-HFO.
           MOVE SALARIO-LIQ       TO BRUTO-HFO.
           MOVE INSS-LIQ          TO INSS-HFO.
           MOVE IRRF-LIQ          TO IRRF-HFO.
           MOVE SALARIO-NETO      TO LIQUIDO-HFO.

           WRITE REG-HISTFOL.
           PERFORM 001-14-FS-HISTFOL.

       003-07-FIM.                EXIT.

      *================================================================*
       003-03-CALCULAR-INSS       SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO QTD-FER.
           MOVE WS-DATA-REF       TO DATA-LANC-FER.
           MOVE WS-SEQ-LANC       TO QTD-REG-FER.
           MOVE DATA-LANC-FER     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'FERCONT'     TO WS-PER-ARQUIVO
               MOVE REG-FERCONT   TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-FERCONT
               PERFORM 001-13-FS-FERCONT.

       003-51-FIM.                EXIT.

           CLOSE FERIAS
                 FOLHAFER
                 FERCONT
                 RELATO
                 HISTFOL.
           PERFORM 001-09-FS-FERIAS.
           PERFORM 001-04-FS-FOLHAFER.
           PERFORM 001-13-FS-FERCONT.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-14-FS-HISTFOL.

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

           MOVE 'PU8EXF12'      TO PROGRAMA-PSU.
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
