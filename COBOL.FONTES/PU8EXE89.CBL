      * LAYOUT DO CADCONTA (VARCONT): VARIACAO DESFAVORAVEL DEBITA A
      * CONTA DE VARIACAO E CREDITA A CONTRAPARTIDA DO PARMVAR;
      * FAVORAVEL FAZ O INVERSO.
      *
      * O CUSTO PADRAO DE CADA COMPONENTE E O CUSTO CONGELADO DO
      * CUSTPAD (ROLL-UP DO PU8EXF22, APROVADO PELA CONTROLADORIA);
      * O CUSTO DIGITADO NA LIGACAO DO CADPRO SO VALE PARA O ITEM QUE
      * AINDA NAO TEM CUSTO CONGELADO.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO VARCONT; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT CADPECA         ASSIGN TO UT-S-CADPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPECA.
      *
           SELECT CUSTPAD         ASSIGN TO UT-S-CUSTPAD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CUSTPAD.
      *
           SELECT MOVPROD         ASSIGN TO UT-S-MOVPROD
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
           DATA       RECORD      IS REG-CADPECA.
       COPY CADPECA
           REPLACING ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
      *
      * CUSTO PADRAO CONGELADO POR ITEM.
      *
       FD CUSTPAD
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CUSTPAD.
       COPY CUSTPAD.
      *
       FD MOVPROD
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
          05 WS-TAB-PEC-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PEC-COD    PIC 9(05).
             10 WS-TAB-PEC-PRECO  PIC 9(07)V99.
      *
       01 WS-TAB-CPD.
          05 WS-TAB-CPD-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-CPD-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-CPD-COD    PIC 9(05).
             10 WS-TAB-CPD-CUSTO  PIC 9(07)V99.
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(03) VALUE ZEROS.
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-2                PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CPD              PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO-CPD           PIC 9(04) VALUE ZEROS.
       77 WS-DOC-NUM-R            PIC X(06) VALUE SPACES.
       77 WS-QTD-PADRAO           PIC 9(09) VALUE ZEROS.
       77 WS-QTD-REAL             PIC 9(09) VALUE ZEROS.
       77 FS-ORDPROD              PIC X(02) VALUE SPACES.
       77 FS-CADPRO               PIC X(02) VALUE SPACES.
       77 FS-CADPECA              PIC X(02) VALUE SPACES.
       77 FS-CUSTPAD              PIC X(02) VALUE SPACES.
       77 FS-MOVPROD              PIC X(02) VALUE SPACES.
       77 FS-VARCONT              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
          05 TOT003-VAR-TOTAL     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-11-LER-PARMVAR.
           PERFORM 001-18-CARREGAR-CUSTPAD.
           PERFORM 001-12-CARREGAR-CADPRO.
           PERFORM 001-14-CARREGAR-CADPECA.
           PERFORM 001-16-CARREGAR-MOVPROD.
           OPEN INPUT  ORDPROD
                       CADPRO
                       CADPECA
                       CUSTPAD
                       MOVPROD
                       PARMVAR
                       PARMDATA
           PERFORM 001-05-FS-MOVPROD.
           PERFORM 001-06-FS-VARCONT.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-08-FS-CUSTPAD.

       001-01-FIM.                EXIT.


       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-CUSTPAD          SECTION.
      *================================================================*
           MOVE 'CUSTPAD'         TO FS-ARQUIVO.
           MOVE FS-CUSTPAD        TO FS-COD-STATUS.

           IF FS-CUSTPAD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-10-LER-PARMDATA        SECTION.
      *================================================================*
               MOVE QTD-ITEM      TO
                   WS-TAB-PRO-QTDE (WS-TAB-PRO-QTD)
               MOVE CUSTO         TO
                   WS-TAB-PRO-CUSTO (WS-TAB-PRO-QTD)
               PERFORM 001-20-CUSTO-CONGELADO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPRO.

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-CARREGAR-CUSTPAD    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTPAD.
           PERFORM 001-08-FS-CUSTPAD.

           PERFORM 001-19-ACUMULAR-CUSTPAD
               UNTIL FS-CUSTPAD EQUAL '10'
                  OR WS-TAB-CPD-QTD EQUAL 1000.

           IF FS-CUSTPAD NOT EQUAL '10'
               DISPLAY '* CUSTPAD COM MAIS DE 1000 ITENS    *'
               DISPLAY '* AUMENTAR WS-TAB-CPD E REPROCESSAR *'
               MOVE 'CUSTPAD'     TO FS-ARQUIVO
               MOVE FS-CUSTPAD    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CUSTPAD.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-ACUMULAR-CUSTPAD    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-CPD-QTD.
           MOVE COD-ITEM-CPD      TO
               WS-TAB-CPD-COD (WS-TAB-CPD-QTD).
           MOVE CUSTO-CPD         TO
               WS-TAB-CPD-CUSTO (WS-TAB-CPD-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTPAD.
           PERFORM 001-08-FS-CUSTPAD.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-CUSTO-CONGELADO     SECTION.
      *================================================================*
      * TROCA O CUSTO DIGITADO NA LIGACAO PELO CUSTO CONGELADO DO
      * COMPONENTE, QUANDO HOUVER.
      *
           MOVE ZEROS             TO WS-ACHADO-CPD.

           PERFORM 001-21-PROCURAR-CUSTPAD
               VARYING WS-IDX-CPD FROM 1 BY 1
               UNTIL WS-IDX-CPD GREATER WS-TAB-CPD-QTD
                  OR WS-ACHADO-CPD NOT EQUAL ZEROS.

           IF WS-ACHADO-CPD NOT EQUAL ZEROS
               MOVE WS-TAB-CPD-CUSTO (WS-ACHADO-CPD) TO
                   WS-TAB-PRO-CUSTO (WS-TAB-PRO-QTD).

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-PROCURAR-CUSTPAD    SECTION.
      *================================================================*
           IF WS-TAB-CPD-COD (WS-IDX-CPD) EQUAL COD-ITEM
               MOVE WS-IDX-CPD    TO WS-ACHADO-CPD.

       001-21-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE WS-VLR-ABS        TO VALOR-VAR.
           MOVE WS-DATA-REF       TO DATA-LANC-VAR.
           MOVE WS-SEQ-LANC       TO QTD-REG-VAR.
           MOVE DATA-LANC-VAR     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'VARCONT'     TO WS-PER-ARQUIVO
               MOVE REG-VARCONT   TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-VARCONT
               PERFORM 001-06-FS-VARCONT.

       004-51-FIM.                EXIT.

           PERFORM 001-06-FS-VARCONT.
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

           MOVE 'PU8EXE89'      TO PROGRAMA-PSU.
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
