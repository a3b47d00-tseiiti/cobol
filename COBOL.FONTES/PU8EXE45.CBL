      * OS LANCAMENTOS APROVADOS SAEM TAMBEM NO FLUXO POR CENTRO DE
      * CUSTO (CADCONTC), QUE O PU8EXE97 TOTALIZA NO BALANCETE POR
      * CENTRO DENTRO DE CONTA.
      *
      * OS LANCAMENTOS APROVADOS SAEM AINDA NO ARQUIVO LANCAPR, NO
      * LAYOUT DO LANCMAN E COM O NUMERO DO DOCUMENTO, PARA O RAZAO
      * ANALITICO (PU8EXF44) IDENTIFICAR A ORIGEM DE CADA PARTIDA
      * MANUAL QUE ENTROU NO CADCONTM.
      *
      * TRAVA DE PERIODO: DOCUMENTO COM LANCAMENTO DATADO EM ANO/MES
      * JA FECHADO NO PERCONT (FECHAMENTO DO PU8EXE43) E RECUSADO
      * INTEIRO PARA O LANCSUS, COM O MOTIVO 'PERIODO AAAAMM FECHADO'.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT CADCONTM        ASSIGN TO UT-S-CADCONTM
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTM.
      *
           SELECT LANCAPR         ASSIGN TO UT-S-LANCAPR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-LANCAPR.
      *
           SELECT LANCSUS         ASSIGN TO UT-S-LANCSUS
                                  ACCESS SEQUENTIAL
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERCONT.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PLANOCTA.
       COPY PLANOCTA.
      *
      * CADASTRO DE CENTROS DE CUSTO PARA A CRITICA DO CC-LAN.
      *
          05 DATA-LANC-CTM        PIC 9(08).
          05 QTD-REG-CTM          PIC 9(04).
      *
      * LANCAMENTOS DE DOCUMENTOS APROVADOS, NO LAYOUT DO LANCMAN.
      *
       FD LANCAPR
           RECORD     CONTAINS    43 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-LANCAPR.
       01 REG-LANCAPR.
          05 DOC-APR              PIC X(08).
          05 CONTA-APR            PIC X(10).
          05 IND-DC-APR           PIC X(01).
          05 VALOR-APR            PIC 9(11)V99.
          05 DATA-APR             PIC 9(08).
          05 CC-APR               PIC X(03).
      *
      * LANCAMENTOS DE DOCUMENTOS RECUSADOS, COM A IMAGEM ORIGINAL E
      * O MOTIVO DA RECUSA.
      *
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
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
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
       77 FS-PLANOCTA             PIC X(02) VALUE SPACES.
       77 FS-CADCONTM             PIC X(02) VALUE SPACES.
       77 FS-LANCSUS              PIC X(02) VALUE SPACES.
       77 FS-LANCAPR              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
          05 TOT004-COPIADOS      PIC ZZZ.ZZ9.
      *
      *
      *  TRAVA DE PERIODO CONTABIL - ANO/MES FECHADOS NO PERCONT;
      *  DOCUMENTO COM LANCAMENTO NUM DELES E RECUSADO INTEIRO
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
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
      *
       77 FS-RUNLOG               PIC X(02) VALUE SPACES.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 800-00-CARREGAR-PERIODOS.
           PERFORM 001-10-CARREGAR-PLANOCTA.
           PERFORM 001-14-CARREGAR-CENCUSTO.
           PERFORM 001-12-CARREGAR-LANCMAN.
                       CENCUSTO
                OUTPUT CADCONTM
                       CADCONTC
                       LANCAPR
                       LANCSUS
                       RELATO.
           PERFORM 001-01-TESTAR-FS.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-08-FS-CENCUSTO.
           PERFORM 001-09-FS-CADCONTC.
           PERFORM 001-16-FS-LANCAPR.

       001-01-FIM.                EXIT.


       001-15-FIM.                EXIT.

      *================================================================*
       001-16-FS-LANCAPR          SECTION.
      *================================================================*
           MOVE 'LANCAPR'         TO FS-ARQUIVO.
           MOVE FS-LANCAPR        TO FS-COD-STATUS.

           IF FS-LANCAPR NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-16-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
                   MOVE 'R'       TO WS-DOC-VALIDO
                   MOVE 'CENTRO DE CUSTO INVALIDO'
                                  TO WS-DOC-MOTIVO
               END-IF
               MOVE WS-TAB-LAN-DATA (WS-IDX-2) TO WS-PER-DATA
               PERFORM 800-10-TESTAR-PERIODO
               IF WS-PER-FECHADO EQUAL 'S'
                   MOVE 'R'       TO WS-DOC-VALIDO
                   MOVE WS-PER-ANOMES TO WS-PER-MOTIVO-ANOMES
                   MOVE WS-PER-MOTIVO TO WS-DOC-MOTIVO
               END-IF.

       003-02-FIM.                EXIT.
           WRITE REG-CADCONTC.
           PERFORM 001-09-FS-CADCONTC.

           MOVE WS-TAB-LAN-DOC (WS-IDX)   TO DOC-APR.
           MOVE WS-TAB-LAN-CONTA (WS-IDX) TO CONTA-APR.
           MOVE WS-TAB-LAN-IND (WS-IDX)   TO IND-DC-APR.
           MOVE WS-TAB-LAN-VALOR (WS-IDX) TO VALOR-APR.
           MOVE WS-TAB-LAN-DATA (WS-IDX)  TO DATA-APR.
           MOVE WS-TAB-LAN-CC (WS-IDX)    TO CC-APR.
           WRITE REG-LANCAPR.
           PERFORM 001-16-FS-LANCAPR.

       005-02-FIM.                EXIT.

      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCONTM
                 CADCONTC
                 LANCAPR
                 LANCSUS
                 RELATO.
           PERFORM 001-05-FS-CADCONTM.
           PERFORM 001-09-FS-CADCONTC.
           PERFORM 001-16-FS-LANCAPR.
           PERFORM 001-06-FS-LANCSUS.
           PERFORM 001-07-FS-RELATO.


       007-00-FIM.                EXIT.

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
