       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF23.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONSULTA DE NUMEROS DE SERIE E LOTES. CRUZA O CADASTRO DE
      * SERIES DOS ITENS ACABADOS (SERIES, GRAVADO PELO APONTAMENTO
      * DO PU8EXE62 - VER COPY SERIE) COM O HISTORICO DE LOTES
      * (HISTLOTE, DO PU8EXE73) PELA ORDEM DE PRODUCAO: OS LOTES DE
      * UMA UNIDADE SAO AS SAIDAS 'S' DO HISTLOTE CUJO DOC-HLT E O
      * NUMERO DA ORDEM QUE A PRODUZIU.
      *
      * A PRIMEIRA PARTE DO RELATORIO VAI DA SERIE AOS LOTES (POR
      * ORDEM, COM A FAIXA DE SERIES, A DATA DE PRODUCAO, O
      * VENCIMENTO DA GARANTIA E OS LOTES CONSUMIDOS); A SEGUNDA VAI
      * DO LOTE AS SERIES (PARA CADA LOTE CONSUMIDO POR ORDEM
      * SERIALIZADA, AS FAIXAS DE SERIES QUE O CONTEM), PARA O
      * ATENDIMENTO AO CLIENTE E PARA DELIMITAR UM RECALL.
      *
      * O PARMSERI RESTRINGE A CONSULTA: TIPO 'S' = UMA SERIE (SO A
      * PRIMEIRA PARTE), TIPO 'L' = UM LOTE (SO A SEGUNDA PARTE;
      * PECA ZERADA = O LOTE EM QUALQUER PECA). VAZIO = TUDO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT SERIES          ASSIGN TO UT-S-SERIES
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SERIES.
      *
           SELECT HISTLOTE        ASSIGN TO UT-S-HISTLOTE
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTLOTE.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMSERI    ASSIGN TO UT-S-PARMSERI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMSERI.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
       FD SERIES
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SERIE.
       COPY SERIE.
      *
      * HISTORICO DE MOVIMENTOS POR LOTE (LAYOUT DO PU8EXE73).
      *
       FD HISTLOTE
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTLOTE.
       01 REG-HISTLOTE.
          05 COD-PECA-HLT         PIC 9(05).
          05 LOTE-HLT             PIC X(04).
          05 TIPO-HLT             PIC X(01).
          05 QTD-HLT              PIC 9(07).
          05 DOC-HLT              PIC X(10).
          05 DATA-HLT             PIC 9(08).
          05 FILLER               PIC X(05).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO DA CONSULTA: 'S' = SERIE, 'L' = LOTE, ESPACO = TUDO.
      *
       FD PARMSERI
           RECORD     CONTAINS    24 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMSERI.
       01 REG-PARMSERI.
          05 TIPO-CONS-PARM       PIC X(01).
          05 NUM-SERIE-PARM.
             10 NUM-OP-PARM       PIC 9(06).
             10 SEQ-PARM          PIC 9(05).
          05 COD-PECA-PARM        PIC 9(05).
          05 LOTE-PARM            PIC X(04).
          05 FILLER               PIC X(03).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
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
      *  AREA PARA OBTER DATA E HORA
      *
       01 WS-DATA-HORARIO-SYS.
          05 WS-DATA-SYS.
             10 WS-ANO-SYS        PIC 9(04).
             10 WS-MES-SYS        PIC 9(02).
             10 WS-DIA-SYS        PIC 9(02).
          05 WS-DATA-SYS-R        REDEFINES WS-DATA-SYS
                                  PIC 9(08).
          05 WS-HORARIO-SYS.
             10 WS-HOR-SYS        PIC 9(02).
             10 WS-MIN-SYS        PIC 9(02).
          05 FILLER               PIC X(09).
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
      *  PARAMETRO DA CONSULTA
      *
       77 WS-TIPO-CONS            PIC X(01) VALUE SPACES.
       77 WS-OP-FILTRO            PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-FILTRO           PIC 9(05) VALUE ZEROS.
       77 WS-PECA-FILTRO          PIC 9(05) VALUE ZEROS.
       77 WS-LOTE-FILTRO          PIC X(04) VALUE SPACES.
      *
      *  ORDENS COM SERIE: AS SERIES DE UMA ORDEM SAO CONSECUTIVAS
      *  (SEQUENCIA 1 A QTD-OP), GUARDADAS COMO FAIXA.
      *
       01 WS-TAB-SOP.
          05 WS-TAB-SOP-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-SOP-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-SOP-OP     PIC 9(06).
             10 WS-TAB-SOP-ITEM   PIC 9(05).
             10 WS-TAB-SOP-SEQ-INI PIC 9(05).
             10 WS-TAB-SOP-SEQ-FIM PIC 9(05).
             10 WS-TAB-SOP-PROD   PIC 9(08).
             10 WS-TAB-SOP-GARANT PIC 9(08).
      *
      *  CONSUMOS DE LOTE DAS ORDENS SERIALIZADAS (SAIDAS 'S' DO
      *  HISTLOTE) E LOTES DISTINTOS CONSUMIDOS POR ELAS.
      *
       01 WS-TAB-CON.
          05 WS-TAB-CON-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-CON-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-CON-PECA   PIC 9(05).
             10 WS-TAB-CON-LOTE   PIC X(04).
             10 WS-TAB-CON-OP     PIC 9(06).
             10 WS-TAB-CON-QTDE   PIC 9(07).
             10 WS-TAB-CON-DATA   PIC 9(08).
      *
       01 WS-TAB-LOT.
          05 WS-TAB-LOT-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-LOT-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-LOT-PECA   PIC 9(05).
             10 WS-TAB-LOT-LOTE   PIC X(04).
      *
       77 WS-IDX-SOP              PIC 9(03) VALUE ZEROS.
       77 WS-SOP-ACHADA           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CON              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-LOT              PIC 9(04) VALUE ZEROS.
       77 WS-LOT-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-OP-PROCURA           PIC 9(06) VALUE ZEROS.
       77 WS-DOC-NUM-R            PIC X(06) VALUE SPACES.
       77 WS-QTD-LINHAS-GRUPO     PIC 9(04) VALUE ZEROS.
       77 WS-SECAO                PIC X(01) VALUE 'S'.
       77 WS-SELECIONADO          PIC X(01) VALUE 'N'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-SERIES             PIC 9(06) VALUE ZEROS.
       77 ACUM-HISTLOTE           PIC 9(06) VALUE ZEROS.
       77 ACUM-ORDENS-LISTADAS    PIC 9(06) VALUE ZEROS.
       77 ACUM-LOTES-LISTADOS     PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-SERIES               PIC X(02) VALUE SPACES.
       77 FS-HISTLOTE             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMSERI             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      *  LINHAS DO RELATORIO
      *
       01  CAB001.
          05 FILLER               PIC X(39) VALUE
             'FUTURE SCHOOL CURSOS DE COMPUTACAO'.
          05 CAB002-HOR           PIC 9(02).
          05 FILLER               PIC X     VALUE ':'.
          05 CAB002-MIN           PIC 9(02).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'PAG.: '.
          05 CAB001-PAG           PIC Z.ZZ9.
      *
       01  CAB002.
          05 FILLER               PIC X(50) VALUE
             'PROGRAMA = PU8EXF23'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'CONSULTA DE NUMEROS DE SERIE E LOTES'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005-S.
          05 FILLER               PIC X(23) VALUE 'SERIES'.
          05 FILLER               PIC X(08) VALUE 'ITEM'.
          05 FILLER               PIC X(10) VALUE 'PRODUCAO'.
          05 FILLER               PIC X(10) VALUE 'GARANTIA'.
          05 FILLER               PIC X(20) VALUE 'SITUACAO'.
      *
       01  CAB005-L.
          05 FILLER               PIC X(08) VALUE 'PECA'.
          05 FILLER               PIC X(08) VALUE 'LOTE'.
          05 FILLER               PIC X(23) VALUE 'SERIES'.
          05 FILLER               PIC X(08) VALUE 'ITEM'.
          05 FILLER               PIC X(11) VALUE 'QTDE'.
          05 FILLER               PIC X(10) VALUE 'DATA'.
      *
       01  DET001.
          05 DET001-OP            PIC 9(06).
          05 FILLER               PIC X(01) VALUE '-'.
          05 DET001-SEQ-INI       PIC 9(05).
          05 FILLER               PIC X(03) VALUE ' A '.
          05 DET001-SEQ-FIM       PIC 9(05).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-ITEM          PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PROD          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-GARANT        PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(11).
      *
       01  DET002.
          05 FILLER               PIC X(09) VALUE '    PECA '.
          05 DET002-PECA          PIC 99.999.
          05 FILLER               PIC X(07) VALUE '  LOTE '.
          05 DET002-LOTE          PIC X(04).
          05 FILLER               PIC X(07) VALUE '  QTDE '.
          05 DET002-QTD           PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(07) VALUE '  DATA '.
          05 DET002-DATA          PIC 9(08).
      *
       01  DET003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET003-MENSAGEM      PIC X(60).
      *
       01  DET004.
          05 DET004-PECA          PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET004-LOTE          PIC X(04).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET004-OP            PIC 9(06).
          05 FILLER               PIC X(01) VALUE '-'.
          05 DET004-SEQ-INI       PIC 9(05).
          05 FILLER               PIC X(03) VALUE ' A '.
          05 DET004-SEQ-FIM       PIC 9(05).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET004-ITEM          PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET004-QTD           PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET004-DATA          PIC 9(08).
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             'NENHUM REGISTRO ENCONTRADO PARA O PARAMETRO INFORMADO'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE SERIES NO CADASTRO              :'.
          05 TOT001-SERIES        PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'CONSUMOS DE LOTE DE ORDENS SERIALIZADAS  :'.
          05 TOT002-CONSUMOS      PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'ORDENS LISTADAS (SERIE PARA LOTE)        :'.
          05 TOT003-ORDENS        PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'LOTES LISTADOS (LOTE PARA SERIE)         :'.
          05 TOT004-LOTES         PIC ZZZ.ZZ9.
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
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 001-10-LER-PARMSERI.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-SERIES.
           PERFORM 004-00-CARREGAR-HISTLOTE.

           IF WS-TIPO-CONS NOT EQUAL 'L'
               MOVE 'S'           TO WS-SECAO
               MOVE 60            TO ACUM-LINHAS
               PERFORM 005-00-LISTAR-SERIE-LOTE.

           IF WS-TIPO-CONS NOT EQUAL 'S'
               MOVE 'L'           TO WS-SECAO
               MOVE 60            TO ACUM-LINHAS
               PERFORM 006-00-LISTAR-LOTE-SERIE.

           PERFORM 010-00-IMPRIMIR-TOTAIS.
           PERFORM 011-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  SERIES
                       HISTLOTE
                       PARMSERI
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-SERIES.
           PERFORM 001-03-FS-HISTLOTE.
           PERFORM 001-04-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-SERIES           SECTION.
      *================================================================*
           MOVE 'SERIES'          TO FS-ARQUIVO.
           MOVE FS-SERIES         TO FS-COD-STATUS.

           IF FS-SERIES NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-HISTLOTE         SECTION.
      *================================================================*
           MOVE 'HISTLOTE'        TO FS-ARQUIVO.
           MOVE FS-HISTLOTE       TO FS-COD-STATUS.

           IF FS-HISTLOTE NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.

           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.
           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-LER-PARMSERI        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMSERI.

           MOVE 'PARMSERI'        TO FS-ARQUIVO.
           MOVE FS-PARMSERI       TO FS-COD-STATUS.
           IF FS-PARMSERI NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMSERI EQUAL '00'
               IF TIPO-CONS-PARM EQUAL 'S'
                   MOVE 'S'       TO WS-TIPO-CONS
                   MOVE NUM-OP-PARM TO WS-OP-FILTRO
                   MOVE SEQ-PARM  TO WS-SEQ-FILTRO
               ELSE
                   IF TIPO-CONS-PARM EQUAL 'L'
                       MOVE 'L'   TO WS-TIPO-CONS
                       MOVE COD-PECA-PARM TO WS-PECA-FILTRO
                       MOVE LOTE-PARM TO WS-LOTE-FILTRO
                   END-IF
               END-IF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMSERI.

       001-10-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CARREGAR-SERIES     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SERIES.
           PERFORM 001-02-FS-SERIES.

           PERFORM 003-01-ACUMULAR-SERIE
               UNTIL FS-SERIES EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SERIES.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-SERIE      SECTION.
      *================================================================*
      * AS SERIES DE UMA MESMA ORDEM VIRAM UMA FAIXA NA TABELA.
      *
           ADD 1                  TO ACUM-SERIES.
           MOVE NUM-OP-SER        TO WS-OP-PROCURA.
           PERFORM 007-00-LOCALIZAR-ORDEM.

           IF WS-SOP-ACHADA EQUAL ZEROS
               IF WS-TAB-SOP-QTD EQUAL 500
                   DISPLAY '* SERIES COM MAIS DE 500 ORDENS      *'
                   DISPLAY '* AUMENTAR WS-TAB-SOP E REPROCESSAR  *'
                   MOVE 'SERIES'  TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-SOP-QTD
               MOVE WS-TAB-SOP-QTD TO WS-SOP-ACHADA
               MOVE NUM-OP-SER    TO WS-TAB-SOP-OP (WS-SOP-ACHADA)
               MOVE COD-ITEM-SER  TO WS-TAB-SOP-ITEM (WS-SOP-ACHADA)
               MOVE SEQ-SER       TO WS-TAB-SOP-SEQ-INI (WS-SOP-ACHADA)
               MOVE SEQ-SER       TO WS-TAB-SOP-SEQ-FIM (WS-SOP-ACHADA)
               MOVE DATA-PROD-SER TO WS-TAB-SOP-PROD (WS-SOP-ACHADA)
               MOVE DATA-GARANT-SER TO
                   WS-TAB-SOP-GARANT (WS-SOP-ACHADA)
           ELSE
               IF SEQ-SER LESS WS-TAB-SOP-SEQ-INI (WS-SOP-ACHADA)
                   MOVE SEQ-SER   TO WS-TAB-SOP-SEQ-INI (WS-SOP-ACHADA)
               END-IF
               IF SEQ-SER GREATER WS-TAB-SOP-SEQ-FIM (WS-SOP-ACHADA)
                   MOVE SEQ-SER   TO WS-TAB-SOP-SEQ-FIM (WS-SOP-ACHADA)
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SERIES.
           PERFORM 001-02-FS-SERIES.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-HISTLOTE   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTLOTE.
           PERFORM 001-03-FS-HISTLOTE.

           PERFORM 004-01-ACUMULAR-HISTLOTE
               UNTIL FS-HISTLOTE EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTLOTE.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-HISTLOTE   SECTION.
      *================================================================*
      * SO INTERESSAM OS CONSUMOS 'S' CUJO DOCUMENTO E UMA ORDEM
      * QUE GEROU SERIES.
      *
           MOVE DOC-HLT (1:6)     TO WS-DOC-NUM-R.

           IF TIPO-HLT EQUAL 'S'
              AND WS-DOC-NUM-R NUMERIC
               MOVE WS-DOC-NUM-R  TO WS-OP-PROCURA
               PERFORM 007-00-LOCALIZAR-ORDEM
               IF WS-SOP-ACHADA NOT EQUAL ZEROS
                   PERFORM 004-02-GUARDAR-CONSUMO
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTLOTE.
           PERFORM 001-03-FS-HISTLOTE.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-GUARDAR-CONSUMO     SECTION.
      *================================================================*
           IF WS-TAB-CON-QTD EQUAL 2000
               DISPLAY '* HISTLOTE COM MAIS DE 2000 CONSUMOS  *'
               DISPLAY '* AUMENTAR WS-TAB-CON E REPROCESSAR   *'
               MOVE 'HISTLOTE'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO ACUM-HISTLOTE.
           ADD 1                  TO WS-TAB-CON-QTD.
           MOVE COD-PECA-HLT      TO WS-TAB-CON-PECA (WS-TAB-CON-QTD).
           MOVE LOTE-HLT          TO WS-TAB-CON-LOTE (WS-TAB-CON-QTD).
           MOVE WS-OP-PROCURA     TO WS-TAB-CON-OP (WS-TAB-CON-QTD).
           MOVE QTD-HLT           TO WS-TAB-CON-QTDE (WS-TAB-CON-QTD).
           MOVE DATA-HLT          TO WS-TAB-CON-DATA (WS-TAB-CON-QTD).

           MOVE ZEROS             TO WS-LOT-ACHADO.
           PERFORM 004-03-PROCURAR-LOTE
               VARYING WS-IDX-LOT FROM 1 BY 1
               UNTIL WS-IDX-LOT GREATER WS-TAB-LOT-QTD
                  OR WS-LOT-ACHADO NOT EQUAL ZEROS.

           IF WS-LOT-ACHADO EQUAL ZEROS
               IF WS-TAB-LOT-QTD EQUAL 1000
                   DISPLAY '* HISTLOTE COM MAIS DE 1000 LOTES     *'
                   DISPLAY '* AUMENTAR WS-TAB-LOT E REPROCESSAR   *'
                   MOVE 'HISTLOTE' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-LOT-QTD
               MOVE COD-PECA-HLT  TO WS-TAB-LOT-PECA (WS-TAB-LOT-QTD)
               MOVE LOTE-HLT      TO WS-TAB-LOT-LOTE (WS-TAB-LOT-QTD)
           END-IF.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-PROCURAR-LOTE       SECTION.
      *================================================================*
           IF WS-TAB-LOT-PECA (WS-IDX-LOT) EQUAL COD-PECA-HLT
              AND WS-TAB-LOT-LOTE (WS-IDX-LOT) EQUAL LOTE-HLT
               MOVE WS-IDX-LOT    TO WS-LOT-ACHADO.

       004-03-FIM.                EXIT.

      *================================================================*
       005-00-LISTAR-SERIE-LOTE   SECTION.
      *================================================================*
      * DA SERIE PARA OS LOTES: UMA LINHA POR ORDEM (FAIXA DE SERIES)
      * SEGUIDA DOS LOTES QUE A ORDEM CONSUMIU.
      *
           PERFORM 005-01-LISTAR-UMA-ORDEM
               VARYING WS-IDX-SOP FROM 1 BY 1
               UNTIL WS-IDX-SOP GREATER WS-TAB-SOP-QTD.

           IF ACUM-ORDENS-LISTADAS EQUAL ZEROS
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-04-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-LISTAR-UMA-ORDEM    SECTION.
      *================================================================*
           MOVE 'S'               TO WS-SELECIONADO.

           IF WS-TIPO-CONS EQUAL 'S'
               IF WS-TAB-SOP-OP (WS-IDX-SOP) NOT EQUAL WS-OP-FILTRO
                  OR WS-SEQ-FILTRO LESS
                     WS-TAB-SOP-SEQ-INI (WS-IDX-SOP)
                  OR WS-SEQ-FILTRO GREATER
                     WS-TAB-SOP-SEQ-FIM (WS-IDX-SOP)
                   MOVE 'N'       TO WS-SELECIONADO.

           IF WS-SELECIONADO EQUAL 'S'
               PERFORM 005-03-IMPRIMIR-ORDEM.

       005-01-FIM.                EXIT.

      *================================================================*
       005-03-IMPRIMIR-ORDEM      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-ORDENS-LISTADAS.

           IF ACUM-LINHAS GREATER 56
               PERFORM 009-00-CABECALHOS.

           MOVE WS-TAB-SOP-OP (WS-IDX-SOP) TO DET001-OP.

           IF WS-TIPO-CONS EQUAL 'S'
               MOVE WS-SEQ-FILTRO TO DET001-SEQ-INI
               MOVE WS-SEQ-FILTRO TO DET001-SEQ-FIM
           ELSE
               MOVE WS-TAB-SOP-SEQ-INI (WS-IDX-SOP) TO DET001-SEQ-INI
               MOVE WS-TAB-SOP-SEQ-FIM (WS-IDX-SOP) TO DET001-SEQ-FIM.

           MOVE WS-TAB-SOP-ITEM (WS-IDX-SOP)   TO DET001-ITEM.
           MOVE WS-TAB-SOP-PROD (WS-IDX-SOP)   TO DET001-PROD.
           MOVE WS-TAB-SOP-GARANT (WS-IDX-SOP) TO DET001-GARANT.

           IF WS-TAB-SOP-GARANT (WS-IDX-SOP) LESS WS-DATA-SYS-R
               MOVE 'VENCIDA'     TO DET001-SITUACAO
           ELSE
               MOVE 'EM GARANTIA' TO DET001-SITUACAO.

           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-04-FS-RELATO.
           ADD 2                  TO ACUM-LINHAS.

           MOVE ZEROS             TO WS-QTD-LINHAS-GRUPO.
           PERFORM 005-02-LISTAR-LOTE-DA-ORDEM
               VARYING WS-IDX-CON FROM 1 BY 1
               UNTIL WS-IDX-CON GREATER WS-TAB-CON-QTD.

           IF WS-QTD-LINHAS-GRUPO EQUAL ZEROS
               MOVE 'NENHUM LOTE REGISTRADO NO HISTLOTE PARA A ORDEM'
                                  TO DET003-MENSAGEM
               WRITE REG-RELATO   FROM DET003 AFTER 1
               PERFORM 001-04-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       005-03-FIM.                EXIT.

      *================================================================*
       005-02-LISTAR-LOTE-DA-ORDEM SECTION.
      *================================================================*
           IF WS-TAB-CON-OP (WS-IDX-CON) EQUAL
              WS-TAB-SOP-OP (WS-IDX-SOP)
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               MOVE WS-TAB-CON-PECA (WS-IDX-CON) TO DET002-PECA
               MOVE WS-TAB-CON-LOTE (WS-IDX-CON) TO DET002-LOTE
               MOVE WS-TAB-CON-QTDE (WS-IDX-CON) TO DET002-QTD
               MOVE WS-TAB-CON-DATA (WS-IDX-CON) TO DET002-DATA
               WRITE REG-RELATO   FROM DET002 AFTER 1
               PERFORM 001-04-FS-RELATO
               ADD 1              TO ACUM-LINHAS
               ADD 1              TO WS-QTD-LINHAS-GRUPO.

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-LISTAR-LOTE-SERIE   SECTION.
      *================================================================*
      * DO LOTE PARA AS SERIES: PARA CADA LOTE CONSUMIDO POR ORDEM
      * SERIALIZADA, AS ORDENS (FAIXAS DE SERIES) QUE O CONSUMIRAM.
      *
           PERFORM 006-01-LISTAR-UM-LOTE
               VARYING WS-IDX-LOT FROM 1 BY 1
               UNTIL WS-IDX-LOT GREATER WS-TAB-LOT-QTD.

           IF ACUM-LOTES-LISTADOS EQUAL ZEROS
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-04-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-LISTAR-UM-LOTE      SECTION.
      *================================================================*
           MOVE 'S'               TO WS-SELECIONADO.

           IF WS-TIPO-CONS EQUAL 'L'
               IF WS-TAB-LOT-LOTE (WS-IDX-LOT) NOT EQUAL
                  WS-LOTE-FILTRO
                  OR (WS-PECA-FILTRO NOT EQUAL ZEROS
                      AND WS-TAB-LOT-PECA (WS-IDX-LOT) NOT EQUAL
                          WS-PECA-FILTRO)
                   MOVE 'N'       TO WS-SELECIONADO.

           IF WS-SELECIONADO EQUAL 'S'
               PERFORM 006-03-IMPRIMIR-LOTE.

       006-01-FIM.                EXIT.

      *================================================================*
       006-03-IMPRIMIR-LOTE       SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LOTES-LISTADOS.

           IF ACUM-LINHAS GREATER 57
               PERFORM 009-00-CABECALHOS.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           PERFORM 006-02-LISTAR-SERIE-DO-LOTE
               VARYING WS-IDX-CON FROM 1 BY 1
               UNTIL WS-IDX-CON GREATER WS-TAB-CON-QTD.

       006-03-FIM.                EXIT.

      *================================================================*
       006-02-LISTAR-SERIE-DO-LOTE SECTION.
      *================================================================*
           IF WS-TAB-CON-PECA (WS-IDX-CON) EQUAL
              WS-TAB-LOT-PECA (WS-IDX-LOT)
              AND WS-TAB-CON-LOTE (WS-IDX-CON) EQUAL
                  WS-TAB-LOT-LOTE (WS-IDX-LOT)
               MOVE WS-TAB-CON-OP (WS-IDX-CON) TO WS-OP-PROCURA
               PERFORM 007-00-LOCALIZAR-ORDEM
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               MOVE WS-TAB-LOT-PECA (WS-IDX-LOT) TO DET004-PECA
               MOVE WS-TAB-LOT-LOTE (WS-IDX-LOT) TO DET004-LOTE
               MOVE WS-OP-PROCURA TO DET004-OP
               MOVE WS-TAB-SOP-SEQ-INI (WS-SOP-ACHADA)
                                  TO DET004-SEQ-INI
               MOVE WS-TAB-SOP-SEQ-FIM (WS-SOP-ACHADA)
                                  TO DET004-SEQ-FIM
               MOVE WS-TAB-SOP-ITEM (WS-SOP-ACHADA) TO DET004-ITEM
               MOVE WS-TAB-CON-QTDE (WS-IDX-CON) TO DET004-QTD
               MOVE WS-TAB-CON-DATA (WS-IDX-CON) TO DET004-DATA
               WRITE REG-RELATO   FROM DET004 AFTER 1
               PERFORM 001-04-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       006-02-FIM.                EXIT.

      *================================================================*
       007-00-LOCALIZAR-ORDEM     SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-SOP-ACHADA.

           PERFORM 007-01-COMPARAR-ORDEM
               VARYING WS-IDX-SOP FROM 1 BY 1
               UNTIL WS-IDX-SOP GREATER WS-TAB-SOP-QTD
                  OR WS-SOP-ACHADA NOT EQUAL ZEROS.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-COMPARAR-ORDEM      SECTION.
      *================================================================*
           IF WS-TAB-SOP-OP (WS-IDX-SOP) EQUAL WS-OP-PROCURA
               MOVE WS-IDX-SOP    TO WS-SOP-ACHADA.

       007-01-FIM.                EXIT.

      *================================================================*
       009-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           IF WS-SECAO EQUAL 'S'
               WRITE REG-RELATO   FROM CAB005-S AFTER 1
           ELSE
               WRITE REG-RELATO   FROM CAB005-L AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-SERIES       TO TOT001-SERIES.
           MOVE ACUM-HISTLOTE     TO TOT002-CONSUMOS.
           MOVE ACUM-ORDENS-LISTADAS TO TOT003-ORDENS.
           MOVE ACUM-LOTES-LISTADOS TO TOT004-LOTES.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       011-00-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
           DISPLAY '* ERRO ' FS-OPERACAO ' DO ARQUIVO ' FS-ARQUIVO
           DISPLAY '* FILE STATUS = ' FS-COD-STATUS
           DISPLAY '* PROGRAMA ENCERRADO'
           MOVE 'ERRO'            TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           MOVE 0090              TO RETURN-CODE
           STOP RUN.

       900-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF23'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-SERIES             TO RUNLOG-QTD-LIDOS
               MOVE ZEROS                   TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
