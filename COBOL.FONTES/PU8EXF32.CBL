       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF32.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * RELATORIO MENSAL DAS RETENCOES NA FONTE SOBRE PAGAMENTOS A
      * FORNECEDORES DE SERVICOS, PARA AS DECLARACOES DO DEPARTAMENTO
      * FISCAL. LE O HISTORICO RETFORN (VER COPY RETFORN), GRAVADO
      * PELO PU8EXE81 NA REMESSA DE PAGAMENTOS, E SELECIONA AS
      * RETENCOES DO MES DA DATA DE REFERENCIA (PARMDATA; SEM DATA,
      * O MES CORRENTE) PELA DATA DO PAGAMENTO.
      *
      * O RELATORIO SAI POR TRIBUTO E, DENTRO DELE, POR FORNECEDOR
      * (NOME DO CADFORN), COM A QUANTIDADE DE PAGAMENTOS, A BASE E O
      * VALOR RETIDO; CADA TRIBUTO FECHA COM O TOTAL A RECOLHER E O
      * VENCIMENTO DO RECOLHIMENTO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT RETFORN         ASSIGN TO UT-S-RETFORN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RETFORN.
      *
           SELECT CADFORN         ASSIGN TO UT-S-CADFORN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFORN.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
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
       FD RETFORN
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RETFORN.
       COPY RETFORN.
      *
       FD CADFORN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADFORN.
       COPY CADFORN.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
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
          05 WS-HORARIO-SYS.
             10 WS-HOR-SYS        PIC 9(02).
             10 WS-MIN-SYS        PIC 9(02).
          05 FILLER               PIC X(09).
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
      *  MES DE COMPETENCIA DO RELATORIO (ANO E MES DA REFERENCIA)
      *
       01 WS-DATA-REF.
          05 WS-ANOMES-REF        PIC 9(06).
          05 FILLER               PIC 9(02).
       01 WS-DATA-PAGTO.
          05 WS-ANOMES-PAGTO      PIC 9(06).
          05 FILLER               PIC 9(02).
      *
      *  NOMES DOS FORNECEDORES
      *
       01 WS-TAB-FORN.
          05 WS-TAB-FORN-QTD      PIC 9(03) VALUE ZEROS.
          05 WS-TAB-FORN-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-FORN-COD   PIC X(05).
             10 WS-TAB-FORN-NOME  PIC X(30).
      *
      *  RETENCOES DO MES RESUMIDAS POR TRIBUTO E FORNECEDOR
      *
       01 WS-TAB-RES.
          05 WS-TAB-RES-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-RES-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-RES-CHAVE.
                15 WS-TAB-RES-TRIB PIC X(04).
                15 WS-TAB-RES-FORN PIC 9(05).
             10 WS-TAB-RES-PAGTOS PIC 9(05).
             10 WS-TAB-RES-BASE   PIC 9(13)V99.
             10 WS-TAB-RES-VALOR  PIC 9(13)V99.
             10 WS-TAB-RES-VENC   PIC 9(08).
             10 WS-TAB-RES-IMPRESSO PIC X(01).
      *
       01 WS-CHAVE-RET.
          05 WS-CHAVE-TRIB        PIC X(04).
          05 WS-CHAVE-FORN        PIC 9(05).
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-2                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MENOR            PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-FORN-BUSCA           PIC X(05) VALUE SPACES.
       77 WS-TRIB-ATUAL           PIC X(04) VALUE SPACES.
       77 WS-VENC-ATUAL           PIC 9(08) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDAS              PIC 9(06) VALUE ZEROS.
       77 ACUM-DO-MES             PIC 9(06) VALUE ZEROS.
       77 ACUM-BASE-TRIB          PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-TRIB           PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-TOTAL          PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-RETFORN              PIC X(02) VALUE SPACES.
       77 FS-CADFORN              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF32'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(48) VALUE
             'RETENCOES NA FONTE POR TRIBUTO E FORNECEDOR -'.
          05 CAB003-MES           PIC 9(02)/.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(06) VALUE 'TRIB.'.
          05 FILLER               PIC X(06) VALUE 'FORN.'.
          05 FILLER               PIC X(23) VALUE 'NOME'.
          05 FILLER               PIC X(06) VALUE 'PAGTS'.
          05 FILLER               PIC X(16) VALUE '          BASE'.
          05 FILLER               PIC X(15) VALUE '        RETIDO'.
      *
       01  DET001.
          05 DET001-TRIB          PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-FORN          PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-NOME          PIC X(22).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PAGTOS        PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-BASE          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  SUB001.
          05 FILLER               PIC X(06) VALUE 'TOTAL'.
          05 SUB001-TRIB          PIC X(04).
          05 FILLER               PIC X(17) VALUE ' - RECOLHER ATE'.
          05 SUB001-VENC          PIC 99/99/9999.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 SUB001-BASE          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 SUB001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
      *
       77  WS-VENC-DDMMAAAA       PIC 9(08) VALUE ZEROS.
       01  WS-VENC-AAAAMMDD.
          05 WS-VENC-ANO          PIC 9(04).
          05 WS-VENC-MES          PIC 9(02).
          05 WS-VENC-DIA          PIC 9(02).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'RETENCOES LIDAS NO RETFORN               :'.
          05 TOT001-LIDAS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'RETENCOES DO MES                         :'.
          05 TOT002-DO-MES        PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL RETIDO NO MES  :'.
          05 TOT003-VLR-TOTAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-05-LER-PARMDATA.
           PERFORM 001-06-CARREGAR-CADFORN.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-RESUMIR-RETENCOES.
           PERFORM 004-00-IMPRIMIR-RETENCOES.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  RETFORN
                       CADFORN
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-RETFORN.
           PERFORM 001-03-FS-CADFORN.
           PERFORM 001-04-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-RETFORN          SECTION.
      *================================================================*
           MOVE 'RETFORN'         TO FS-ARQUIVO.
           MOVE FS-RETFORN        TO FS-COD-STATUS.

           IF FS-RETFORN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADFORN          SECTION.
      *================================================================*
           MOVE 'CADFORN'         TO FS-ARQUIVO.
           MOVE FS-CADFORN        TO FS-COD-STATUS.

           IF FS-CADFORN NOT EQUAL '00' AND '10'
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
       001-05-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.

           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.
           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-CARREGAR-CADFORN    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFORN.
           PERFORM 001-03-FS-CADFORN.

           PERFORM 001-07-ACUMULAR-CADFORN
               UNTIL FS-CADFORN EQUAL '10'
                  OR WS-TAB-FORN-QTD EQUAL 500.

           IF FS-CADFORN NOT EQUAL '10'
               DISPLAY '* CADFORN COM MAIS DE 500 FORNECED.  *'
               DISPLAY '* AUMENTAR WS-TAB-FORN E REPROCESSAR *'
               MOVE 'CADFORN'     TO FS-ARQUIVO
               MOVE FS-CADFORN    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFORN.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-ACUMULAR-CADFORN    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-FORN-QTD.
           MOVE COD-FORN          TO
               WS-TAB-FORN-COD (WS-TAB-FORN-QTD).
           MOVE NOME-FORN         TO
               WS-TAB-FORN-NOME (WS-TAB-FORN-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFORN.
           PERFORM 001-03-FS-CADFORN.

       001-07-FIM.                EXIT.

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

           MOVE WS-ANOMES-REF(1:4) TO CAB003-ANO.
           MOVE WS-ANOMES-REF(5:2) TO CAB003-MES.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-RESUMIR-RETENCOES   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RETFORN.
           PERFORM 001-02-FS-RETFORN.

           PERFORM 003-01-RESUMIR-UMA
               UNTIL FS-RETFORN EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RETFORN.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-RESUMIR-UMA         SECTION.
      *================================================================*
      * SO AS RETENCOES COM PAGAMENTO NO MES DE COMPETENCIA.
      *
           ADD 1                  TO ACUM-LIDAS.
           MOVE DATA-PAGTO-RTF    TO WS-DATA-PAGTO.

           IF WS-ANOMES-PAGTO EQUAL WS-ANOMES-REF
               ADD 1              TO ACUM-DO-MES
               MOVE TRIBUTO-RTF   TO WS-CHAVE-TRIB
               MOVE FORN-RTF      TO WS-CHAVE-FORN
               MOVE ZEROS         TO WS-ACHADO
               PERFORM 003-02-PROCURAR-CHAVE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-RES-QTD
                      OR WS-ACHADO NOT EQUAL ZEROS
               IF WS-ACHADO EQUAL ZEROS
                   PERFORM 003-03-INCLUIR-CHAVE
               END-IF
               ADD 1              TO WS-TAB-RES-PAGTOS (WS-ACHADO)
               ADD BASE-RTF       TO WS-TAB-RES-BASE (WS-ACHADO)
               ADD VALOR-RTF      TO WS-TAB-RES-VALOR (WS-ACHADO)
               MOVE VENC-RTF      TO WS-TAB-RES-VENC (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RETFORN.
           PERFORM 001-02-FS-RETFORN.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-PROCURAR-CHAVE      SECTION.
      *================================================================*
           IF WS-TAB-RES-CHAVE (WS-IDX) EQUAL WS-CHAVE-RET
               MOVE WS-IDX        TO WS-ACHADO.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-INCLUIR-CHAVE       SECTION.
      *================================================================*
           IF WS-TAB-RES-QTD EQUAL 500
               DISPLAY '* MAIS DE 500 TRIBUTOS/FORNECEDORES  *'
               DISPLAY '* AUMENTAR WS-TAB-RES E REPROCESSAR  *'
               MOVE 'RETFORN'     TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-RES-QTD.
           MOVE WS-TAB-RES-QTD    TO WS-ACHADO.
           MOVE WS-CHAVE-RET      TO WS-TAB-RES-CHAVE (WS-ACHADO).
           MOVE ZEROS             TO WS-TAB-RES-PAGTOS (WS-ACHADO).
           MOVE ZEROS             TO WS-TAB-RES-BASE (WS-ACHADO).
           MOVE ZEROS             TO WS-TAB-RES-VALOR (WS-ACHADO).
           MOVE ZEROS             TO WS-TAB-RES-VENC (WS-ACHADO).
           MOVE 'N'               TO WS-TAB-RES-IMPRESSO (WS-ACHADO).

       003-03-FIM.                EXIT.

      *================================================================*
       004-00-IMPRIMIR-RETENCOES  SECTION.
      *================================================================*
      * LISTA POR TRIBUTO E FORNECEDOR (SELECAO EM TABELA, SEM VERBO
      * SORT), COM O TOTAL DE CADA TRIBUTO NA QUEBRA.
      *
           MOVE SPACES            TO WS-TRIB-ATUAL.

           PERFORM 004-01-IMPRIMIR-UMA
               VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 GREATER WS-TAB-RES-QTD.

           IF WS-TRIB-ATUAL NOT EQUAL SPACES
               PERFORM 004-04-IMPRIMIR-SUBTOTAL.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-IMPRIMIR-UMA        SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-IDX-MENOR.

           PERFORM 004-02-PROCURAR-MENOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-RES-QTD.

           IF WS-IDX-MENOR NOT EQUAL ZEROS
               IF WS-TAB-RES-TRIB (WS-IDX-MENOR) NOT EQUAL
                  WS-TRIB-ATUAL
                   IF WS-TRIB-ATUAL NOT EQUAL SPACES
                       PERFORM 004-04-IMPRIMIR-SUBTOTAL
                   END-IF
                   MOVE WS-TAB-RES-TRIB (WS-IDX-MENOR) TO
                       WS-TRIB-ATUAL
               END-IF
               PERFORM 004-03-IMPRIMIR-LINHA
               MOVE 'S'           TO
                   WS-TAB-RES-IMPRESSO (WS-IDX-MENOR).

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-MENOR      SECTION.
      *================================================================*
           IF WS-TAB-RES-IMPRESSO (WS-IDX) EQUAL 'N'
               IF WS-IDX-MENOR EQUAL ZEROS
                   MOVE WS-IDX    TO WS-IDX-MENOR
               ELSE
                   IF WS-TAB-RES-CHAVE (WS-IDX) LESS
                      WS-TAB-RES-CHAVE (WS-IDX-MENOR)
                       MOVE WS-IDX TO WS-IDX-MENOR
                   END-IF
               END-IF.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-IMPRIMIR-LINHA      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-RES-TRIB (WS-IDX-MENOR)   TO DET001-TRIB.
           MOVE WS-TAB-RES-FORN (WS-IDX-MENOR)   TO DET001-FORN.
           MOVE WS-TAB-RES-PAGTOS (WS-IDX-MENOR) TO DET001-PAGTOS.
           MOVE WS-TAB-RES-BASE (WS-IDX-MENOR)   TO DET001-BASE.
           MOVE WS-TAB-RES-VALOR (WS-IDX-MENOR)  TO DET001-VALOR.

           MOVE WS-TAB-RES-FORN (WS-IDX-MENOR)   TO WS-FORN-BUSCA.
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 004-05-PROCURAR-NOME
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-FORN-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-FORN-NOME (WS-ACHADO) TO DET001-NOME
           ELSE
               MOVE 'NAO CADASTRADO'  TO DET001-NOME.

           ADD WS-TAB-RES-BASE (WS-IDX-MENOR)  TO ACUM-BASE-TRIB.
           ADD WS-TAB-RES-VALOR (WS-IDX-MENOR) TO ACUM-VLR-TRIB.
           ADD WS-TAB-RES-VALOR (WS-IDX-MENOR) TO ACUM-VLR-TOTAL.
           MOVE WS-TAB-RES-VENC (WS-IDX-MENOR) TO WS-VENC-ATUAL.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-IMPRIMIR-SUBTOTAL   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 57
               PERFORM 008-00-CABECALHOS.

           MOVE WS-VENC-ATUAL     TO WS-VENC-AAAAMMDD.
           COMPUTE WS-VENC-DDMMAAAA = WS-VENC-DIA * 1000000 +
                   WS-VENC-MES * 10000 + WS-VENC-ANO.

           MOVE WS-TRIB-ATUAL     TO SUB001-TRIB.
           MOVE WS-VENC-DDMMAAAA  TO SUB001-VENC.
           MOVE ACUM-BASE-TRIB    TO SUB001-BASE.
           MOVE ACUM-VLR-TRIB     TO SUB001-VALOR.

           WRITE REG-RELATO       FROM SUB001 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 3                  TO ACUM-LINHAS.

           MOVE ZEROS             TO ACUM-BASE-TRIB.
           MOVE ZEROS             TO ACUM-VLR-TRIB.

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-PROCURAR-NOME       SECTION.
      *================================================================*
           IF WS-TAB-FORN-COD (WS-IDX) EQUAL WS-FORN-BUSCA
               MOVE WS-IDX        TO WS-ACHADO.

       004-05-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDAS        TO TOT001-LIDAS.
           MOVE ACUM-DO-MES       TO TOT002-DO-MES.
           MOVE ACUM-VLR-TOTAL    TO TOT003-VLR-TOTAL.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
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

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

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
               MOVE 'PU8EXF32'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LIDAS              TO RUNLOG-QTD-LIDOS
               MOVE ACUM-DO-MES             TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
