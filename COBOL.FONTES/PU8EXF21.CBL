       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF21.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * PROVA MENSAL DO SALDO DE LIVRO POR PECA (ROLL-FORWARD). PARA
      * CADA COD-PECA, PARTE DO QTD-PECA DE ABERTURA (A GERACAO DO
      * CADPECA DO FIM DO MES ANTERIOR, CADPECAA), SOMA OS
      * RECEBIMENTOS 'E' E OS AJUSTES 'A' E SUBTRAI AS SAIDAS 'S' E OS
      * AJUSTES 'B' DO HISTORICO DE MOVIMENTOS (MOVHIST, LAYOUT
      * MOVPECA) E O SUCATEAMENTO DO HISTSUCA (PU8EXE31), TODOS DO MES
      * DE REFERENCIA (ANO/MES DO PARMDATA). O SALDO ESPERADO E
      * COMPARADO COM O QTD-PECA DE FECHAMENTO DO CADPECN CORRENTE.
      *
      * O RELATORIO MOSTRA, PECA A PECA, AS QUANTIDADES DA PROVA E O
      * VALOR ESPERADO E DE FECHAMENTO AO PR-UNITARIO DO FECHAMENTO
      * (PECA EXCLUIDA NO MES USA O PR-UNITARIO DA ABERTURA), COM '*'
      * NAS PECAS QUE NAO FECHAM; EM SEGUIDA LISTA SOMENTE AS PECAS
      * DIVERGENTES, PARA QUE UMA ALTERACAO PELO TERMINAL (PU8EXE23)
      * OU UMA REAPLICACAO INDEVIDA DE MOVIMENTO APARECA NO MES, E NAO
      * SO NO INVENTARIO ANUAL DO PU8EXE30.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADPECAA        ASSIGN TO UT-S-CADPECAA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPECAA.
      *
           SELECT CADPECN         ASSIGN TO UT-S-CADPECN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPECN.
      *
           SELECT MOVHIST         ASSIGN TO UT-S-MOVHIST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVHIST.
      *
           SELECT HISTSUCA        ASSIGN TO UT-S-HISTSUCA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTSUCA.
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
      * CADASTRO DE PECAS DO FIM DO MES ANTERIOR (SALDO DE ABERTURA).
      *
       FD CADPECAA
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADPECAA.
       COPY CADPECA
           REPLACING ==REG-CADPECA== BY ==REG-CADPECAA==
                     ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
      *
      * CADASTRO DE PECAS CORRENTE (SALDO DE FECHAMENTO).
      *
       FD CADPECN
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADPECN.
       COPY CADPECA
           REPLACING ==REG-CADPECA== BY ==REG-CADPECN==
                     ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
      *
       FD MOVHIST
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVHIST.
       COPY MOVPECA
           REPLACING REG-MOVPECA BY REG-MOVHIST.
      *
       FD HISTSUCA
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTSUCA.
       01 REG-HISTSUCA.
          05 COD-PECA-HSU         PIC 9(05).
          05 TIPO-HSU             PIC X(01).
          05 QTD-HSU              PIC 9(05).
          05 VLR-HSU              PIC 9(09)V99.
          05 MOTIVO-HSU           PIC X(02).
          05 DATA-HSU.
             10 ANOMES-HSU        PIC 9(06).
             10 DIA-HSU           PIC 9(02).
          05 FILLER               PIC X(08).
      *
       FD RELATO
           RECORD     CONTAINS    111 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(111).
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
       01 WS-DATA-REF.
          05 WS-ANOMES-REF        PIC 9(06).
          05 WS-DIA-REF           PIC 9(02).
       01 WS-DATA-REF-R           REDEFINES WS-DATA-REF
                                  PIC 9(08).
      *
       01 WS-DATA-MOV.
          05 WS-ANOMES-MOV        PIC 9(06).
          05 WS-DIA-MOV           PIC 9(02).
       01 WS-DATA-MOV-R           REDEFINES WS-DATA-MOV
                                  PIC 9(08).
      *
      *  PROVA POR PECA: ABERTURA, MOVIMENTO DO MES E FECHAMENTO.
      *  WS-TAB-PEC-SIT: 'A' = SO NA ABERTURA, 'F' = SO NO
      *  FECHAMENTO, 'B' = NOS DOIS CADASTROS.
      *
       01 WS-TAB-PEC.
          05 WS-TAB-PEC-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-PEC-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-PEC-COD    PIC 9(05).
             10 WS-TAB-PEC-SIT    PIC X(01).
             10 WS-TAB-PEC-ABERT  PIC 9(07).
             10 WS-TAB-PEC-ENTR   PIC 9(07).
             10 WS-TAB-PEC-SAIDA  PIC 9(07).
             10 WS-TAB-PEC-SUCATA PIC 9(07).
             10 WS-TAB-PEC-FECH   PIC 9(07).
             10 WS-TAB-PEC-PRECO  PIC 9(07)V99.
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(04) VALUE ZEROS.
       77 WS-COD-PROCURA          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ESPERADA         PIC S9(07) VALUE ZEROS.
       77 WS-QTD-DIFERENCA        PIC S9(07) VALUE ZEROS.
       77 WS-VLR-ESPERADO         PIC S9(11)V99 VALUE ZEROS.
       77 WS-VLR-FECHAMENTO       PIC S9(11)V99 VALUE ZEROS.
       77 WS-VLR-DIFERENCA        PIC S9(11)V99 VALUE ZEROS.
       77 WS-MODO-LISTA           PIC X(01) VALUE 'T'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-MOVTOS-MES         PIC 9(06) VALUE ZEROS.
       77 ACUM-SUCATAS-MES        PIC 9(06) VALUE ZEROS.
       77 ACUM-PECAS              PIC 9(06) VALUE ZEROS.
       77 ACUM-DIVERGENTES        PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ESPERADO       PIC S9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-FECHAMENTO     PIC S9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-DIFERENCA      PIC S9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADPECAA             PIC X(02) VALUE SPACES.
       77 FS-CADPECN              PIC X(02) VALUE SPACES.
       77 FS-MOVHIST              PIC X(02) VALUE SPACES.
       77 FS-HISTSUCA             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF21'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAB003-TITULO        PIC X(50) VALUE
             'PROVA MENSAL DO SALDO DE ESTOQUE POR PECA'.
          05 FILLER               PIC X(14) VALUE 'REFERENCIA: '.
          05 CAB003-MES           PIC 99.
          05 FILLER               PIC X(01) VALUE '/'.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(108) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'PECA'.
          05 FILLER               PIC X(08) VALUE ' ABERT.'.
          05 FILLER               PIC X(08) VALUE ' +E/A'.
          05 FILLER               PIC X(08) VALUE ' -S/B'.
          05 FILLER               PIC X(08) VALUE ' -SUCATA'.
          05 FILLER               PIC X(09) VALUE ' ESPERADO'.
          05 FILLER               PIC X(08) VALUE ' FECHAM.'.
          05 FILLER               PIC X(09) VALUE '   DIFER.'.
          05 FILLER               PIC X(11) VALUE '  PR-UNIT.'.
          05 FILLER               PIC X(15) VALUE '   VLR ESPERADO'.
          05 FILLER               PIC X(15) VALUE '  VLR FECHAMENT'.
      *
       01  DET001.
          05 DET001-PECA          PIC 99.999.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ABERT         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ENTR          PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SAIDA         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SUCATA        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ESPERADO      PIC -ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-FECH          PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIFER         PIC -ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PRECO         PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VLR-ESPER     PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VLR-FECH      PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-MARCA         PIC X(01).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PECAS NA PROVA                  :'.
          05 TOT001-PECAS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE MOVIMENTOS DO MES (MOVHIST)     :'.
          05 TOT002-MOVTOS        PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE SUCATEAMENTOS DO MES (HISTSUCA) :'.
          05 TOT003-SUCATAS       PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PECAS QUE NAO FECHAM            :'.
          05 TOT004-DIVERGENTES   PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'VALOR ESPERADO             :'.
          05 TOT005-VLR-ESPER     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'VALOR DE FECHAMENTO        :'.
          05 TOT006-VLR-FECH      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'DIFERENCA (FECH - ESPERADO):'.
          05 TOT007-VLR-DIFER     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             '*** TODAS AS PECAS FECHAM - SALDO DE LIVRO PROVADO ***'.
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
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-ABERTURA.
           PERFORM 004-00-ACUMULAR-MOVHIST.
           PERFORM 005-00-ACUMULAR-HISTSUCA.
           PERFORM 006-00-CARREGAR-FECHAMENTO.
           MOVE 'T'               TO WS-MODO-LISTA.
           PERFORM 007-00-LISTAR-PROVA.
           MOVE 'D'               TO WS-MODO-LISTA.
           PERFORM 007-00-LISTAR-PROVA.
           PERFORM 010-00-IMPRIMIR-TOTAIS.
           PERFORM 011-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADPECAA
                       CADPECN
                       MOVHIST
                       HISTSUCA
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADPECAA.
           PERFORM 001-03-FS-CADPECN.
           PERFORM 001-04-FS-MOVHIST.
           PERFORM 001-05-FS-HISTSUCA.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADPECAA         SECTION.
      *================================================================*
           MOVE 'CADPECAA'        TO FS-ARQUIVO.
           MOVE FS-CADPECAA       TO FS-COD-STATUS.

           IF FS-CADPECAA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADPECN          SECTION.
      *================================================================*
           MOVE 'CADPECN'         TO FS-ARQUIVO.
           MOVE FS-CADPECN        TO FS-COD-STATUS.

           IF FS-CADPECN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-MOVHIST          SECTION.
      *================================================================*
           MOVE 'MOVHIST'         TO FS-ARQUIVO.
           MOVE FS-MOVHIST        TO FS-COD-STATUS.

           IF FS-MOVHIST NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-HISTSUCA         SECTION.
      *================================================================*
           MOVE 'HISTSUCA'        TO FS-ARQUIVO.
           MOVE FS-HISTSUCA       TO FS-COD-STATUS.

           IF FS-HISTSUCA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

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

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF-R
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF-R.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-09-FIM.                EXIT.

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

           MOVE WS-ANOMES-REF (1:4) TO CAB003-ANO.
           MOVE WS-ANOMES-REF (5:2) TO CAB003-MES.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CARREGAR-ABERTURA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECAA.
           PERFORM 001-02-FS-CADPECAA.

           PERFORM 003-01-ACUMULAR-ABERTURA
               UNTIL FS-CADPECAA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADPECAA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-ABERTURA   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.
           MOVE COD-PECA OF REG-CADPECAA TO WS-COD-PROCURA.
           PERFORM 008-00-LOCALIZAR-PECA.

           MOVE 'A'               TO WS-TAB-PEC-SIT (WS-ACHADO).
           MOVE QTD-PECA OF REG-CADPECAA TO
               WS-TAB-PEC-ABERT (WS-ACHADO).
           MOVE PR-UNITARIO OF REG-CADPECAA TO
               WS-TAB-PEC-PRECO (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECAA.
           PERFORM 001-02-FS-CADPECAA.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-ACUMULAR-MOVHIST    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVHIST.
           PERFORM 001-04-FS-MOVHIST.

           PERFORM 004-01-ACUMULAR-UM-MOVTO
               UNTIL FS-MOVHIST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVHIST.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-UM-MOVTO   SECTION.
      *================================================================*
      * SO ENTRAM OS MOVIMENTOS DO MES DE REFERENCIA COM QUANTIDADE
      * NUMERICA; O TRAILER DE CONTROLE (99999TRL) E DESPREZADO.
      *
           MOVE DATA-MOV          TO WS-DATA-MOV-R.

           IF REG-MOVHIST (1:8) NOT EQUAL '99999TRL'
              AND WS-ANOMES-MOV EQUAL WS-ANOMES-REF
              AND QTD-MOV NUMERIC
               PERFORM 004-02-ACUMULAR-NA-PECA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVHIST.
           PERFORM 001-04-FS-MOVHIST.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-ACUMULAR-NA-PECA    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-MOVTOS-MES.
           MOVE COD-PECA-MOV      TO WS-COD-PROCURA.
           PERFORM 008-00-LOCALIZAR-PECA.

           IF TIPO-MOV EQUAL 'E' OR 'A'
               ADD QTD-MOV        TO WS-TAB-PEC-ENTR (WS-ACHADO)
           ELSE IF TIPO-MOV EQUAL 'S' OR 'B'
               ADD QTD-MOV        TO WS-TAB-PEC-SAIDA (WS-ACHADO).

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-ACUMULAR-HISTSUCA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTSUCA.
           PERFORM 001-05-FS-HISTSUCA.

           PERFORM 005-01-ACUMULAR-UMA-SUCATA
               UNTIL FS-HISTSUCA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTSUCA.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-ACUMULAR-UMA-SUCATA SECTION.
      *================================================================*
           IF ANOMES-HSU EQUAL WS-ANOMES-REF
              AND QTD-HSU NUMERIC
               ADD 1              TO ACUM-SUCATAS-MES
               MOVE COD-PECA-HSU  TO WS-COD-PROCURA
               PERFORM 008-00-LOCALIZAR-PECA
               ADD QTD-HSU        TO WS-TAB-PEC-SUCATA (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTSUCA.
           PERFORM 001-05-FS-HISTSUCA.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-CARREGAR-FECHAMENTO SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECN.
           PERFORM 001-03-FS-CADPECN.

           PERFORM 006-01-ACUMULAR-FECHAMENTO
               UNTIL FS-CADPECN EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADPECN.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-ACUMULAR-FECHAMENTO SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.
           MOVE COD-PECA OF REG-CADPECN TO WS-COD-PROCURA.
           PERFORM 008-00-LOCALIZAR-PECA.

           IF WS-TAB-PEC-SIT (WS-ACHADO) EQUAL 'A'
               MOVE 'B'           TO WS-TAB-PEC-SIT (WS-ACHADO)
           ELSE
               MOVE 'F'           TO WS-TAB-PEC-SIT (WS-ACHADO).

           MOVE QTD-PECA OF REG-CADPECN TO
               WS-TAB-PEC-FECH (WS-ACHADO).
           MOVE PR-UNITARIO OF REG-CADPECN TO
               WS-TAB-PEC-PRECO (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECN.
           PERFORM 001-03-FS-CADPECN.

       006-01-FIM.                EXIT.

      *================================================================*
       007-00-LISTAR-PROVA        SECTION.
      *================================================================*
      * WS-MODO-LISTA 'T' LISTA TODAS AS PECAS (A PROVA COMPLETA);
      * 'D' LISTA SO AS DIVERGENTES, EM PAGINA PROPRIA.
      *
           IF WS-MODO-LISTA EQUAL 'T'
               MOVE 'PROVA MENSAL DO SALDO DE ESTOQUE POR PECA'
                                  TO CAB003-TITULO
           ELSE
               MOVE 'PECAS CUJA PROVA NAO FECHA'
                                  TO CAB003-TITULO.

           MOVE 60                TO ACUM-LINHAS.

           PERFORM 007-01-LISTAR-UMA-PECA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PEC-QTD.

           IF WS-MODO-LISTA EQUAL 'D'
              AND ACUM-DIVERGENTES EQUAL ZEROS
               PERFORM 009-00-CABECALHOS
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-06-FS-RELATO.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-LISTAR-UMA-PECA     SECTION.
      *================================================================*
           COMPUTE WS-QTD-ESPERADA =
               WS-TAB-PEC-ABERT (WS-IDX) + WS-TAB-PEC-ENTR (WS-IDX)
             - WS-TAB-PEC-SAIDA (WS-IDX) - WS-TAB-PEC-SUCATA (WS-IDX).

           COMPUTE WS-QTD-DIFERENCA =
               WS-TAB-PEC-FECH (WS-IDX) - WS-QTD-ESPERADA.

           COMPUTE WS-VLR-ESPERADO =
               WS-QTD-ESPERADA * WS-TAB-PEC-PRECO (WS-IDX).
           COMPUTE WS-VLR-FECHAMENTO =
               WS-TAB-PEC-FECH (WS-IDX) * WS-TAB-PEC-PRECO (WS-IDX).
           COMPUTE WS-VLR-DIFERENCA =
               WS-VLR-FECHAMENTO - WS-VLR-ESPERADO.

           IF WS-MODO-LISTA EQUAL 'T'
               ADD 1              TO ACUM-PECAS
               ADD WS-VLR-ESPERADO TO ACUM-VLR-ESPERADO
               ADD WS-VLR-FECHAMENTO TO ACUM-VLR-FECHAMENTO
               ADD WS-VLR-DIFERENCA TO ACUM-VLR-DIFERENCA
               IF WS-QTD-DIFERENCA NOT EQUAL ZEROS
                   ADD 1          TO ACUM-DIVERGENTES
               END-IF
               PERFORM 007-02-IMPRIMIR-PECA
           ELSE
               IF WS-QTD-DIFERENCA NOT EQUAL ZEROS
                   PERFORM 007-02-IMPRIMIR-PECA.

       007-01-FIM.                EXIT.

      *================================================================*
       007-02-IMPRIMIR-PECA       SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS.

           MOVE WS-TAB-PEC-COD (WS-IDX)    TO DET001-PECA.
           MOVE WS-TAB-PEC-ABERT (WS-IDX)  TO DET001-ABERT.
           MOVE WS-TAB-PEC-ENTR (WS-IDX)   TO DET001-ENTR.
           MOVE WS-TAB-PEC-SAIDA (WS-IDX)  TO DET001-SAIDA.
           MOVE WS-TAB-PEC-SUCATA (WS-IDX) TO DET001-SUCATA.
           MOVE WS-QTD-ESPERADA            TO DET001-ESPERADO.
           MOVE WS-TAB-PEC-FECH (WS-IDX)   TO DET001-FECH.
           MOVE WS-QTD-DIFERENCA           TO DET001-DIFER.
           MOVE WS-TAB-PEC-PRECO (WS-IDX)  TO DET001-PRECO.
           MOVE WS-VLR-ESPERADO            TO DET001-VLR-ESPER.
           MOVE WS-VLR-FECHAMENTO          TO DET001-VLR-FECH.

           IF WS-QTD-DIFERENCA NOT EQUAL ZEROS
               MOVE '*'           TO DET001-MARCA
           ELSE
               MOVE SPACES        TO DET001-MARCA.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       007-02-FIM.                EXIT.

      *================================================================*
       008-00-LOCALIZAR-PECA      SECTION.
      *================================================================*
      * DEVOLVE EM WS-ACHADO A POSICAO DE WS-COD-PROCURA NA TABELA DA
      * PROVA, INCLUINDO A PECA ZERADA QUANDO AINDA NAO EXISTE.
      *
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 008-01-PROCURAR-PECA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PEC-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               IF WS-TAB-PEC-QTD EQUAL 1000
                   DISPLAY '* MAIS DE 1000 PECAS NA PROVA        *'
                   DISPLAY '* AUMENTAR WS-TAB-PEC E REPROCESSAR  *'
                   MOVE 'CADPECN' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-PEC-QTD
               MOVE WS-TAB-PEC-QTD TO WS-ACHADO
               MOVE WS-COD-PROCURA TO WS-TAB-PEC-COD (WS-ACHADO)
               MOVE 'M'           TO WS-TAB-PEC-SIT (WS-ACHADO)
               MOVE ZEROS         TO WS-TAB-PEC-ABERT (WS-ACHADO)
                                     WS-TAB-PEC-ENTR (WS-ACHADO)
                                     WS-TAB-PEC-SAIDA (WS-ACHADO)
                                     WS-TAB-PEC-SUCATA (WS-ACHADO)
                                     WS-TAB-PEC-FECH (WS-ACHADO)
                                     WS-TAB-PEC-PRECO (WS-ACHADO).

       008-00-FIM.                EXIT.

      *================================================================*
       008-01-PROCURAR-PECA       SECTION.
      *================================================================*
           IF WS-TAB-PEC-COD (WS-IDX) EQUAL WS-COD-PROCURA
               MOVE WS-IDX        TO WS-ACHADO.

       008-01-FIM.                EXIT.

      *================================================================*
       009-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-PECAS        TO TOT001-PECAS.
           MOVE ACUM-MOVTOS-MES   TO TOT002-MOVTOS.
           MOVE ACUM-SUCATAS-MES  TO TOT003-SUCATAS.
           MOVE ACUM-DIVERGENTES  TO TOT004-DIVERGENTES.
           MOVE ACUM-VLR-ESPERADO TO TOT005-VLR-ESPER.
           MOVE ACUM-VLR-FECHAMENTO TO TOT006-VLR-FECH.
           MOVE ACUM-VLR-DIFERENCA TO TOT007-VLR-DIFER.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-06-FS-RELATO.

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
               MOVE 'PU8EXF21'        TO RUNLOG-PROGRAMA
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
               MOVE ZEROS                   TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-DIVERGENTES        TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
