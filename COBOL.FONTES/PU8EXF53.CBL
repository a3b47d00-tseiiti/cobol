       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF53.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * INFORME DE RENDIMENTOS ANUAL. LE O HISTORICO PERMANENTE DE
      * FOLHA (HISTFOL, GRAVADO PELO PU8EXE27, PU8EXF11 E PU8EXF12 A
      * CADA EXECUCAO) DO ANO-CALENDARIO DA DATA DO PARMDATA (SEM
      * PARAMETRO, O ANO CORRENTE) E IMPRIME, PARA CADA FUNCIONARIO,
      * O INFORME DE RENDIMENTOS EM PAGINA PROPRIA: AS FOLHAS DO ANO
      * MES A MES (BRUTO, INSS, IRRF E LIQUIDO) E OS QUADROS DO
      * INFORME - RENDIMENTOS TRIBUTAVEIS (FOLHA MENSAL MAIS FERIAS),
      * PREVIDENCIA OFICIAL, IMPOSTO RETIDO, 13O SALARIO (TRIBUTACAO
      * EXCLUSIVA, JA DEDUZIDO O INSS DO 13O) COM O SEU IRRF, E OS
      * RENDIMENTOS ISENTOS DA RESCISAO. SE UMA FOLHA FOI REPROCESSADA
      * NO MES, VALE O ULTIMO REGISTRO DO MESMO FUNCIONARIO, MES E
      * TIPO DE FOLHA.
      *
      * ENTRAM OS ATIVOS DO CADFUNC E OS DESLIGADOS NO ANO, DO
      * FUNCHIST DO PU8EXE57 (AS GERACOES DO ANO CONCATENADAS): PARA
      * ESTES, O AVISO PREVIO E AS FERIAS INDENIZADAS VAO PARA OS
      * RENDIMENTOS ISENTOS E O 13O PROPORCIONAL SOMA NO QUADRO DO
      * 13O. FUNCIONARIO SEM NENHUM RENDIMENTO NO ANO NAO TEM INFORME.
      *
      * O RESUMO ANUAL DE CADA FUNCIONARIO SAI TAMBEM NO DIRFANU, PARA
      * A DECLARACAO DO IMPOSTO RETIDO NA FONTE.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNC.
      *
           SELECT FUNCHIST        ASSIGN TO UT-S-FUNCHIST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FUNCHIST.
      *
           SELECT HISTFOL         ASSIGN TO UT-S-HISTFOL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTFOL.
      *
           SELECT DIRFANU         ASSIGN TO UT-S-DIRFANU
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DIRFANU.
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
       FD CADFUNC
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNC.
       01 REG-CADFUNC.
          05 CODIGO               PIC 9(05).
          05 NOME                 PIC X(30).
          05 DT-NASC              PIC 9(06).
          05 DT-ADMIS             PIC 9(06).
          05 ENDER                PIC X(30).
          05 CEP                  PIC 9(08).
          05 UF                   PIC X(02).
          05 FILLER               PIC X(04).
          05 SALARIO              PIC 9(07)V99.
          05 DESCON               PIC 9(07)V99.
          05 SECAO                PIC X(01).
      *
      * HISTORICO DE DESLIGADOS DO PU8EXE57: O REGISTRO DO CADFUNC
      * MAIS A DATA, O MOTIVO E AS VERBAS RESCISORIAS.
      *
       FD FUNCHIST
           RECORD     CONTAINS    160 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FUNCHIST.
       01 REG-FUNCHIST.
          05 FUNCHIST-REGISTRO.
             10 FUNCHIST-CODIGO   PIC 9(05).
             10 FUNCHIST-NOME     PIC X(30).
             10 FILLER            PIC X(75).
          05 FUNCHIST-DT-DEM.
             10 FUNCHIST-ANO-DEM  PIC 9(04).
             10 FUNCHIST-MES-DEM  PIC 9(02).
             10 FUNCHIST-DIA-DEM  PIC 9(02).
          05 FUNCHIST-MOTIVO      PIC X(02).
          05 FUNCHIST-AVISO       PIC 9(07)V99.
          05 FUNCHIST-FERIAS      PIC 9(07)V99.
          05 FUNCHIST-DECIMO      PIC 9(07)V99.
          05 FUNCHIST-TOTAL       PIC 9(09)V99.
          05 FILLER               PIC X(02).
      *
      * HISTORICO PERMANENTE DE FOLHA
      *
       FD HISTFOL
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-HISTFOL.
       COPY HISTFOL.
      *
      * RESUMO ANUAL POR FUNCIONARIO PARA A DECLARACAO DO IMPOSTO
      * RETIDO NA FONTE. SITUACAO-DIR 'A' = ATIVO, 'D' = DESLIGADO
      * (COM A DATA DO DESLIGAMENTO).
      *
       FD DIRFANU
           RECORD     CONTAINS    120 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DIRFANU.
       01 REG-DIRFANU.
          05 ANO-DIR              PIC 9(04).
          05 CODIGO-DIR           PIC 9(05).
          05 NOME-DIR             PIC X(30).
          05 SITUACAO-DIR         PIC X(01).
          05 DT-DEM-DIR           PIC 9(08).
          05 REND-TRIB-DIR        PIC 9(09)V99.
          05 INSS-DIR             PIC 9(09)V99.
          05 IRRF-DIR             PIC 9(09)V99.
          05 REND-13-DIR          PIC 9(09)V99.
          05 IRRF-13-DIR          PIC 9(09)V99.
          05 ISENTO-DIR           PIC 9(09)V99.
          05 FILLER               PIC X(06).
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
       01 WS-DATA-REF.
          05 WS-ANO-REF           PIC 9(04).
          05 WS-MES-REF           PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
      *  FUNCIONARIOS DO INFORME (ATIVOS E DESLIGADOS NO ANO), COM AS
      *  VERBAS DA RESCISAO
      *
       01 WS-TAB-FUN.
          05 WS-TAB-FUN-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-FUN-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-FUN-COD    PIC 9(05).
             10 WS-TAB-FUN-NOME   PIC X(30).
             10 WS-TAB-FUN-SIT    PIC X(01).
             10 WS-TAB-FUN-DT-DEM PIC 9(08).
             10 WS-TAB-FUN-ISENTO PIC 9(09)V99.
             10 WS-TAB-FUN-DECIMO PIC 9(09)V99.
      *
       77 WS-IDX-FUN              PIC 9(04) VALUE ZEROS.
       77 WS-FUN-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-COD-PROCURA          PIC 9(05) VALUE ZEROS.
      *
      *  FOLHAS DO ANO (UMA POR FUNCIONARIO, MES E TIPO), APONTANDO
      *  PARA A LINHA DO FUNCIONARIO NA WS-TAB-FUN
      *
       01 WS-TAB-HFO.
          05 WS-TAB-HFO-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-HFO-ENTRY OCCURS 6000 TIMES.
             10 WS-TAB-HFO-FUN    PIC 9(04).
             10 WS-TAB-HFO-ANOMES PIC 9(06).
             10 WS-TAB-HFO-TIPO   PIC X(01).
             10 WS-TAB-HFO-BRUTO  PIC 9(07)V99.
             10 WS-TAB-HFO-INSS   PIC 9(07)V99.
             10 WS-TAB-HFO-IRRF   PIC 9(07)V99.
             10 WS-TAB-HFO-LIQ    PIC 9(07)V99.
      *
       77 WS-IDX-HFO              PIC 9(04) VALUE ZEROS.
       77 WS-HFO-ACHADO           PIC 9(04) VALUE ZEROS.
      *
       01 WS-ANOMES-EDIT.
          05 WS-ANO-EDIT          PIC 9(04).
          05 WS-MES-EDIT          PIC 9(02).
      *
      *  QUADROS DO INFORME DO FUNCIONARIO CORRENTE
      *
       77 WS-QTD-FOLHAS           PIC 9(04) VALUE ZEROS.
       77 WS-REND-TRIB            PIC 9(09)V99 VALUE ZEROS.
       77 WS-INSS                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-IRRF                 PIC 9(09)V99 VALUE ZEROS.
       77 WS-REND-13              PIC 9(09)V99 VALUE ZEROS.
       77 WS-IRRF-13              PIC 9(09)V99 VALUE ZEROS.
       77 WS-ISENTO               PIC 9(09)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-INFORMES           PIC 9(06) VALUE ZEROS.
       77 ACUM-ATIVOS             PIC 9(06) VALUE ZEROS.
       77 ACUM-DESLIGADOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-RENDIMENTO     PIC 9(06) VALUE ZEROS.
       77 ACUM-HFO-LIDOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-HFO-SUBSTITUIDOS   PIC 9(06) VALUE ZEROS.
       77 ACUM-TOT-REND-TRIB      PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-INSS           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-IRRF           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-REND-13        PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-IRRF-13        PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-ISENTO         PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-FUNCHIST             PIC X(02) VALUE SPACES.
       77 FS-HISTFOL              PIC X(02) VALUE SPACES.
       77 FS-DIRFANU              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF53'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(42) VALUE
             'INFORME DE RENDIMENTOS - ANO-CALENDARIO'.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(09) VALUE 'MES/ANO'.
          05 FILLER               PIC X(14) VALUE 'FOLHA'.
          05 FILLER               PIC X(14) VALUE 'BRUTO'.
          05 FILLER               PIC X(14) VALUE 'INSS'.
          05 FILLER               PIC X(14) VALUE 'IRRF'.
          05 FILLER               PIC X(07) VALUE 'LIQUIDO'.
      *
       01  INF001.
          05 FILLER               PIC X(13) VALUE 'FUNCIONARIO: '.
          05 INF001-CODIGO        PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 INF001-NOME          PIC X(30).
      *
       01  INF002.
          05 FILLER               PIC X(13) VALUE 'SITUACAO   : '.
          05 INF002-SITUACAO      PIC X(13).
          05 INF002-DT-DEM        PIC X(10).
      *
       01  WS-DT-DEM-EDIT.
          05 WS-DIA-DEM-EDIT      PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-MES-DEM-EDIT      PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-ANO-DEM-EDIT      PIC 9(04).
      *
       01  DET001.
          05 DET001-MES           PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 DET001-ANO           PIC 9(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-TIPO          PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-BRUTO         PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-INSS          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-IRRF          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-LIQ           PIC Z.ZZZ.ZZ9,99.
      *
       01  QDR001.
          05 FILLER               PIC X(29) VALUE
             'RENDIMENTOS TRIBUTAVEIS    :'.
          05 QDR001-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  QDR002.
          05 FILLER               PIC X(29) VALUE
             'PREVIDENCIA OFICIAL (INSS) :'.
          05 QDR002-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  QDR003.
          05 FILLER               PIC X(29) VALUE
             'IMPOSTO RETIDO NA FONTE    :'.
          05 QDR003-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  QDR004.
          05 FILLER               PIC X(29) VALUE
             '13O SALARIO (TRIB. EXCLUS.):'.
          05 QDR004-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  QDR005.
          05 FILLER               PIC X(29) VALUE
             'IRRF SOBRE O 13O SALARIO   :'.
          05 QDR005-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  QDR006.
          05 FILLER               PIC X(29) VALUE
             'RENDIMENTOS ISENTOS        :'.
          05 QDR006-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE INFORMES EMITIDOS               :'.
          05 TOT001-INFORMES      PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             '  FUNCIONARIOS ATIVOS                    :'.
          05 TOT002-ATIVOS        PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             '  DESLIGADOS NO ANO                      :'.
          05 TOT003-DESLIGADOS    PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'FUNCIONARIOS SEM RENDIMENTO NO ANO       :'.
          05 TOT004-SEM-REND      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS DO HISTFOL NO ANO              :'.
          05 TOT005-HFO-LIDOS     PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS SUBSTITUIDOS (REPROCESSAMENTO) :'.
          05 TOT006-HFO-SUBST     PIC ZZZ.ZZ9.
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
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 001-10-CARREGAR-CADFUNC.
           PERFORM 001-13-CARREGAR-FUNCHIST.
           PERFORM 001-16-CARREGAR-HISTFOL.
           PERFORM 003-00-TRATAR
               VARYING WS-IDX-FUN FROM 1 BY 1
               UNTIL WS-IDX-FUN GREATER WS-TAB-FUN-QTD.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 004-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADFUNC
                       FUNCHIST
                       HISTFOL
                       PARMDATA
                OUTPUT DIRFANU
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-03-FS-FUNCHIST.
           PERFORM 001-04-FS-HISTFOL.
           PERFORM 001-05-FS-DIRFANU.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-FUNCHIST         SECTION.
      *================================================================*
           MOVE 'FUNCHIST'        TO FS-ARQUIVO.
           MOVE FS-FUNCHIST       TO FS-COD-STATUS.

           IF FS-FUNCHIST NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-HISTFOL          SECTION.
      *================================================================*
           MOVE 'HISTFOL'         TO FS-ARQUIVO.
           MOVE FS-HISTFOL        TO FS-COD-STATUS.

           IF FS-HISTFOL NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-DIRFANU          SECTION.
      *================================================================*
           MOVE 'DIRFANU'         TO FS-ARQUIVO.
           MOVE FS-DIRFANU        TO FS-COD-STATUS.

           IF FS-DIRFANU NOT EQUAL '00'
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
       001-08-LER-PARMDATA        SECTION.
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

       001-08-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-CADFUNC    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-02-FS-CADFUNC.

           PERFORM 001-11-ACUMULAR-CADFUNC
               UNTIL FS-CADFUNC EQUAL '10'.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-CADFUNC    SECTION.
      *================================================================*
           MOVE CODIGO            TO WS-COD-PROCURA.
           PERFORM 001-20-PROCURAR-FUNC.

           IF WS-FUN-ACHADO EQUAL ZEROS
               PERFORM 001-22-INCLUIR-FUNC
               MOVE NOME          TO WS-TAB-FUN-NOME (WS-FUN-ACHADO)
               MOVE 'A'           TO WS-TAB-FUN-SIT (WS-FUN-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-02-FS-CADFUNC.

       001-11-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-FUNCHIST   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FUNCHIST.
           PERFORM 001-03-FS-FUNCHIST.

           PERFORM 001-14-ACUMULAR-FUNCHIST
               UNTIL FS-FUNCHIST EQUAL '10'.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-FUNCHIST   SECTION.
      *================================================================*
      * SO OS DESLIGADOS NO ANO DO INFORME. QUEM VOLTOU A SER ADMITIDO
      * E JA ESTA NO CADFUNC CONTINUA ATIVO, MAS AS VERBAS DA RESCISAO
      * ENTRAM NO SEU INFORME.
      *
           IF FUNCHIST-ANO-DEM EQUAL WS-ANO-REF
               MOVE FUNCHIST-CODIGO TO WS-COD-PROCURA
               PERFORM 001-20-PROCURAR-FUNC
               IF WS-FUN-ACHADO EQUAL ZEROS
                   PERFORM 001-22-INCLUIR-FUNC
                   MOVE FUNCHIST-NOME TO
                        WS-TAB-FUN-NOME (WS-FUN-ACHADO)
                   MOVE 'D'       TO WS-TAB-FUN-SIT (WS-FUN-ACHADO)
                   MOVE FUNCHIST-DT-DEM TO
                        WS-TAB-FUN-DT-DEM (WS-FUN-ACHADO)
               END-IF
               ADD FUNCHIST-AVISO FUNCHIST-FERIAS TO
                   WS-TAB-FUN-ISENTO (WS-FUN-ACHADO)
               ADD FUNCHIST-DECIMO TO
                   WS-TAB-FUN-DECIMO (WS-FUN-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FUNCHIST.
           PERFORM 001-03-FS-FUNCHIST.

       001-14-FIM.                EXIT.

      *================================================================*
       001-16-CARREGAR-HISTFOL    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTFOL.
           PERFORM 001-04-FS-HISTFOL.

           PERFORM 001-17-ACUMULAR-HISTFOL
               UNTIL FS-HISTFOL EQUAL '10'.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-ACUMULAR-HISTFOL    SECTION.
      *================================================================*
      * FOLHA DE FUNCIONARIO QUE NAO ESTA NO CADFUNC NEM NO FUNCHIST
      * DO ANO ENTRA COMO DESLIGADO, COM O NOME DO PROPRIO HISTORICO.
      * O MESMO FUNCIONARIO, MES E TIPO LIDO DE NOVO (FOLHA
      * REPROCESSADA) SUBSTITUI O REGISTRO ANTERIOR.
      *
           IF ANOMES-HFO (1:4) EQUAL WS-DATA-REF (1:4)
               ADD 1              TO ACUM-HFO-LIDOS
               MOVE CODIGO-HFO    TO WS-COD-PROCURA
               PERFORM 001-20-PROCURAR-FUNC
               IF WS-FUN-ACHADO EQUAL ZEROS
                   PERFORM 001-22-INCLUIR-FUNC
                   MOVE NOME-HFO  TO WS-TAB-FUN-NOME (WS-FUN-ACHADO)
                   MOVE 'D'       TO WS-TAB-FUN-SIT (WS-FUN-ACHADO)
               END-IF
               PERFORM 001-18-GUARDAR-FOLHA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTFOL.
           PERFORM 001-04-FS-HISTFOL.

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-GUARDAR-FOLHA       SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-HFO-ACHADO.
           PERFORM 001-18-01-PROCURAR-FOLHA
               VARYING WS-IDX-HFO FROM 1 BY 1
               UNTIL WS-IDX-HFO GREATER WS-TAB-HFO-QTD
                  OR WS-HFO-ACHADO NOT EQUAL ZEROS.

           IF WS-HFO-ACHADO EQUAL ZEROS
               IF WS-TAB-HFO-QTD NOT LESS 6000
                   DISPLAY '* TABELA DE FOLHAS DO ANO ESGOTADA *'
                   MOVE 'HISTFOL'     TO FS-ARQUIVO
                   MOVE FS-HISTFOL    TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-HFO-QTD
               MOVE WS-TAB-HFO-QTD TO WS-HFO-ACHADO
               MOVE WS-FUN-ACHADO TO WS-TAB-HFO-FUN (WS-HFO-ACHADO)
               MOVE ANOMES-HFO    TO WS-TAB-HFO-ANOMES (WS-HFO-ACHADO)
               MOVE TIPO-HFO      TO WS-TAB-HFO-TIPO (WS-HFO-ACHADO)
           ELSE
               ADD 1              TO ACUM-HFO-SUBSTITUIDOS.

           MOVE BRUTO-HFO         TO WS-TAB-HFO-BRUTO (WS-HFO-ACHADO).
           MOVE INSS-HFO          TO WS-TAB-HFO-INSS (WS-HFO-ACHADO).
           MOVE IRRF-HFO          TO WS-TAB-HFO-IRRF (WS-HFO-ACHADO).
           MOVE LIQUIDO-HFO       TO WS-TAB-HFO-LIQ (WS-HFO-ACHADO).

       001-18-FIM.                EXIT.

      *================================================================*
       001-18-01-PROCURAR-FOLHA   SECTION.
      *================================================================*
           IF WS-TAB-HFO-FUN (WS-IDX-HFO) EQUAL WS-FUN-ACHADO
              AND WS-TAB-HFO-ANOMES (WS-IDX-HFO) EQUAL ANOMES-HFO
              AND WS-TAB-HFO-TIPO (WS-IDX-HFO) EQUAL TIPO-HFO
               MOVE WS-IDX-HFO    TO WS-HFO-ACHADO.

       001-18-01-FIM.             EXIT.

      *================================================================*
       001-20-PROCURAR-FUNC       SECTION.
      *================================================================*
      *    PROCURA WS-COD-PROCURA NA WS-TAB-FUN E DEVOLVE A LINHA EM
      *    WS-FUN-ACHADO (ZEROS SE NAO ACHOU)
      *
           MOVE ZEROS             TO WS-FUN-ACHADO.
           PERFORM 001-21-COMPARAR-FUNC
               VARYING WS-IDX-FUN FROM 1 BY 1
               UNTIL WS-IDX-FUN GREATER WS-TAB-FUN-QTD
                  OR WS-FUN-ACHADO NOT EQUAL ZEROS.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-COMPARAR-FUNC       SECTION.
      *================================================================*
           IF WS-TAB-FUN-COD (WS-IDX-FUN) EQUAL WS-COD-PROCURA
               MOVE WS-IDX-FUN    TO WS-FUN-ACHADO.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-INCLUIR-FUNC        SECTION.
      *================================================================*
      *    ABRE NOVA LINHA NA WS-TAB-FUN PARA WS-COD-PROCURA E DEVOLVE
      *    A LINHA EM WS-FUN-ACHADO
      *
           IF WS-TAB-FUN-QTD NOT LESS 1000
               DISPLAY '* TABELA DE FUNCIONARIOS ESGOTADA *'
               MOVE 'CADFUNC'     TO FS-ARQUIVO
               MOVE FS-CADFUNC    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-FUN-QTD.
           MOVE WS-TAB-FUN-QTD    TO WS-FUN-ACHADO.
           MOVE WS-COD-PROCURA    TO WS-TAB-FUN-COD (WS-FUN-ACHADO).
           MOVE SPACES            TO WS-TAB-FUN-NOME (WS-FUN-ACHADO).
           MOVE SPACES            TO WS-TAB-FUN-SIT (WS-FUN-ACHADO).
           MOVE ZEROS             TO WS-TAB-FUN-DT-DEM (WS-FUN-ACHADO).
           MOVE ZEROS             TO WS-TAB-FUN-ISENTO (WS-FUN-ACHADO).
           MOVE ZEROS             TO WS-TAB-FUN-DECIMO (WS-FUN-ACHADO).

       001-22-FIM.                EXIT.

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
           MOVE WS-ANO-REF        TO CAB003-ANO.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-TRATAR              SECTION.
      *================================================================*
           PERFORM 003-01-SOMAR-QUADROS.

           IF WS-QTD-FOLHAS EQUAL ZEROS
              AND WS-ISENTO EQUAL ZEROS
              AND WS-REND-13 EQUAL ZEROS
               ADD 1              TO ACUM-SEM-RENDIMENTO
           ELSE
               PERFORM 003-02-IMPRIMIR-INFORME
               PERFORM 003-03-GRAVAR-DIRFANU.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-SOMAR-QUADROS       SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-QTD-FOLHAS.
           MOVE ZEROS             TO WS-REND-TRIB.
           MOVE ZEROS             TO WS-INSS.
           MOVE ZEROS             TO WS-IRRF.
           MOVE ZEROS             TO WS-IRRF-13.
           MOVE WS-TAB-FUN-DECIMO (WS-IDX-FUN) TO WS-REND-13.
           MOVE WS-TAB-FUN-ISENTO (WS-IDX-FUN) TO WS-ISENTO.

           PERFORM 003-01-01-SOMAR-UMA
               VARYING WS-IDX-HFO FROM 1 BY 1
               UNTIL WS-IDX-HFO GREATER WS-TAB-HFO-QTD.

       003-01-FIM.                EXIT.

      *================================================================*
       003-01-01-SOMAR-UMA        SECTION.
      *================================================================*
      * O 13O TEM TRIBUTACAO EXCLUSIVA: VAI PARA O SEU QUADRO JA
      * DEDUZIDO O INSS DO 13O, COM O IRRF A PARTE.
      *
           IF WS-TAB-HFO-FUN (WS-IDX-HFO) EQUAL WS-IDX-FUN
               ADD 1              TO WS-QTD-FOLHAS
               IF WS-TAB-HFO-TIPO (WS-IDX-HFO) EQUAL 'D'
                   COMPUTE WS-REND-13 = WS-REND-13
                       + WS-TAB-HFO-BRUTO (WS-IDX-HFO)
                       - WS-TAB-HFO-INSS (WS-IDX-HFO)
                   ADD WS-TAB-HFO-IRRF (WS-IDX-HFO) TO WS-IRRF-13
               ELSE
                   ADD WS-TAB-HFO-BRUTO (WS-IDX-HFO) TO WS-REND-TRIB
                   ADD WS-TAB-HFO-INSS (WS-IDX-HFO)  TO WS-INSS
                   ADD WS-TAB-HFO-IRRF (WS-IDX-HFO)  TO WS-IRRF.

       003-01-01-FIM.             EXIT.

      *================================================================*
       003-02-IMPRIMIR-INFORME    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-INFORMES.
           PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-FUN-COD (WS-IDX-FUN)  TO INF001-CODIGO.
           MOVE WS-TAB-FUN-NOME (WS-IDX-FUN) TO INF001-NOME.

           IF WS-TAB-FUN-SIT (WS-IDX-FUN) EQUAL 'A'
               ADD 1              TO ACUM-ATIVOS
               MOVE 'ATIVO'       TO INF002-SITUACAO
               MOVE SPACES        TO INF002-DT-DEM
           ELSE
               ADD 1              TO ACUM-DESLIGADOS
               MOVE 'DESLIGADO EM' TO INF002-SITUACAO
               MOVE WS-TAB-FUN-DT-DEM (WS-IDX-FUN) (1:4)
                                  TO WS-ANO-DEM-EDIT
               MOVE WS-TAB-FUN-DT-DEM (WS-IDX-FUN) (5:2)
                                  TO WS-MES-DEM-EDIT
               MOVE WS-TAB-FUN-DT-DEM (WS-IDX-FUN) (7:2)
                                  TO WS-DIA-DEM-EDIT
               MOVE WS-DT-DEM-EDIT TO INF002-DT-DEM.

           WRITE REG-RELATO       FROM INF001 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM INF002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           ADD 5                  TO ACUM-LINHAS.

           PERFORM 003-02-01-IMPRIMIR-FOLHA
               VARYING WS-IDX-HFO FROM 1 BY 1
               UNTIL WS-IDX-HFO GREATER WS-TAB-HFO-QTD.

           PERFORM 003-02-02-IMPRIMIR-QUADROS.

       003-02-FIM.                EXIT.

      *================================================================*
       003-02-01-IMPRIMIR-FOLHA   SECTION.
      *================================================================*
           IF WS-TAB-HFO-FUN (WS-IDX-HFO) EQUAL WS-IDX-FUN
               IF ACUM-LINHAS GREATER 59
                   PERFORM 008-00-CABECALHOS
                   WRITE REG-RELATO FROM CAB005 AFTER 2
                   PERFORM 001-06-FS-RELATO
                   ADD 2          TO ACUM-LINHAS
               END-IF
               MOVE WS-TAB-HFO-ANOMES (WS-IDX-HFO) TO WS-ANOMES-EDIT
               MOVE WS-MES-EDIT   TO DET001-MES
               MOVE WS-ANO-EDIT   TO DET001-ANO
               EVALUATE WS-TAB-HFO-TIPO (WS-IDX-HFO)
                   WHEN 'N'
                       MOVE 'MENSAL'   TO DET001-TIPO
                   WHEN 'F'
                       MOVE 'FERIAS'   TO DET001-TIPO
                   WHEN 'D'
                       MOVE '13O SAL.' TO DET001-TIPO
                   WHEN OTHER
                       MOVE WS-TAB-HFO-TIPO (WS-IDX-HFO)
                                       TO DET001-TIPO
               END-EVALUATE
               MOVE WS-TAB-HFO-BRUTO (WS-IDX-HFO) TO DET001-BRUTO
               MOVE WS-TAB-HFO-INSS (WS-IDX-HFO)  TO DET001-INSS
               MOVE WS-TAB-HFO-IRRF (WS-IDX-HFO)  TO DET001-IRRF
               MOVE WS-TAB-HFO-LIQ (WS-IDX-HFO)   TO DET001-LIQ
               WRITE REG-RELATO   FROM DET001 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       003-02-01-FIM.             EXIT.

      *================================================================*
       003-02-02-IMPRIMIR-QUADROS SECTION.
      *================================================================*
           MOVE WS-REND-TRIB      TO QDR001-VALOR.
           MOVE WS-INSS           TO QDR002-VALOR.
           MOVE WS-IRRF           TO QDR003-VALOR.
           MOVE WS-REND-13        TO QDR004-VALOR.
           MOVE WS-IRRF-13        TO QDR005-VALOR.
           MOVE WS-ISENTO         TO QDR006-VALOR.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR006 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           ADD 10                 TO ACUM-LINHAS.

           ADD WS-REND-TRIB       TO ACUM-TOT-REND-TRIB.
           ADD WS-INSS            TO ACUM-TOT-INSS.
           ADD WS-IRRF            TO ACUM-TOT-IRRF.
           ADD WS-REND-13         TO ACUM-TOT-REND-13.
           ADD WS-IRRF-13         TO ACUM-TOT-IRRF-13.
           ADD WS-ISENTO          TO ACUM-TOT-ISENTO.

       003-02-02-FIM.             EXIT.

      *================================================================*
       003-03-GRAVAR-DIRFANU      SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-DIRFANU.

           MOVE WS-ANO-REF        TO ANO-DIR.
           MOVE WS-TAB-FUN-COD (WS-IDX-FUN)    TO CODIGO-DIR.
           MOVE WS-TAB-FUN-NOME (WS-IDX-FUN)   TO NOME-DIR.
           MOVE WS-TAB-FUN-SIT (WS-IDX-FUN)    TO SITUACAO-DIR.
           MOVE WS-TAB-FUN-DT-DEM (WS-IDX-FUN) TO DT-DEM-DIR.
           MOVE WS-REND-TRIB      TO REND-TRIB-DIR.
           MOVE WS-INSS           TO INSS-DIR.
           MOVE WS-IRRF           TO IRRF-DIR.
           MOVE WS-REND-13        TO REND-13-DIR.
           MOVE WS-IRRF-13        TO IRRF-13-DIR.
           MOVE WS-ISENTO         TO ISENTO-DIR.

           WRITE REG-DIRFANU.
           PERFORM 001-05-FS-DIRFANU.

       003-03-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           PERFORM 008-00-CABECALHOS.

           MOVE ACUM-INFORMES     TO TOT001-INFORMES.
           MOVE ACUM-ATIVOS       TO TOT002-ATIVOS.
           MOVE ACUM-DESLIGADOS   TO TOT003-DESLIGADOS.
           MOVE ACUM-SEM-RENDIMENTO TO TOT004-SEM-REND.
           MOVE ACUM-HFO-LIDOS    TO TOT005-HFO-LIDOS.
           MOVE ACUM-HFO-SUBSTITUIDOS TO TOT006-HFO-SUBST.

           WRITE REG-RELATO       FROM TOT001 AFTER 2.
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

           MOVE ACUM-TOT-REND-TRIB TO QDR001-VALOR.
           MOVE ACUM-TOT-INSS     TO QDR002-VALOR.
           MOVE ACUM-TOT-IRRF     TO QDR003-VALOR.
           MOVE ACUM-TOT-REND-13  TO QDR004-VALOR.
           MOVE ACUM-TOT-IRRF-13  TO QDR005-VALOR.
           MOVE ACUM-TOT-ISENTO   TO QDR006-VALOR.

           WRITE REG-RELATO       FROM QDR001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM QDR006 AFTER 2.
           PERFORM 001-06-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       004-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC
                 FUNCHIST
                 HISTFOL
                 DIRFANU
                 RELATO.
           PERFORM 001-01-TESTAR-FS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       004-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE 5                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
           DISPLAY '* ERRO ' FS-OPERACAO ' DO ARQUIVO ' FS-ARQUIVO
           DISPLAY '* FILE STATUS = ' FS-COD-STATUS
           DISPLAY '* PROGRAMA ENCERRADO'
           MOVE 0090              TO RETURN-CODE
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
               MOVE 'PU8EXF53'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-HFO-LIDOS          TO RUNLOG-QTD-LIDOS
               MOVE ACUM-INFORMES           TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
