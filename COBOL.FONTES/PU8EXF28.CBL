       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF28.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * PROGRAMACAO DA MANUTENCAO PREVENTIVA DOS CENTROS DE TRABALHO.
      * PARA CADA PLANO DO PLANMAN (VER COPY PLANMAN) CALCULA AS
      * PROXIMAS JANELAS A PARTIR DA ULTIMA MANUTENCAO EXECUTADA:
      * INTERVALO EM DIAS CORRIDOS ('D') OU EM HORAS DE PRODUCAO
      * ('H', SOMANDO A JORNADA DIARIA DO CADCTRAB NOS DIAS UTEIS DO
      * CALPROC). PLANO JA VENCIDO NA DATA DE REFERENCIA E PROGRAMADO
      * PARA ELA E MARCADO COMO ATRASADO. AS JANELAS DO HORIZONTE DE
      * OITO SEMANAS (O MESMO DA CARGA DE MAQUINA DO PU8EXE87) SAEM
      * NO JANMAN (VER COPY JANMAN), QUE O PU8EXE87 DESCONTA DA
      * CAPACIDADE; O RELATORIO E A LISTA DE SERVICOS DA SEMANA (OS
      * SETE DIAS A PARTIR DA DATA DE REFERENCIA).
      *
      * PLANO DE CENTRO INEXISTENTE NO CADCTRAB OU COM INTERVALO ZERO
      * E REJEITADO E LISTADO NO FIM DO RELATORIO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PLANMAN         ASSIGN TO UT-S-PLANMAN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PLANMAN.
      *
           SELECT CADCTRAB        ASSIGN TO UT-S-CADCTRAB
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCTRAB.
      *
           SELECT CALPROC         ASSIGN TO UT-S-CALPROC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CALPROC.
      *
           SELECT JANMAN          ASSIGN TO UT-S-JANMAN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-JANMAN.
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
       FD PLANMAN
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PLANMAN.
       COPY PLANMAN.
      *
      * CADASTRO DE CENTROS DE TRABALHO: JORNADA DIARIA EM HORAS.
      *
       FD CADCTRAB
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCTRAB.
       01 REG-CADCTRAB.
          05 CTRAB-CTB            PIC X(04).
          05 DESC-CTB             PIC X(20).
          05 HORAS-DIA-CTB        PIC 9(02)V99.
          05 FILLER               PIC X(02).
      *
       FD CALPROC
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CALPROC.
       01 REG-CALPROC.
          05 DATA-CAL             PIC 9(08).
          05 DIA-UTIL-CAL         PIC X(01).
          05 FIM-MES-CAL          PIC X(01).
          05 DESC-FERIADO-CAL     PIC X(30).
      *
       FD JANMAN
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-JANMAN.
       COPY JANMAN.
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
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
      *
      *  DATAS EM DIAS CORRIDOS (INTEGER-OF-DATE): REFERENCIA, FIM DA
      *  PRIMEIRA SEMANA E FIM DO HORIZONTE DE OITO SEMANAS
      *
       77 WS-DIAS-REF             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM-SEM         PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM-HOR         PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-BASE            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PROX            PIC 9(07) VALUE ZEROS.
       77 WS-SIT-JANELA           PIC X(01) VALUE SPACES.
      *
      *  CENTROS DE TRABALHO CARREGADOS DO CADCTRAB
      *
       01 WS-TAB-CTB.
          05 WS-TAB-CTB-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-CTB-ENTRY OCCURS 50 TIMES.
             10 WS-TAB-CTB-COD    PIC X(04).
             10 WS-TAB-CTB-HDIA   PIC 9(02)V99.
      *
      *  DIAS UTEIS DO CALPROC, EM DIAS CORRIDOS, NA ORDEM DO ARQUIVO
      *
       01 WS-TAB-UTL.
          05 WS-TAB-UTL-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-UTL-ENTRY OCCURS 1500 TIMES.
             10 WS-TAB-UTL-DIAS   PIC 9(07).
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CTB              PIC 9(02) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(02) VALUE ZEROS.
       77 WS-HORAS-ACUM           PIC 9(07)V99 VALUE ZEROS.
       77 WS-JANELAS-PLANO        PIC 9(03) VALUE ZEROS.
      *
       01 WS-DATA-INV.
          05 WS-DATA-INV-ANO      PIC 9(04).
          05 WS-DATA-INV-MES      PIC 9(02).
          05 WS-DATA-INV-DIA      PIC 9(02).
       01 WS-DATA-INV-R           REDEFINES WS-DATA-INV
                                  PIC 9(08).
      *
       01 WS-DATA-EDT.
          05 WS-DATA-EDT-DIA      PIC 9(02).
          05 WS-DATA-EDT-MES      PIC 9(02).
          05 WS-DATA-EDT-ANO      PIC 9(04).
      *
      *  PLANOS REJEITADOS, LISTADOS NO FIM DO RELATORIO
      *
       01 WS-TAB-REJ.
          05 WS-TAB-REJ-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-REJ-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-REJ-CTRAB  PIC X(04).
             10 WS-TAB-REJ-PLANO  PIC X(04).
             10 WS-TAB-REJ-MOTIVO PIC X(30).
      *
       77 WS-IDX-REJ              PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO-REJ           PIC X(30) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-PLANOS             PIC 9(06) VALUE ZEROS.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-JANELAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-JANELAS-SEMANA     PIC 9(06) VALUE ZEROS.
       77 ACUM-ATRASADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-HORAS-SEMANA       PIC 9(07)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PLANMAN              PIC X(02) VALUE SPACES.
       77 FS-CADCTRAB             PIC X(02) VALUE SPACES.
       77 FS-CALPROC              PIC X(02) VALUE SPACES.
       77 FS-JANMAN               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF28'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'MANUTENCAO PREVENTIVA - SERVICOS DA SEMANA'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'CTRAB'.
          05 FILLER               PIC X(12) VALUE 'DATA'.
          05 FILLER               PIC X(07) VALUE 'PLANO'.
          05 FILLER               PIC X(22) VALUE 'DESCRICAO'.
          05 FILLER               PIC X(10) VALUE 'HORAS'.
          05 FILLER               PIC X(10) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-CTRAB         PIC X(04).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-DATA          PIC 99/99/9999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PLANO         PIC X(04).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-DESC          PIC X(20).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-HORAS         PIC ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(09).
      *
       01  DET002.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE
             'PLANO REJEITADO: '.
          05 DET002-CTRAB         PIC X(04).
          05 FILLER               PIC X(01) VALUE '/'.
          05 DET002-PLANO         PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-MOTIVO        PIC X(30).
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             'NENHUMA MANUTENCAO PREVENTIVA NA SEMANA'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PLANOS DE MANUTENCAO LIDOS      :'.
          05 TOT001-PLANOS        PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PLANOS REJEITADOS               :'.
          05 TOT002-REJEITADOS    PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'JANELAS PROGRAMADAS NAS OITO SEMANAS     :'.
          05 TOT003-JANELAS       PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'JANELAS NA SEMANA / HORAS PARADAS        :'.
          05 TOT004-SEMANA        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 TOT004-HORAS         PIC Z.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'MANUTENCOES ATRASADAS                    :'.
          05 TOT005-ATRASADAS     PIC ZZZ.ZZ9.
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
           PERFORM 003-00-CARREGAR-CADCTRAB.
           PERFORM 003-02-CARREGAR-CALPROC.
           PERFORM 004-00-PROGRAMAR-PLANOS.
           PERFORM 005-00-LISTAR-REJEITADOS.
           PERFORM 010-00-IMPRIMIR-TOTAIS.
           PERFORM 011-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PLANMAN
                       CADCTRAB
                       CALPROC
                       PARMDATA
                OUTPUT JANMAN
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-PLANMAN.
           PERFORM 001-03-FS-CADCTRAB.
           PERFORM 001-04-FS-CALPROC.
           PERFORM 001-05-FS-JANMAN.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-PLANMAN          SECTION.
      *================================================================*
           MOVE 'PLANMAN'         TO FS-ARQUIVO.
           MOVE FS-PLANMAN        TO FS-COD-STATUS.

           IF FS-PLANMAN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADCTRAB         SECTION.
      *================================================================*
           MOVE 'CADCTRAB'        TO FS-ARQUIVO.
           MOVE FS-CADCTRAB       TO FS-COD-STATUS.

           IF FS-CADCTRAB NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CALPROC          SECTION.
      *================================================================*
           MOVE 'CALPROC'         TO FS-ARQUIVO.
           MOVE FS-CALPROC        TO FS-COD-STATUS.

           IF FS-CALPROC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-JANMAN           SECTION.
      *================================================================*
           MOVE 'JANMAN'          TO FS-ARQUIVO.
           MOVE FS-JANMAN         TO FS-COD-STATUS.

           IF FS-JANMAN NOT EQUAL '00'
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
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           COMPUTE WS-DIAS-REF =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REF).
           COMPUTE WS-DIAS-FIM-SEM = WS-DIAS-REF + 6.
           COMPUTE WS-DIAS-FIM-HOR = WS-DIAS-REF + 55.

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

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CARREGAR-CADCTRAB   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCTRAB.
           PERFORM 001-03-FS-CADCTRAB.

           PERFORM 003-01-ACUMULAR-CADCTRAB
               UNTIL FS-CADCTRAB EQUAL '10'
                  OR WS-TAB-CTB-QTD EQUAL 50.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCTRAB.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-CADCTRAB   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-CTB-QTD.
           MOVE CTRAB-CTB         TO
               WS-TAB-CTB-COD (WS-TAB-CTB-QTD).
           MOVE HORAS-DIA-CTB     TO
               WS-TAB-CTB-HDIA (WS-TAB-CTB-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCTRAB.
           PERFORM 001-03-FS-CADCTRAB.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-CARREGAR-CALPROC    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CALPROC.
           PERFORM 001-04-FS-CALPROC.

           PERFORM 003-03-ACUMULAR-CALPROC
               UNTIL FS-CALPROC EQUAL '10'
                  OR WS-TAB-UTL-QTD EQUAL 1500.

           IF FS-CALPROC NOT EQUAL '10'
               DISPLAY '* CALPROC COM MAIS DE 1500 DIAS UTEIS *'
               DISPLAY '* AUMENTAR WS-TAB-UTL E REPROCESSAR   *'
               MOVE 'CALPROC'     TO FS-ARQUIVO
               MOVE FS-CALPROC    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CALPROC.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-ACUMULAR-CALPROC    SECTION.
      *================================================================*
           IF DIA-UTIL-CAL EQUAL 'S'
               ADD 1              TO WS-TAB-UTL-QTD
               COMPUTE WS-TAB-UTL-DIAS (WS-TAB-UTL-QTD) =
                   FUNCTION INTEGER-OF-DATE (DATA-CAL).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CALPROC.
           PERFORM 001-04-FS-CALPROC.

       003-03-FIM.                EXIT.

      *================================================================*
       004-00-PROGRAMAR-PLANOS    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANMAN.
           PERFORM 001-02-FS-PLANMAN.

           PERFORM 004-01-PROGRAMAR-PLANO
               UNTIL FS-PLANMAN EQUAL '10'.

           IF ACUM-JANELAS-SEMANA EQUAL ZEROS
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PLANMAN.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-PROGRAMAR-PLANO     SECTION.
      *================================================================*
      * A PRIMEIRA JANELA CONTA O INTERVALO DESDE A ULTIMA EXECUCAO;
      * SEM DATA DE ULTIMA EXECUCAO O PLANO E PROGRAMADO PARA A DATA
      * DE REFERENCIA. AS SEGUINTES CONTAM DESDE A JANELA ANTERIOR,
      * ATE SAIR DO HORIZONTE.
      *
           ADD 1                  TO ACUM-PLANOS.

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 004-02-PROCURAR-CENTRO
               VARYING WS-IDX-CTB FROM 1 BY 1
               UNTIL WS-IDX-CTB GREATER WS-TAB-CTB-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               MOVE 'CENTRO INEXISTENTE NO CADCTRAB' TO
                   WS-MOTIVO-REJ
               PERFORM 004-06-REJEITAR-PLANO
           ELSE
               IF INTERV-PMN NOT NUMERIC
                  OR INTERV-PMN EQUAL ZEROS
                  OR (TIPO-INTERV-PMN NOT EQUAL 'D' AND 'H')
                   MOVE 'INTERVALO INVALIDO' TO
                       WS-MOTIVO-REJ
                   PERFORM 004-06-REJEITAR-PLANO
               ELSE
                   MOVE SPACES    TO WS-SIT-JANELA
                   MOVE ZEROS     TO WS-JANELAS-PLANO
                   IF DATA-ULT-PMN NOT NUMERIC
                      OR DATA-ULT-PMN EQUAL ZEROS
                       MOVE WS-DIAS-REF TO WS-DIAS-PROX
                   ELSE
                       COMPUTE WS-DIAS-BASE =
                           FUNCTION INTEGER-OF-DATE (DATA-ULT-PMN)
                       PERFORM 004-03-CALCULAR-PROXIMA
                       IF WS-DIAS-PROX LESS WS-DIAS-REF
                           MOVE WS-DIAS-REF TO WS-DIAS-PROX
                           MOVE 'A'   TO WS-SIT-JANELA
                       END-IF
                   END-IF
                   PERFORM 004-05-GRAVAR-JANELA
                       UNTIL WS-DIAS-PROX GREATER WS-DIAS-FIM-HOR
                          OR WS-JANELAS-PLANO EQUAL 60
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANMAN.
           PERFORM 001-02-FS-PLANMAN.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-CENTRO     SECTION.
      *================================================================*
           IF WS-TAB-CTB-COD (WS-IDX-CTB) EQUAL CTRAB-PMN
               MOVE WS-IDX-CTB    TO WS-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-CALCULAR-PROXIMA    SECTION.
      *================================================================*
      * INTERVALO EM HORAS: PERCORRE OS DIAS UTEIS POSTERIORES A BASE
      * SOMANDO A JORNADA DO CENTRO ATE COMPLETAR O INTERVALO. SEM
      * CALENDARIO SUFICIENTE A JANELA FICA FORA DO HORIZONTE.
      *
           IF TIPO-INTERV-PMN EQUAL 'D'
               COMPUTE WS-DIAS-PROX = WS-DIAS-BASE + INTERV-PMN
           ELSE
               MOVE 9999999       TO WS-DIAS-PROX
               MOVE ZEROS         TO WS-HORAS-ACUM
               PERFORM 004-04-SOMAR-DIA-UTIL
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-UTL-QTD
                      OR WS-DIAS-PROX NOT EQUAL 9999999.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-SOMAR-DIA-UTIL      SECTION.
      *================================================================*
           IF WS-TAB-UTL-DIAS (WS-IDX) GREATER WS-DIAS-BASE
               ADD WS-TAB-CTB-HDIA (WS-ACHADO) TO WS-HORAS-ACUM
               IF WS-HORAS-ACUM NOT LESS INTERV-PMN
                   MOVE WS-TAB-UTL-DIAS (WS-IDX) TO WS-DIAS-PROX
               END-IF
           END-IF.

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-GRAVAR-JANELA       SECTION.
      *================================================================*
           ADD 1                  TO WS-JANELAS-PLANO.
           ADD 1                  TO ACUM-JANELAS.

           COMPUTE WS-DATA-INV-R =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-PROX).

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-JANMAN.
           MOVE CTRAB-PMN         TO CTRAB-JAN.
           MOVE WS-DATA-INV-R     TO DATA-JAN.
           MOVE DURACAO-PMN       TO HORAS-JAN.
           MOVE COD-PLANO-PMN     TO COD-PLANO-JAN.
           MOVE DESC-PMN          TO DESC-JAN.
           MOVE WS-SIT-JANELA     TO SIT-JAN.
           WRITE REG-JANMAN.
           PERFORM 001-05-FS-JANMAN.

           IF WS-SIT-JANELA EQUAL 'A'
               ADD 1              TO ACUM-ATRASADAS.

           IF WS-DIAS-PROX NOT GREATER WS-DIAS-FIM-SEM
               PERFORM 004-07-IMPRIMIR-JANELA.

           MOVE SPACES            TO WS-SIT-JANELA.
           MOVE WS-DIAS-PROX      TO WS-DIAS-BASE.
           PERFORM 004-03-CALCULAR-PROXIMA.

       004-05-FIM.                EXIT.

      *================================================================*
       004-06-REJEITAR-PLANO      SECTION.
      *================================================================*
      * O MOTIVO CHEGA EM WS-MOTIVO-REJ E E GUARDADO NA POSICAO DO
      * PLANO REJEITADO.
      *
           ADD 1                  TO ACUM-REJEITADOS.

           IF WS-TAB-REJ-QTD LESS 100
               ADD 1              TO WS-TAB-REJ-QTD
               MOVE WS-MOTIVO-REJ TO
                   WS-TAB-REJ-MOTIVO (WS-TAB-REJ-QTD)
               MOVE CTRAB-PMN     TO WS-TAB-REJ-CTRAB (WS-TAB-REJ-QTD)
               MOVE COD-PLANO-PMN TO WS-TAB-REJ-PLANO (WS-TAB-REJ-QTD).

       004-06-FIM.                EXIT.

      *================================================================*
       004-07-IMPRIMIR-JANELA     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-JANELAS-SEMANA.
           ADD DURACAO-PMN        TO ACUM-HORAS-SEMANA.

           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS.

           MOVE WS-DATA-INV-DIA   TO WS-DATA-EDT-DIA.
           MOVE WS-DATA-INV-MES   TO WS-DATA-EDT-MES.
           MOVE WS-DATA-INV-ANO   TO WS-DATA-EDT-ANO.

           MOVE CTRAB-PMN         TO DET001-CTRAB.
           MOVE WS-DATA-EDT       TO DET001-DATA.
           MOVE COD-PLANO-PMN     TO DET001-PLANO.
           MOVE DESC-PMN          TO DET001-DESC.
           MOVE DURACAO-PMN       TO DET001-HORAS.

           IF WS-SIT-JANELA EQUAL 'A'
               MOVE 'ATRASADA'    TO DET001-SITUACAO
           ELSE
               MOVE SPACES        TO DET001-SITUACAO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       004-07-FIM.                EXIT.

      *================================================================*
       005-00-LISTAR-REJEITADOS   SECTION.
      *================================================================*
           IF WS-TAB-REJ-QTD GREATER ZEROS
               MOVE SPACES        TO REG-RELATO
               WRITE REG-RELATO   AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS
               PERFORM 005-01-LISTAR-REJEITADO
                   VARYING WS-IDX-REJ FROM 1 BY 1
                   UNTIL WS-IDX-REJ GREATER WS-TAB-REJ-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-LISTAR-REJEITADO    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS.

           MOVE WS-TAB-REJ-CTRAB (WS-IDX-REJ)  TO DET002-CTRAB.
           MOVE WS-TAB-REJ-PLANO (WS-IDX-REJ)  TO DET002-PLANO.
           MOVE WS-TAB-REJ-MOTIVO (WS-IDX-REJ) TO DET002-MOTIVO.
           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-06-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       005-01-FIM.                EXIT.

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
           MOVE ACUM-PLANOS       TO TOT001-PLANOS.
           MOVE ACUM-REJEITADOS   TO TOT002-REJEITADOS.
           MOVE ACUM-JANELAS      TO TOT003-JANELAS.
           MOVE ACUM-JANELAS-SEMANA TO TOT004-SEMANA.
           MOVE ACUM-HORAS-SEMANA TO TOT004-HORAS.
           MOVE ACUM-ATRASADAS    TO TOT005-ATRASADAS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE JANMAN
                 RELATO.
           PERFORM 001-05-FS-JANMAN.
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
               MOVE 'PU8EXF28'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-PLANOS             TO RUNLOG-QTD-LIDOS
               MOVE ACUM-JANELAS            TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-REJEITADOS         TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
