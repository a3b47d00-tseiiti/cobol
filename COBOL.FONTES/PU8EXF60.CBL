       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF60.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * REMATRICULA: PASSO ENTRE A PROMOCAO DE PERIODO (PU8EXE49) E O
      * FATURAMENTO DO PERIODO SEGUINTE. O CADALUNN PROMOVIDO E
      * CONFERIDO CONTRA AS CONFIRMACOES DE REMATRICULA DA SECRETARIA
      * (CONFREMA) E CONTRA A SITUACAO FINANCEIRA DA CARTEIRA DE
      * MENSALIDADES MAIS RECENTE (CARTMENS, JA ATUALIZADA PELO
      * PU8EXE51 E PELO PU8EXF07):
      *  - CONFIRMADO E SEM BLOQUEIO VAI PARA O CADALUNO DO NOVO
      *    PERIODO;
      *  - CONFIRMADO COM MENSALIDADE EM ABERTO HA MAIS DE 90 DIAS
      *    (MESMA REGRA DO 'BLOQ REMATRICULA' DO PU8EXE51) VAI PARA A
      *    LISTA DE PENDENTES (PENDREMN);
      *  - SEM CONFIRMACAO NAO E REMATRICULADO E SAI NO RELATORIO COMO
      *    EVASAO PREVISTA.
      *
      * A LISTA DE PENDENTES DA EXECUCAO ANTERIOR (PENDREMA) E
      * REAVALIADA A CADA EXECUCAO: O ALUNO CUJO DEBITO FOI PAGO
      * (BAIXA DO PU8EXE51) OU RENEGOCIADO (PU8EXF07) E LIBERADO PARA
      * O CADALUNO; OS DEMAIS CONTINUAM NO PENDREMN. NA EXECUCAO DA
      * PROMOCAO (CADALUNN COM ALUNOS) O CADALUNO E ABERTO EM OUTPUT
      * E RECEBE O CADASTRO DO NOVO PERIODO NO LUGAR DO ANTERIOR, QUE
      * O PU8EXE49 JA LEU; NAS EXECUCOES SEGUINTES, SO DE LIBERACAO
      * (CADALUNN VAZIO), E ABERTO EM EXTEND E AS LIBERACOES SAO
      * ACRESCENTADAS AO CADASTRO DO PERIODO.
      *
      * O ATRASO E CONTADO ATE A DATA DE REFERENCIA DO PARMDATA (SEM
      * PARAMETRO, A DATA DO SISTEMA). CONFIRMACAO DE ALUNO QUE NAO
      * ESTA NO CADALUNN NEM NOS PENDENTES TERMINA O PROGRAMA COM
      * RETURN-CODE 0004.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADALUNN        ASSIGN TO UT-S-CADALUNN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADALUNN.
      *
           SELECT CONFREMA        ASSIGN TO UT-S-CONFREMA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CONFREMA.
      *
           SELECT CARTMENS        ASSIGN TO UT-S-CARTMENS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CARTMENS.
      *
           SELECT PENDREMA        ASSIGN TO UT-S-PENDREMA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PENDREMA.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT CADALUNO        ASSIGN TO UT-S-CADALUNO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADALUNO.
      *
           SELECT PENDREMN        ASSIGN TO UT-S-PENDREMN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PENDREMN.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * ALUNOS PROMOVIDOS PELO PU8EXE49, NO LAYOUT DO CADALUNO.
      *
       FD CADALUNN
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADALUNN.
       01 REG-CADALUNN             PIC X(60).
      *
      * CONFIRMACOES DE REMATRICULA DA SECRETARIA.
      *
       FD CONFREMA
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CONFREMA.
       01 REG-CONFREMA.
          05 CODALU-CNF           PIC 9(04).
          05 DATA-CNF             PIC 9(08).
          05 FILLER               PIC X(08).
      *
       FD CARTMENS
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CARTMENS.
       01 REG-CARTMENS.
          05 CODALU-CAR           PIC 9(04).
          05 TURMA-CAR            PIC 9(03).
          05 COMPET-CAR.
             10 ANO-CAR           PIC 9(04).
             10 MES-CAR           PIC 9(02).
          05 VALOR-CAR            PIC 9(07)V99.
          05 SITUACAO-CAR         PIC X(01).
          05 FILLER               PIC X(07).
      *
      * PENDENTES DE REMATRICULA POR BLOQUEIO FINANCEIRO: A IMAGEM
      * DO ALUNO PROMOVIDO, A DATA EM QUE FICOU PENDENTE E O VALOR
      * EM ABERTO HA MAIS DE 90 DIAS NA ULTIMA AVALIACAO.
      *
       FD PENDREMA
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PENDREMA.
       01 REG-PENDREMA.
          05 ALUNO-PND            PIC X(60).
          05 DATA-PEND-PND        PIC 9(08).
          05 VALOR-PND            PIC 9(07)V99.
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
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * CADASTRO DE ALUNOS DO NOVO PERIODO (OUTPUT NA PROMOCAO,
      * EXTEND NAS EXECUCOES SO DE LIBERACAO).
      *
       FD CADALUNO
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADALUNO.
       COPY CADALUNO.
      *
      * PENDENTES ATUALIZADOS, NO MESMO LAYOUT DO PENDREMA.
      *
       FD PENDREMN
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PENDREMN.
       01 REG-PENDREMN             PIC X(80).
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
      *  DATA DE REFERENCIA DO ATRASO
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-REF.
          05 WS-ANO-REF           PIC 9(04).
          05 WS-MES-REF           PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
       77 WS-MESES-REF            PIC 9(06) VALUE ZEROS.
       77 WS-MESES-COMP           PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
      *
      *  CONFIRMACOES DE REMATRICULA
      *
       01 WS-TAB-CNF.
          05 WS-TAB-CNF-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-CNF-ENTRY OCCURS 3000 TIMES.
             10 WS-TAB-CNF-COD    PIC 9(04).
             10 WS-TAB-CNF-USADA  PIC X(01).
      *
       77 WS-IDX-CNF              PIC 9(04) VALUE ZEROS.
       77 WS-CNF-ACHADA           PIC 9(04) VALUE ZEROS.
      *
      *  ALUNOS BLOQUEADOS NA CARTEIRA (MENSALIDADE EM ABERTO HA MAIS
      *  DE 90 DIAS), COM O VALOR BLOQUEADO E O MAIOR ATRASO
      *
       01 WS-TAB-BLQ.
          05 WS-TAB-BLQ-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-BLQ-ENTRY OCCURS 3000 TIMES.
             10 WS-TAB-BLQ-COD    PIC 9(04).
             10 WS-TAB-BLQ-VALOR  PIC 9(07)V99.
             10 WS-TAB-BLQ-DIAS   PIC 9(05).
      *
       77 WS-IDX-BLQ              PIC 9(04) VALUE ZEROS.
       77 WS-BLQ-ACHADO           PIC 9(04) VALUE ZEROS.
      *
      *  PENDENTES DA EXECUCAO ANTERIOR; SITUACAO 'P' PENDENTE,
      *  'S' SUBSTITUIDO POR NOVA PROMOCAO DO MESMO ALUNO
      *
       01 WS-TAB-PND.
          05 WS-TAB-PND-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-PND-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-PND-ALUNO  PIC X(60).
             10 WS-TAB-PND-DATA   PIC 9(08).
             10 WS-TAB-PND-SIT    PIC X(01).
      *
       77 WS-IDX-PND              PIC 9(04) VALUE ZEROS.
       77 WS-PND-ACHADO           PIC 9(04) VALUE ZEROS.
      *
      *  ALUNO EM TRATAMENTO (IMAGEM DO CADALUNO)
      *
       01 WS-ALUNO.
          05 WS-ALU-COD           PIC 9(04).
          05 WS-ALU-NOME          PIC X(30).
          05 WS-ALU-TURMA         PIC 9(03).
          05 FILLER               PIC X(23).
      *
       77 WS-DATA-PEND            PIC 9(08) VALUE ZEROS.
       77 WS-SITUACAO             PIC X(19) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-CONFIRMACOES       PIC 9(06) VALUE ZEROS.
       77 ACUM-REMATRICULADOS     PIC 9(06) VALUE ZEROS.
       77 ACUM-PENDENTES          PIC 9(06) VALUE ZEROS.
       77 ACUM-EVASAO             PIC 9(06) VALUE ZEROS.
       77 ACUM-PEND-ANTERIORES    PIC 9(06) VALUE ZEROS.
       77 ACUM-LIBERADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-CONTINUAM          PIC 9(06) VALUE ZEROS.
       77 ACUM-CNF-SEM-ALUNO      PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADALUNN             PIC X(02) VALUE SPACES.
       77 FS-CONFREMA             PIC X(02) VALUE SPACES.
       77 FS-CARTMENS             PIC X(02) VALUE SPACES.
       77 FS-PENDREMA             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-CADALUNO             PIC X(02) VALUE SPACES.
       77 FS-PENDREMN             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF60'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'REMATRICULA - CONFIRMACAO E BLOQUEIO FINANCEIRO'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(06) VALUE 'ALUNO'.
          05 FILLER               PIC X(29) VALUE 'NOME'.
          05 FILLER               PIC X(05) VALUE 'TUR'.
          05 FILLER               PIC X(20) VALUE 'SITUACAO'.
          05 FILLER               PIC X(07) VALUE ' ATRASO'.
          05 FILLER               PIC X(11) VALUE '  EM ABERTO'.
      *
       01  DET001.
          05 DET001-CODALU        PIC 9(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-NOME          PIC X(28).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-TURMA         PIC 9(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(19).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIAS          PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VALOR         PIC ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'ALUNOS PROMOVIDOS LIDOS (CADALUNN)       :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'CONFIRMACOES DE REMATRICULA LIDAS        :'.
          05 TOT002-CONFIRMACOES  PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'REMATRICULADOS                           :'.
          05 TOT003-REMATRIC      PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'PENDENTES POR BLOQUEIO FINANCEIRO        :'.
          05 TOT004-PENDENTES     PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'EVASAO PREVISTA (SEM CONFIRMACAO)        :'.
          05 TOT005-EVASAO        PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'PENDENTES DAS EXECUCOES ANTERIORES       :'.
          05 TOT006-PEND-ANT      PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'LIBERADOS (DEBITO PAGO OU RENEGOCIADO)   :'.
          05 TOT007-LIBERADOS     PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'CONTINUAM PENDENTES                      :'.
          05 TOT008-CONTINUAM     PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(44) VALUE
             'GRAVADOS NO CADALUNO DO PERIODO          :'.
          05 TOT009-GRAVADOS      PIC ZZZ.ZZ9.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'CONFIRMACOES SEM ALUNO PROMOVIDO         :'.
          05 TOT010-CNF-SEM-ALUNO PIC ZZZ.ZZ9.
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
           PERFORM 001-10-LER-PARMDATA.
           PERFORM 001-11-CARREGAR-CONFREMA.
           PERFORM 001-13-CARREGAR-CARTMENS.
           PERFORM 001-15-CARREGAR-PENDREMA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-01-TRATAR-ALUNO
               UNTIL FS-CADALUNN EQUAL '10'.
           PERFORM 004-00-REAVALIAR-PENDENTE
               VARYING WS-IDX-PND FROM 1 BY 1
               UNTIL WS-IDX-PND GREATER WS-TAB-PND-QTD.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADALUNN
                       CONFREMA
                       CARTMENS
                       PENDREMA
                       PARMDATA
                OUTPUT RELATO
                       PENDREMN.
           PERFORM 001-01-TESTAR-FS.

           PERFORM 003-00-LER-CADALUNN.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           IF FS-CADALUNN EQUAL '10'
               OPEN EXTEND CADALUNO
           ELSE
               OPEN OUTPUT CADALUNO.
           PERFORM 001-08-FS-CADALUNO.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADALUNN.
           PERFORM 001-03-FS-CONFREMA.
           PERFORM 001-04-FS-CARTMENS.
           PERFORM 001-05-FS-PENDREMA.
           PERFORM 001-06-FS-PARMDATA.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-09-FS-PENDREMN.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADALUNN         SECTION.
      *================================================================*
           MOVE 'CADALUNN'        TO FS-ARQUIVO.
           MOVE FS-CADALUNN       TO FS-COD-STATUS.

           IF FS-CADALUNN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CONFREMA         SECTION.
      *================================================================*
           MOVE 'CONFREMA'        TO FS-ARQUIVO.
           MOVE FS-CONFREMA       TO FS-COD-STATUS.

           IF FS-CONFREMA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CARTMENS         SECTION.
      *================================================================*
           MOVE 'CARTMENS'        TO FS-ARQUIVO.
           MOVE FS-CARTMENS       TO FS-COD-STATUS.

           IF FS-CARTMENS NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-PENDREMA         SECTION.
      *================================================================*
           MOVE 'PENDREMA'        TO FS-ARQUIVO.
           MOVE FS-PENDREMA       TO FS-COD-STATUS.

           IF FS-PENDREMA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-CADALUNO         SECTION.
      *================================================================*
           MOVE 'CADALUNO'        TO FS-ARQUIVO.
           MOVE FS-CADALUNO       TO FS-COD-STATUS.

           IF FS-CADALUNO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-PENDREMN         SECTION.
      *================================================================*
           MOVE 'PENDREMN'        TO FS-ARQUIVO.
           MOVE FS-PENDREMN       TO FS-COD-STATUS.

           IF FS-PENDREMN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-06-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           COMPUTE WS-MESES-REF =
               (WS-ANO-REF * 12) + WS-MES-REF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-CARREGAR-CONFREMA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONFREMA.
           PERFORM 001-03-FS-CONFREMA.

           PERFORM 001-12-ACUMULAR-CONFREMA
               UNTIL FS-CONFREMA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CONFREMA.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-ACUMULAR-CONFREMA   SECTION.
      *================================================================*
      * CONFIRMACAO REPETIDA DO MESMO ALUNO CONTA UMA VEZ SO.
      *
           ADD 1                  TO ACUM-CONFIRMACOES.

           MOVE CODALU-CNF        TO WS-ALU-COD.
           PERFORM 005-01-ACHAR-CONFIRMACAO.

           IF WS-CNF-ACHADA EQUAL ZEROS
               IF WS-TAB-CNF-QTD EQUAL 3000
                   DISPLAY '* TABELA DE CONFIRMACOES CHEIA       *'
                   DISPLAY '* AUMENTAR WS-TAB-CNF E REPROCESSAR  *'
                   MOVE 'ERRO'    TO WS-RUNLOG-STATUS
                   PERFORM 999-00-GRAVAR-RUNLOG
                   STOP RUN
               END-IF
               ADD 1              TO WS-TAB-CNF-QTD
               MOVE CODALU-CNF    TO WS-TAB-CNF-COD (WS-TAB-CNF-QTD)
               MOVE 'N'           TO WS-TAB-CNF-USADA (WS-TAB-CNF-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONFREMA.
           PERFORM 001-03-FS-CONFREMA.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-CARTMENS   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARTMENS.
           PERFORM 001-04-FS-CARTMENS.

           PERFORM 001-14-ACUMULAR-CARTMENS
               UNTIL FS-CARTMENS EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CARTMENS.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-CARTMENS   SECTION.
      *================================================================*
      * MENSALIDADE EM ABERTO ('A') COM ATRASO ACIMA DE 90 DIAS, EM
      * MESES CORRIDOS A TRINTA DIAS (MESMA REGRA DO PU8EXE51),
      * BLOQUEIA O ALUNO. A PAGA ('P') E A RENEGOCIADA ('R') NAO.
      *
           IF SITUACAO-CAR EQUAL 'A'
               COMPUTE WS-MESES-COMP = (ANO-CAR * 12) + MES-CAR
               MOVE ZEROS         TO WS-DIAS-ATRASO
               IF WS-MESES-REF GREATER WS-MESES-COMP
                   COMPUTE WS-DIAS-ATRASO =
                       (WS-MESES-REF - WS-MESES-COMP) * 30
               END-IF
               IF WS-DIAS-ATRASO GREATER 90
                   PERFORM 001-14-01-BLOQUEAR-ALUNO
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARTMENS.
           PERFORM 001-04-FS-CARTMENS.

       001-14-FIM.                EXIT.

      *================================================================*
       001-14-01-BLOQUEAR-ALUNO   SECTION.
      *================================================================*
           MOVE CODALU-CAR        TO WS-ALU-COD.
           PERFORM 005-02-ACHAR-BLOQUEIO.

           IF WS-BLQ-ACHADO EQUAL ZEROS
               IF WS-TAB-BLQ-QTD EQUAL 3000
                   DISPLAY '* TABELA DE BLOQUEIOS CHEIA          *'
                   DISPLAY '* AUMENTAR WS-TAB-BLQ E REPROCESSAR  *'
                   MOVE 'ERRO'    TO WS-RUNLOG-STATUS
                   PERFORM 999-00-GRAVAR-RUNLOG
                   STOP RUN
               END-IF
               ADD 1              TO WS-TAB-BLQ-QTD
               MOVE WS-TAB-BLQ-QTD TO WS-BLQ-ACHADO
               MOVE CODALU-CAR    TO WS-TAB-BLQ-COD (WS-BLQ-ACHADO)
               MOVE ZEROS         TO WS-TAB-BLQ-VALOR (WS-BLQ-ACHADO)
               MOVE ZEROS         TO WS-TAB-BLQ-DIAS (WS-BLQ-ACHADO).

           ADD VALOR-CAR          TO WS-TAB-BLQ-VALOR (WS-BLQ-ACHADO).
           IF WS-DIAS-ATRASO GREATER WS-TAB-BLQ-DIAS (WS-BLQ-ACHADO)
               MOVE WS-DIAS-ATRASO TO WS-TAB-BLQ-DIAS (WS-BLQ-ACHADO).

       001-14-01-FIM.             EXIT.

      *================================================================*
       001-15-CARREGAR-PENDREMA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PENDREMA.
           PERFORM 001-05-FS-PENDREMA.

           PERFORM 001-16-ACUMULAR-PENDREMA
               UNTIL FS-PENDREMA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PENDREMA.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-ACUMULAR-PENDREMA   SECTION.
      *================================================================*
           IF WS-TAB-PND-QTD EQUAL 1000
               DISPLAY '* TABELA DE PENDENTES CHEIA          *'
               DISPLAY '* AUMENTAR WS-TAB-PND E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO ACUM-PEND-ANTERIORES.
           ADD 1                  TO WS-TAB-PND-QTD.
           MOVE ALUNO-PND         TO WS-TAB-PND-ALUNO (WS-TAB-PND-QTD).
           MOVE DATA-PEND-PND     TO WS-TAB-PND-DATA (WS-TAB-PND-QTD).
           MOVE 'P'               TO WS-TAB-PND-SIT (WS-TAB-PND-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PENDREMA.
           PERFORM 001-05-FS-PENDREMA.

       001-16-FIM.                EXIT.

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
       003-00-LER-CADALUNN        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADALUNN.
           PERFORM 001-02-FS-CADALUNN.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-ALUNO        SECTION.
      *================================================================*
      * ALUNO PROMOVIDO QUE JA ESTAVA NOS PENDENTES TEM A PENDENCIA
      * ANTERIOR SUBSTITUIDA PELA AVALIACAO DESTA PROMOCAO.
      *
           ADD 1                  TO ACUM-LIDOS.
           MOVE REG-CADALUNN      TO WS-ALUNO.

           PERFORM 005-03-ACHAR-PENDENTE.
           IF WS-PND-ACHADO NOT EQUAL ZEROS
               MOVE 'S'           TO WS-TAB-PND-SIT (WS-PND-ACHADO).

           PERFORM 005-01-ACHAR-CONFIRMACAO.
           PERFORM 005-02-ACHAR-BLOQUEIO.

           IF WS-CNF-ACHADA EQUAL ZEROS
               ADD 1              TO ACUM-EVASAO
               MOVE 'EVASAO PREVISTA' TO WS-SITUACAO
           ELSE
               MOVE 'S'           TO WS-TAB-CNF-USADA (WS-CNF-ACHADA)
               IF WS-BLQ-ACHADO NOT EQUAL ZEROS
                   ADD 1          TO ACUM-PENDENTES
                   MOVE 'PENDENTE FINANCEIRO' TO WS-SITUACAO
                   MOVE WS-DATA-REF TO WS-DATA-PEND
                   PERFORM 006-02-GRAVAR-PENDREMN
               ELSE
                   ADD 1          TO ACUM-REMATRICULADOS
                   MOVE 'REMATRICULADO' TO WS-SITUACAO
                   PERFORM 006-01-GRAVAR-CADALUNO.

           PERFORM 006-00-IMPRIMIR-DETALHE.

           PERFORM 003-00-LER-CADALUNN.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-REAVALIAR-PENDENTE  SECTION.
      *================================================================*
      * PENDENTE SEM BLOQUEIO NA CARTEIRA ATUAL (DEBITO PAGO OU
      * RENEGOCIADO) E LIBERADO PARA O CADALUNO.
      *
           IF WS-TAB-PND-SIT (WS-IDX-PND) EQUAL 'P'
               MOVE WS-TAB-PND-ALUNO (WS-IDX-PND) TO WS-ALUNO
               PERFORM 005-01-ACHAR-CONFIRMACAO
               IF WS-CNF-ACHADA NOT EQUAL ZEROS
                   MOVE 'S'       TO WS-TAB-CNF-USADA (WS-CNF-ACHADA)
               END-IF
               PERFORM 005-02-ACHAR-BLOQUEIO
               IF WS-BLQ-ACHADO NOT EQUAL ZEROS
                   ADD 1          TO ACUM-CONTINUAM
                   MOVE 'CONTINUA PENDENTE' TO WS-SITUACAO
                   MOVE WS-TAB-PND-DATA (WS-IDX-PND) TO WS-DATA-PEND
                   PERFORM 006-02-GRAVAR-PENDREMN
               ELSE
                   ADD 1          TO ACUM-LIBERADOS
                   MOVE 'LIBERADO'    TO WS-SITUACAO
                   PERFORM 006-01-GRAVAR-CADALUNO
               END-IF
               PERFORM 006-00-IMPRIMIR-DETALHE.

       004-00-FIM.                EXIT.

      *================================================================*
       005-01-ACHAR-CONFIRMACAO   SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-CNF-ACHADA.

           PERFORM 005-01-01-PROCURAR-CONFIRMACAO
               VARYING WS-IDX-CNF FROM 1 BY 1
               UNTIL WS-IDX-CNF GREATER WS-TAB-CNF-QTD
                  OR WS-CNF-ACHADA NOT EQUAL ZEROS.

       005-01-FIM.                EXIT.

      *================================================================*
       005-01-01-PROCURAR-CONFIRMACAO SECTION.
      *================================================================*
           IF WS-TAB-CNF-COD (WS-IDX-CNF) EQUAL WS-ALU-COD
               MOVE WS-IDX-CNF    TO WS-CNF-ACHADA.

       005-01-01-FIM.             EXIT.

      *================================================================*
       005-02-ACHAR-BLOQUEIO      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-BLQ-ACHADO.

           PERFORM 005-02-01-PROCURAR-BLOQUEIO
               VARYING WS-IDX-BLQ FROM 1 BY 1
               UNTIL WS-IDX-BLQ GREATER WS-TAB-BLQ-QTD
                  OR WS-BLQ-ACHADO NOT EQUAL ZEROS.

       005-02-FIM.                EXIT.

      *================================================================*
       005-02-01-PROCURAR-BLOQUEIO SECTION.
      *================================================================*
           IF WS-TAB-BLQ-COD (WS-IDX-BLQ) EQUAL WS-ALU-COD
               MOVE WS-IDX-BLQ    TO WS-BLQ-ACHADO.

       005-02-01-FIM.             EXIT.

      *================================================================*
       005-03-ACHAR-PENDENTE      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-PND-ACHADO.

           PERFORM 005-03-01-PROCURAR-PENDENTE
               VARYING WS-IDX-PND FROM 1 BY 1
               UNTIL WS-IDX-PND GREATER WS-TAB-PND-QTD
                  OR WS-PND-ACHADO NOT EQUAL ZEROS.

       005-03-FIM.                EXIT.

      *================================================================*
       005-03-01-PROCURAR-PENDENTE SECTION.
      *================================================================*
           IF WS-TAB-PND-ALUNO (WS-IDX-PND) (1:4) EQUAL
              WS-ALUNO (1:4)
               MOVE WS-IDX-PND    TO WS-PND-ACHADO.

       005-03-01-FIM.             EXIT.

      *================================================================*
       006-00-IMPRIMIR-DETALHE    SECTION.
      *================================================================*
      * SITUACAO DO ALUNO EM WS-ALUNO; ATRASO E VALOR SO PARA O
      * BLOQUEADO.
      *
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-ALU-COD        TO DET001-CODALU.
           MOVE WS-ALU-NOME       TO DET001-NOME.
           MOVE WS-ALU-TURMA      TO DET001-TURMA.
           MOVE WS-SITUACAO       TO DET001-SITUACAO.
           MOVE ZEROS             TO DET001-DIAS.
           MOVE ZEROS             TO DET001-VALOR.
           IF WS-BLQ-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-BLQ-DIAS (WS-BLQ-ACHADO)  TO DET001-DIAS
               MOVE WS-TAB-BLQ-VALOR (WS-BLQ-ACHADO) TO DET001-VALOR.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-GRAVAR-CADALUNO     SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CADALUNO     FROM WS-ALUNO.
           PERFORM 001-08-FS-CADALUNO.

           ADD 1                  TO ACUM-GRAVADOS.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-GRAVAR-PENDREMN     SECTION.
      *================================================================*
      * O VALOR BLOQUEADO E O DA CARTEIRA ATUAL; A DATA E A DA
      * PRIMEIRA PENDENCIA.
      *
           MOVE SPACES            TO REG-PENDREMA.
           MOVE WS-ALUNO          TO ALUNO-PND.
           MOVE WS-DATA-PEND      TO DATA-PEND-PND.
           MOVE WS-TAB-BLQ-VALOR (WS-BLQ-ACHADO) TO VALOR-PND.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PENDREMN     FROM REG-PENDREMA.
           PERFORM 001-09-FS-PENDREMN.

       006-02-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           PERFORM 007-01-CONTAR-SEM-ALUNO
               VARYING WS-IDX-CNF FROM 1 BY 1
               UNTIL WS-IDX-CNF GREATER WS-TAB-CNF-QTD.

           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-CONFIRMACOES TO TOT002-CONFIRMACOES.
           MOVE ACUM-REMATRICULADOS TO TOT003-REMATRIC.
           MOVE ACUM-PENDENTES    TO TOT004-PENDENTES.
           MOVE ACUM-EVASAO       TO TOT005-EVASAO.
           MOVE ACUM-PEND-ANTERIORES TO TOT006-PEND-ANT.
           MOVE ACUM-LIBERADOS    TO TOT007-LIBERADOS.
           MOVE ACUM-CONTINUAM    TO TOT008-CONTINUAM.
           MOVE ACUM-GRAVADOS     TO TOT009-GRAVADOS.
           MOVE ACUM-CNF-SEM-ALUNO TO TOT010-CNF-SEM-ALUNO.

           IF ACUM-LINHAS GREATER 44
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           IF ACUM-CNF-SEM-ALUNO NOT EQUAL ZEROS
               DISPLAY '* CONFIRMACOES SEM ALUNO PROMOVIDO: '
                       ACUM-CNF-SEM-ALUNO ' - VER CONFREMA *'
               MOVE 0004          TO RETURN-CODE.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-CONTAR-SEM-ALUNO    SECTION.
      *================================================================*
           IF WS-TAB-CNF-USADA (WS-IDX-CNF) EQUAL 'N'
               ADD 1              TO ACUM-CNF-SEM-ALUNO.

       007-01-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADALUNN
                 RELATO
                 CADALUNO
                 PENDREMN.
           PERFORM 001-02-FS-CADALUNN.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-08-FS-CADALUNO.
           PERFORM 001-09-FS-PENDREMN.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       009-00-FIM.                EXIT.

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
               MOVE 'PU8EXF60'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-GRAVADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-EVASAO             TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
