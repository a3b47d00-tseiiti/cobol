       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF59.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CARGA DOS PROFESSORES E APONTAMENTO DAS HORAS-AULA DO MES.
      *
      * O PROFESSOR DE CADA DISCIPLINA DE CADA TURMA VEM DA
      * ATRIBUICAO DE AULAS (PROFDISC), COM A CARGA SEMANAL EM
      * HORAS-AULA; O CADASTRO DE PROFESSORES (PROFMST) TRAZ O TIPO
      * DE CONTRATO, O VALOR DA HORA DO HORISTA E A CARGA SEMANAL
      * MAXIMA DO CONTRATO, E LIGA O PROFESSOR DO QUADRO AO CADFUNC.
      * ATRIBUICAO DE PROFESSOR, TURMA (CADTURMA) OU DISCIPLINA
      * (CADDISC) INEXISTENTE, OU DE DISCIPLINA JA ATRIBUIDA NA
      * TURMA, E RECUSADA E LISTADA COMO OCORRENCIA.
      *
      * AS AULAS DADAS (AULADADA: PROFESSOR, TURMA, DISCIPLINA, DATA
      * E HORAS) DO MES DE REFERENCIA DO PARMDATA (SEM PARAMETRO, O
      * MES CORRENTE) SAO SOMADAS NA ATRIBUICAO; AULA SEM ATRIBUICAO
      * DAQUELE PROFESSOR NA TURMA E DISCIPLINA E LISTADA COMO
      * OCORRENCIA E NAO E PAGA. AULAS DE OUTROS MESES SAO DESPREZADAS
      * E CONTADAS A PARTE.
      *
      * O RELATORIO MOSTRA, POR PROFESSOR, AS TURMAS E DISCIPLINAS,
      * A CARGA SEMANAL TOTAL CONTRA A MAXIMA DO CONTRATO (ACIMA DELA
      * SAI 'SOBRECARGA') E AS HORAS DADAS NO MES. AS HORAS DO
      * PROFESSOR HORISTA DO CADFUNC SAO GRAVADAS NO AULAPONT (LAYOUT
      * APONTFUN, HORAS-AULA-APO E VLR-HORA-AULA-APO), CONCATENADO AO
      * APONTAMENTO DO RH NA ENTRADA DA FOLHA (PU8EXE27); HORISTA FORA
      * DO CADFUNC NAO E LANCADO E FICA APONTADO NO RELATORIO. HAVENDO
      * OCORRENCIA OU SOBRECARGA, O PROGRAMA TERMINA COM RETURN-CODE
      * 0004.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PROFMST         ASSIGN TO UT-S-PROFMST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PROFMST.
      *
           SELECT PROFDISC        ASSIGN TO UT-S-PROFDISC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PROFDISC.
      *
           SELECT AULADADA        ASSIGN TO UT-S-AULADADA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-AULADADA.
      *
           SELECT CADTURMA        ASSIGN TO UT-S-CADTURMA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADTURMA.
      *
           SELECT CADDISC         ASSIGN TO UT-S-CADDISC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADDISC.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNC.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT AULAPONT        ASSIGN TO UT-S-AULAPONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-AULAPONT.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * CADASTRO DE PROFESSORES E ATRIBUICAO DE AULAS.
      *
       FD PROFMST
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PROFMST.
       COPY PROFMST.
      *
       FD PROFDISC
          RECORD      CONTAINS    20 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PROFDISC.
       COPY PROFDISC.
      *
      * AULAS DADAS: UMA LINHA POR AULA, COM A DATA (AAAAMMDD) E A
      * DURACAO EM HORAS-AULA.
      *
       FD AULADADA
          RECORD      CONTAINS    30 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-AULADADA.
       01 REG-AULADADA.
          05 COD-PROF-AUL         PIC 9(05).
          05 TURMA-AUL            PIC 9(03).
          05 COD-DISC-AUL         PIC 9(03).
          05 DT-AULA-AUL          PIC 9(08).
          05 HORAS-AUL            PIC 9(02)V99.
          05 FILLER               PIC X(07).
      *
       FD CADTURMA
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADTURMA.
       01 REG-CADTURMA.
          05 TURMA-TUR            PIC 9(03).
          05 FILLER               PIC X(77).
      *
       FD CADDISC
          RECORD      CONTAINS    40 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADDISC.
       COPY CADDISC.
      *
       FD CADFUNC
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNC.
       01 REG-CADFUNC.
          05 CODIGO               PIC 9(05).
          05 FILLER               PIC X(105).
      *
      * DATA DE REFERENCIA (AAAAMMDD); SO O MES E USADO.
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
      * HORAS-AULA DO MES DOS HORISTAS, NO LAYOUT DO APONTAMENTO DA
      * FOLHA.
      *
       FD AULAPONT
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-APONTFUN.
       COPY APONTFUN.
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
      *  MES DE REFERENCIA DAS AULAS
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-REF.
          05 WS-ANO-REF           PIC 9(04).
          05 WS-MES-REF           PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
       77 WS-INICIO-MES           PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES              PIC 9(08) VALUE ZEROS.
      *
      *  PROFESSORES, COM A CARGA SEMANAL ATRIBUIDA E AS HORAS DADAS
      *  NO MES
      *
       01 WS-TAB-PRF.
          05 WS-TAB-PRF-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PRF-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-PRF-COD    PIC 9(05).
             10 WS-TAB-PRF-NOME   PIC X(30).
             10 WS-TAB-PRF-FUNC   PIC 9(05).
             10 WS-TAB-PRF-TIPO   PIC X(01).
             10 WS-TAB-PRF-VLR    PIC 9(03)V99.
             10 WS-TAB-PRF-MAX    PIC 9(02).
             10 WS-TAB-PRF-CARGA  PIC 9(03).
             10 WS-TAB-PRF-AULAS  PIC 9(05)V99.
      *
       77 WS-IDX-PRF              PIC 9(03) VALUE ZEROS.
       77 WS-PRF-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-COD-PROF             PIC 9(05) VALUE ZEROS.
      *
      *  ATRIBUICOES ACEITAS, COM AS HORAS DADAS NO MES
      *
       01 WS-TAB-PDI.
          05 WS-TAB-PDI-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-PDI-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-PDI-TURMA  PIC 9(03).
             10 WS-TAB-PDI-DISC   PIC 9(03).
             10 WS-TAB-PDI-PROF   PIC 9(05).
             10 WS-TAB-PDI-HORAS  PIC 9(02).
             10 WS-TAB-PDI-AULAS  PIC 9(05)V99.
      *
       77 WS-IDX-PDI              PIC 9(04) VALUE ZEROS.
       77 WS-PDI-ACHADA           PIC 9(04) VALUE ZEROS.
      *
      *  TURMAS, DISCIPLINAS E FUNCIONARIOS CADASTRADOS
      *
       01 WS-TAB-TUR.
          05 WS-TAB-TUR-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-TUR-COD       PIC 9(03) OCCURS 500 TIMES.
      *
       77 WS-IDX-TUR              PIC 9(03) VALUE ZEROS.
       77 WS-TUR-ACHADA           PIC 9(03) VALUE ZEROS.
      *
       01 WS-TAB-DIS.
          05 WS-TAB-DIS-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-DIS-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-DIS-COD    PIC 9(03).
             10 WS-TAB-DIS-NOME   PIC X(30).
      *
       77 WS-IDX-DIS              PIC 9(03) VALUE ZEROS.
       77 WS-DIS-ACHADA           PIC 9(03) VALUE ZEROS.
      *
       01 WS-TAB-FUN.
          05 WS-TAB-FUN-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-FUN-COD       PIC 9(05) OCCURS 2000 TIMES.
      *
       77 WS-IDX-FUN              PIC 9(04) VALUE ZEROS.
       77 WS-FUN-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-COD-FUNC             PIC 9(05) VALUE ZEROS.
      *
      *  CHAVE DE PESQUISA E AREAS DA CONFERENCIA
      *
       77 WS-COD-TURMA            PIC 9(03) VALUE ZEROS.
       77 WS-COD-DISC             PIC 9(03) VALUE ZEROS.
       77 WS-OCORRENCIA           PIC X(24) VALUE SPACES.
       77 WS-SITUACAO             PIC X(30) VALUE SPACES.
       77 WS-VLR-AULAS            PIC 9(07)V99 VALUE ZEROS.
      *
      *  BLOCO DO RELATORIO EM IMPRESSAO: 'O' OCORRENCIAS;
      *  'P' PROFESSORES (DEFINE O CABECALHO DAS COLUNAS)
      *
       77 WS-BLOCO-REL            PIC X(01) VALUE 'O'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-ATRIB-LIDAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-ATRIB-RECUSADAS    PIC 9(06) VALUE ZEROS.
       77 ACUM-AULAS-LIDAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-AULAS-FORA-MES     PIC 9(06) VALUE ZEROS.
       77 ACUM-AULAS-RECUSADAS    PIC 9(06) VALUE ZEROS.
       77 ACUM-SOBRECARGA         PIC 9(06) VALUE ZEROS.
       77 ACUM-LANCADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-LANCADO        PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PROFMST              PIC X(02) VALUE SPACES.
       77 FS-PROFDISC             PIC X(02) VALUE SPACES.
       77 FS-AULADADA             PIC X(02) VALUE SPACES.
       77 FS-CADTURMA             PIC X(02) VALUE SPACES.
       77 FS-CADDISC              PIC X(02) VALUE SPACES.
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-AULAPONT             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF59'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(48) VALUE
             'CARGA DOS PROFESSORES E HORAS-AULA - MES'.
          05 CAB003-MES           PIC 9(02)/.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'TURMA'.
          05 FILLER               PIC X(05) VALUE 'DISC'.
          05 FILLER               PIC X(33) VALUE
             'NOME DA DISCIPLINA'.
          05 FILLER               PIC X(08) VALUE 'H/SEM'.
          05 FILLER               PIC X(11) VALUE 'HORAS DADAS'.
      *
       01  CAB006.
          05 FILLER               PIC X(11) VALUE 'ORIGEM'.
          05 FILLER               PIC X(06) VALUE 'TURMA'.
          05 FILLER               PIC X(05) VALUE 'DISC'.
          05 FILLER               PIC X(07) VALUE 'PROF.'.
          05 FILLER               PIC X(12) VALUE 'DATA AULA'.
          05 FILLER               PIC X(10) VALUE 'OCORRENCIA'.
      *
       01  DET001.
          05 FILLER               PIC X(11) VALUE 'PROFESSOR: '.
          05 DET001-COD           PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-NOME          PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-TIPO          PIC X(10).
      *
       01  DET002.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET002-TURMA         PIC 9(03).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET002-DISC          PIC 9(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-NOME          PIC X(30).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET002-HORAS         PIC Z9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET002-AULAS         PIC ZZ.ZZ9,99.
      *
       01  DET003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'CARGA SEMANAL:'.
          05 DET003-CARGA         PIC ZZ9.
          05 FILLER               PIC X(10) VALUE '  MAXIMA:'.
          05 DET003-MAX           PIC Z9.
          05 FILLER               PIC X(15) VALUE '  HORAS DADAS:'.
          05 DET003-AULAS         PIC ZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-SITUACAO      PIC X(18).
      *
       01  DET004.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(22) VALUE
             'VALOR DAS AULAS     :'.
          05 DET004-VALOR         PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET004-SITUACAO      PIC X(30).
      *
       01  DET005.
          05 DET005-ORIGEM        PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET005-TURMA         PIC 9(03).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET005-DISC          PIC 9(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET005-PROF          PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET005-DATA.
             10 DET005-DIA        PIC 9(02)/.
             10 DET005-MES        PIC 9(02)/.
             10 DET005-ANO        PIC 9(04).
          05 DET005-DATA-X        REDEFINES DET005-DATA
                                  PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET005-OCORRENCIA    PIC X(24).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'PROFESSORES CADASTRADOS                  :'.
          05 TOT001-PROFESSORES   PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'ATRIBUICOES LIDAS                        :'.
          05 TOT002-ATRIB-LIDAS   PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'ATRIBUICOES RECUSADAS                    :'.
          05 TOT003-ATRIB-RECUS   PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'AULAS LIDAS                              :'.
          05 TOT004-AULAS-LIDAS   PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'AULAS DE OUTROS MESES (DESPREZADAS)      :'.
          05 TOT005-AULAS-FORA    PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'AULAS SEM ATRIBUICAO (NAO PAGAS)         :'.
          05 TOT006-AULAS-RECUS   PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'PROFESSORES EM SOBRECARGA                :'.
          05 TOT007-SOBRECARGA    PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'HORISTAS LANCADOS NO AULAPONT            :'.
          05 TOT008-LANCADOS      PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'VALOR DAS AULAS LANCADAS   :'.
          05 TOT009-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-11-LER-PARMDATA.
           PERFORM 001-12-CARREGAR-PROFMST.
           PERFORM 001-14-CARREGAR-CADTURMA.
           PERFORM 001-16-CARREGAR-CADDISC.
           PERFORM 001-18-CARREGAR-CADFUNC.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-PROFDISC.
           PERFORM 003-10-LER-AULADADA.
           PERFORM 003-11-TRATAR-AULA
               UNTIL FS-AULADADA EQUAL '10'.
           PERFORM 005-00-IMPRIMIR-PROFESSORES.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PROFMST
                       PROFDISC
                       AULADADA
                       CADTURMA
                       CADDISC
                       CADFUNC
                       PARMDATA
                OUTPUT RELATO
                       AULAPONT.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-PROFMST.
           PERFORM 001-03-FS-PROFDISC.
           PERFORM 001-04-FS-AULADADA.
           PERFORM 001-05-FS-CADTURMA.
           PERFORM 001-06-FS-CADDISC.
           PERFORM 001-07-FS-CADFUNC.
           PERFORM 001-08-FS-PARMDATA.
           PERFORM 001-09-FS-RELATO.
           PERFORM 001-10-FS-AULAPONT.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-PROFMST          SECTION.
      *================================================================*
           MOVE 'PROFMST'         TO FS-ARQUIVO.
           MOVE FS-PROFMST        TO FS-COD-STATUS.

           IF FS-PROFMST NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PROFDISC         SECTION.
      *================================================================*
           MOVE 'PROFDISC'        TO FS-ARQUIVO.
           MOVE FS-PROFDISC       TO FS-COD-STATUS.

           IF FS-PROFDISC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-AULADADA         SECTION.
      *================================================================*
           MOVE 'AULADADA'        TO FS-ARQUIVO.
           MOVE FS-AULADADA       TO FS-COD-STATUS.

           IF FS-AULADADA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CADTURMA         SECTION.
      *================================================================*
           MOVE 'CADTURMA'        TO FS-ARQUIVO.
           MOVE FS-CADTURMA       TO FS-COD-STATUS.

           IF FS-CADTURMA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-CADDISC          SECTION.
      *================================================================*
           MOVE 'CADDISC'         TO FS-ARQUIVO.
           MOVE FS-CADDISC        TO FS-COD-STATUS.

           IF FS-CADDISC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-FS-AULAPONT         SECTION.
      *================================================================*
           MOVE 'AULAPONT'        TO FS-ARQUIVO.
           MOVE FS-AULAPONT       TO FS-COD-STATUS.

           IF FS-AULAPONT NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-08-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           MOVE WS-DATA-REF       TO WS-INICIO-MES.
           MOVE 01                TO WS-INICIO-MES (7:2).
           MOVE WS-DATA-REF       TO WS-FIM-MES.
           MOVE 31                TO WS-FIM-MES (7:2).

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-PROFMST    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PROFMST.
           PERFORM 001-02-FS-PROFMST.

           PERFORM 001-13-ACUMULAR-PROFMST
               UNTIL FS-PROFMST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PROFMST.

           IF WS-TAB-PRF-QTD EQUAL ZEROS
               DISPLAY '* PROFMST SEM PROFESSORES *'
               DISPLAY '* PROGRAMA ENCERRADO      *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-PROFMST    SECTION.
      *================================================================*
           IF WS-TAB-PRF-QTD EQUAL 300
               DISPLAY '* TABELA DE PROFESSORES CHEIA        *'
               DISPLAY '* AUMENTAR WS-TAB-PRF E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-PRF-QTD.
           MOVE COD-PROF-PRF      TO WS-TAB-PRF-COD (WS-TAB-PRF-QTD).
           MOVE NOME-PROF-PRF     TO WS-TAB-PRF-NOME (WS-TAB-PRF-QTD).
           MOVE CODIGO-FUNC-PRF   TO WS-TAB-PRF-FUNC (WS-TAB-PRF-QTD).
           MOVE TIPO-CONTR-PRF    TO WS-TAB-PRF-TIPO (WS-TAB-PRF-QTD).
           MOVE VLR-HORA-PRF      TO WS-TAB-PRF-VLR (WS-TAB-PRF-QTD).
           MOVE CARGA-MAX-PRF     TO WS-TAB-PRF-MAX (WS-TAB-PRF-QTD).
           MOVE ZEROS             TO WS-TAB-PRF-CARGA (WS-TAB-PRF-QTD).
           MOVE ZEROS             TO WS-TAB-PRF-AULAS (WS-TAB-PRF-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PROFMST.
           PERFORM 001-02-FS-PROFMST.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-CARREGAR-CADTURMA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADTURMA.
           PERFORM 001-05-FS-CADTURMA.

           PERFORM 001-15-ACUMULAR-CADTURMA
               UNTIL FS-CADTURMA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADTURMA.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-ACUMULAR-CADTURMA   SECTION.
      *================================================================*
           IF WS-TAB-TUR-QTD EQUAL 500
               DISPLAY '* TABELA DE TURMAS CHEIA             *'
               DISPLAY '* AUMENTAR WS-TAB-TUR E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-TUR-QTD.
           MOVE TURMA-TUR         TO WS-TAB-TUR-COD (WS-TAB-TUR-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADTURMA.
           PERFORM 001-05-FS-CADTURMA.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-CARREGAR-CADDISC    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADDISC.
           PERFORM 001-06-FS-CADDISC.

           PERFORM 001-17-ACUMULAR-CADDISC
               UNTIL FS-CADDISC EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADDISC.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-ACUMULAR-CADDISC    SECTION.
      *================================================================*
           IF WS-TAB-DIS-QTD EQUAL 500
               DISPLAY '* TABELA DE DISCIPLINAS CHEIA        *'
               DISPLAY '* AUMENTAR WS-TAB-DIS E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-DIS-QTD.
           MOVE COD-DISC          TO WS-TAB-DIS-COD (WS-TAB-DIS-QTD).
           MOVE NOME-DISC         TO WS-TAB-DIS-NOME (WS-TAB-DIS-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADDISC.
           PERFORM 001-06-FS-CADDISC.

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-CARREGAR-CADFUNC    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-07-FS-CADFUNC.

           PERFORM 001-19-ACUMULAR-CADFUNC
               UNTIL FS-CADFUNC EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-ACUMULAR-CADFUNC    SECTION.
      *================================================================*
           IF WS-TAB-FUN-QTD EQUAL 2000
               DISPLAY '* TABELA DE FUNCIONARIOS CHEIA       *'
               DISPLAY '* AUMENTAR WS-TAB-FUN E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-FUN-QTD.
           MOVE CODIGO            TO WS-TAB-FUN-COD (WS-TAB-FUN-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-07-FS-CADFUNC.

       001-19-FIM.                EXIT.

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
           MOVE WS-MES-REF        TO CAB003-MES.
           MOVE WS-ANO-REF        TO CAB003-ANO.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CARREGAR-PROFDISC   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PROFDISC.
           PERFORM 001-03-FS-PROFDISC.

           PERFORM 003-01-TRATAR-PROFDISC
               UNTIL FS-PROFDISC EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PROFDISC.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-PROFDISC     SECTION.
      *================================================================*
      * SO ENTRA NA TABELA A ATRIBUICAO DE PROFESSOR, TURMA E
      * DISCIPLINA CADASTRADOS; CADA DISCIPLINA DA TURMA TEM UM SO
      * PROFESSOR.
      *
           ADD 1                  TO ACUM-ATRIB-LIDAS.

           MOVE COD-PROF-PDI      TO WS-COD-PROF.
           PERFORM 004-01-ACHAR-PROFESSOR.
           MOVE TURMA-PDI         TO WS-COD-TURMA.
           PERFORM 004-02-ACHAR-TURMA.
           MOVE COD-DISC-PDI      TO WS-COD-DISC.
           PERFORM 004-03-ACHAR-DISCIPLINA.
           PERFORM 004-05-ACHAR-ATRIBUICAO.

           MOVE SPACES            TO WS-OCORRENCIA.

           EVALUATE TRUE
               WHEN WS-PRF-ACHADO EQUAL ZEROS
                   MOVE 'PROFESSOR NAO CADASTRADO' TO WS-OCORRENCIA
               WHEN WS-TUR-ACHADA EQUAL ZEROS
                   MOVE 'TURMA NAO CADASTRADA' TO WS-OCORRENCIA
               WHEN WS-DIS-ACHADA EQUAL ZEROS
                   MOVE 'DISCIPLINA NAO CADASTR.' TO WS-OCORRENCIA
               WHEN WS-PDI-ACHADA NOT EQUAL ZEROS
                   MOVE 'DISCIPLINA JA ATRIBUIDA' TO WS-OCORRENCIA
           END-EVALUATE.

           IF WS-OCORRENCIA NOT EQUAL SPACES
               ADD 1              TO ACUM-ATRIB-RECUSADAS
               MOVE 'ATRIBUICAO'  TO DET005-ORIGEM
               MOVE SPACES        TO DET005-DATA-X
               MOVE COD-PROF-PDI  TO DET005-PROF
               PERFORM 004-10-IMPRIMIR-OCORRENCIA
           ELSE
               PERFORM 003-02-INCLUIR-ATRIBUICAO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PROFDISC.
           PERFORM 001-03-FS-PROFDISC.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-INCLUIR-ATRIBUICAO  SECTION.
      *================================================================*
           IF WS-TAB-PDI-QTD EQUAL 2000
               DISPLAY '* TABELA DE ATRIBUICOES CHEIA        *'
               DISPLAY '* AUMENTAR WS-TAB-PDI E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-PDI-QTD.
           MOVE TURMA-PDI         TO WS-TAB-PDI-TURMA (WS-TAB-PDI-QTD).
           MOVE COD-DISC-PDI      TO WS-TAB-PDI-DISC (WS-TAB-PDI-QTD).
           MOVE COD-PROF-PDI      TO WS-TAB-PDI-PROF (WS-TAB-PDI-QTD).
           MOVE HORAS-SEM-PDI     TO WS-TAB-PDI-HORAS (WS-TAB-PDI-QTD).
           MOVE ZEROS             TO WS-TAB-PDI-AULAS (WS-TAB-PDI-QTD).

           ADD HORAS-SEM-PDI      TO WS-TAB-PRF-CARGA (WS-PRF-ACHADO).

       003-02-FIM.                EXIT.

      *================================================================*
       003-10-LER-AULADADA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ AULADADA.
           PERFORM 001-04-FS-AULADADA.

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-TRATAR-AULA         SECTION.
      *================================================================*
      * A AULA DO MES SO E PAGA SE A TURMA E DISCIPLINA ESTIVEREM
      * ATRIBUIDAS AO PROPRIO PROFESSOR DA AULA.
      *
           ADD 1                  TO ACUM-AULAS-LIDAS.

           IF DT-AULA-AUL LESS WS-INICIO-MES
              OR DT-AULA-AUL GREATER WS-FIM-MES
               ADD 1              TO ACUM-AULAS-FORA-MES
           ELSE
               PERFORM 003-12-CONFERIR-AULA.

           PERFORM 003-10-LER-AULADADA.

       003-11-FIM.                EXIT.

      *================================================================*
       003-12-CONFERIR-AULA       SECTION.
      *================================================================*
           MOVE TURMA-AUL         TO WS-COD-TURMA.
           MOVE COD-DISC-AUL      TO WS-COD-DISC.
           PERFORM 004-05-ACHAR-ATRIBUICAO.

           IF WS-PDI-ACHADA NOT EQUAL ZEROS
               IF WS-TAB-PDI-PROF (WS-PDI-ACHADA) NOT EQUAL
                  COD-PROF-AUL
                   MOVE ZEROS     TO WS-PDI-ACHADA.

           IF WS-PDI-ACHADA EQUAL ZEROS
               ADD 1              TO ACUM-AULAS-RECUSADAS
               MOVE 'AULA'        TO DET005-ORIGEM
               MOVE DT-AULA-AUL (7:2) TO DET005-DIA
               MOVE DT-AULA-AUL (5:2) TO DET005-MES
               MOVE DT-AULA-AUL (1:4) TO DET005-ANO
               MOVE COD-PROF-AUL  TO DET005-PROF
               MOVE 'AULA SEM ATRIBUICAO' TO WS-OCORRENCIA
               PERFORM 004-10-IMPRIMIR-OCORRENCIA
           ELSE
               ADD HORAS-AUL      TO WS-TAB-PDI-AULAS (WS-PDI-ACHADA)
               MOVE COD-PROF-AUL  TO WS-COD-PROF
               PERFORM 004-01-ACHAR-PROFESSOR
               ADD HORAS-AUL      TO WS-TAB-PRF-AULAS (WS-PRF-ACHADO).

       003-12-FIM.                EXIT.

      *================================================================*
       004-01-ACHAR-PROFESSOR     SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-PRF-ACHADO.

           PERFORM 004-01-01-PROCURAR-PROFESSOR
               VARYING WS-IDX-PRF FROM 1 BY 1
               UNTIL WS-IDX-PRF GREATER WS-TAB-PRF-QTD
                  OR WS-PRF-ACHADO NOT EQUAL ZEROS.

       004-01-FIM.                EXIT.

      *================================================================*
       004-01-01-PROCURAR-PROFESSOR SECTION.
      *================================================================*
           IF WS-TAB-PRF-COD (WS-IDX-PRF) EQUAL WS-COD-PROF
               MOVE WS-IDX-PRF    TO WS-PRF-ACHADO.

       004-01-01-FIM.             EXIT.

      *================================================================*
       004-02-ACHAR-TURMA         SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TUR-ACHADA.

           PERFORM 004-02-01-PROCURAR-TURMA
               VARYING WS-IDX-TUR FROM 1 BY 1
               UNTIL WS-IDX-TUR GREATER WS-TAB-TUR-QTD
                  OR WS-TUR-ACHADA NOT EQUAL ZEROS.

       004-02-FIM.                EXIT.

      *================================================================*
       004-02-01-PROCURAR-TURMA   SECTION.
      *================================================================*
           IF WS-TAB-TUR-COD (WS-IDX-TUR) EQUAL WS-COD-TURMA
               MOVE WS-IDX-TUR    TO WS-TUR-ACHADA.

       004-02-01-FIM.             EXIT.

      *================================================================*
       004-03-ACHAR-DISCIPLINA    SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-DIS-ACHADA.

           PERFORM 004-03-01-PROCURAR-DISCIPLINA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS GREATER WS-TAB-DIS-QTD
                  OR WS-DIS-ACHADA NOT EQUAL ZEROS.

       004-03-FIM.                EXIT.

      *================================================================*
       004-03-01-PROCURAR-DISCIPLINA SECTION.
      *================================================================*
           IF WS-TAB-DIS-COD (WS-IDX-DIS) EQUAL WS-COD-DISC
               MOVE WS-IDX-DIS    TO WS-DIS-ACHADA.

       004-03-01-FIM.             EXIT.

      *================================================================*
       004-04-ACHAR-FUNCIONARIO   SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-FUN-ACHADO.

           PERFORM 004-04-01-PROCURAR-FUNCIONARIO
               VARYING WS-IDX-FUN FROM 1 BY 1
               UNTIL WS-IDX-FUN GREATER WS-TAB-FUN-QTD
                  OR WS-FUN-ACHADO NOT EQUAL ZEROS.

       004-04-FIM.                EXIT.

      *================================================================*
       004-04-01-PROCURAR-FUNCIONARIO SECTION.
      *================================================================*
           IF WS-TAB-FUN-COD (WS-IDX-FUN) EQUAL WS-COD-FUNC
               MOVE WS-IDX-FUN    TO WS-FUN-ACHADO.

       004-04-01-FIM.             EXIT.

      *================================================================*
       004-05-ACHAR-ATRIBUICAO    SECTION.
      *================================================================*
      * ATRIBUICAO JA ACEITA PARA A TURMA E DISCIPLINA DA CHAVE.
      *
           MOVE ZEROS             TO WS-PDI-ACHADA.

           PERFORM 004-05-01-PROCURAR-ATRIBUICAO
               VARYING WS-IDX-PDI FROM 1 BY 1
               UNTIL WS-IDX-PDI GREATER WS-TAB-PDI-QTD
                  OR WS-PDI-ACHADA NOT EQUAL ZEROS.

       004-05-FIM.                EXIT.

      *================================================================*
       004-05-01-PROCURAR-ATRIBUICAO SECTION.
      *================================================================*
           IF WS-TAB-PDI-TURMA (WS-IDX-PDI) EQUAL WS-COD-TURMA
              AND WS-TAB-PDI-DISC (WS-IDX-PDI) EQUAL WS-COD-DISC
               MOVE WS-IDX-PDI    TO WS-PDI-ACHADA.

       004-05-01-FIM.             EXIT.

      *================================================================*
       004-10-IMPRIMIR-OCORRENCIA SECTION.
      *================================================================*
      * ORIGEM, PROFESSOR E DATA JA MONTADOS PELO CHAMADOR; TURMA E
      * DISCIPLINA VEM DA CHAVE DE PESQUISA.
      *
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-COD-TURMA      TO DET005-TURMA.
           MOVE WS-COD-DISC       TO DET005-DISC.
           MOVE WS-OCORRENCIA     TO DET005-OCORRENCIA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       004-10-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-PROFESSORES SECTION.
      *================================================================*
           MOVE 'P'               TO WS-BLOCO-REL.
           MOVE 60                TO ACUM-LINHAS.

           PERFORM 005-01-IMPRIMIR-PROFESSOR
               VARYING WS-IDX-PRF FROM 1 BY 1
               UNTIL WS-IDX-PRF GREATER WS-TAB-PRF-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-IMPRIMIR-PROFESSOR  SECTION.
      *================================================================*
      * PROFESSOR, SUAS ATRIBUICOES E A CARGA SEMANAL; O HORISTA TEM
      * AINDA O VALOR DAS AULAS E O LANCAMENTO NO AULAPONT.
      *
           IF ACUM-LINHAS GREATER 55
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-PRF-COD (WS-IDX-PRF)  TO DET001-COD.
           MOVE WS-TAB-PRF-NOME (WS-IDX-PRF) TO DET001-NOME.
           IF WS-TAB-PRF-TIPO (WS-IDX-PRF) EQUAL 'H'
               MOVE 'HORISTA'     TO DET001-TIPO
           ELSE
               MOVE 'MENSALISTA'  TO DET001-TIPO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-09-FS-RELATO.
           ADD 2                  TO ACUM-LINHAS.

           PERFORM 005-02-IMPRIMIR-ATRIBUICAO
               VARYING WS-IDX-PDI FROM 1 BY 1
               UNTIL WS-IDX-PDI GREATER WS-TAB-PDI-QTD.

           MOVE SPACES            TO WS-SITUACAO.
           IF WS-TAB-PRF-CARGA (WS-IDX-PRF) EQUAL ZEROS
               MOVE 'SEM ATRIBUICAO'  TO WS-SITUACAO
           ELSE
               IF WS-TAB-PRF-MAX (WS-IDX-PRF) NOT EQUAL ZEROS
                  AND WS-TAB-PRF-CARGA (WS-IDX-PRF) GREATER
                      WS-TAB-PRF-MAX (WS-IDX-PRF)
                   MOVE 'SOBRECARGA'  TO WS-SITUACAO
                   ADD 1          TO ACUM-SOBRECARGA.

           IF ACUM-LINHAS GREATER 58
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-PRF-CARGA (WS-IDX-PRF) TO DET003-CARGA.
           MOVE WS-TAB-PRF-MAX (WS-IDX-PRF)   TO DET003-MAX.
           MOVE WS-TAB-PRF-AULAS (WS-IDX-PRF) TO DET003-AULAS.
           MOVE WS-SITUACAO       TO DET003-SITUACAO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-09-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           IF WS-TAB-PRF-TIPO (WS-IDX-PRF) EQUAL 'H'
               PERFORM 005-03-LANCAR-HORISTA.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-IMPRIMIR-ATRIBUICAO SECTION.
      *================================================================*
           IF WS-TAB-PDI-PROF (WS-IDX-PDI) EQUAL
              WS-TAB-PRF-COD (WS-IDX-PRF)
               IF ACUM-LINHAS GREATER 59
                   PERFORM 008-00-CABECALHOS
               END-IF
               MOVE WS-TAB-PDI-DISC (WS-IDX-PDI) TO WS-COD-DISC
               PERFORM 004-03-ACHAR-DISCIPLINA
               MOVE WS-TAB-PDI-TURMA (WS-IDX-PDI) TO DET002-TURMA
               MOVE WS-TAB-PDI-DISC (WS-IDX-PDI)  TO DET002-DISC
               MOVE WS-TAB-DIS-NOME (WS-DIS-ACHADA) TO DET002-NOME
               MOVE WS-TAB-PDI-HORAS (WS-IDX-PDI) TO DET002-HORAS
               MOVE WS-TAB-PDI-AULAS (WS-IDX-PDI) TO DET002-AULAS
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-RELATO   FROM DET002 AFTER 1
               PERFORM 001-09-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-LANCAR-HORISTA      SECTION.
      *================================================================*
      * HORAS DADAS DO HORISTA DO CADFUNC VAO PARA O AULAPONT, PARA
      * A FOLHA PAGAR PELO VALOR DA HORA DO PROFMST.
      *
           COMPUTE WS-VLR-AULAS ROUNDED =
               WS-TAB-PRF-AULAS (WS-IDX-PRF) *
               WS-TAB-PRF-VLR (WS-IDX-PRF).

           MOVE WS-TAB-PRF-FUNC (WS-IDX-PRF) TO WS-COD-FUNC.
           MOVE ZEROS             TO WS-FUN-ACHADO.
           IF WS-COD-FUNC NOT EQUAL ZEROS
               PERFORM 004-04-ACHAR-FUNCIONARIO.

           EVALUATE TRUE
               WHEN WS-TAB-PRF-AULAS (WS-IDX-PRF) EQUAL ZEROS
                   MOVE 'SEM AULAS NO MES' TO WS-SITUACAO
               WHEN WS-FUN-ACHADO EQUAL ZEROS
                   MOVE 'HORISTA FORA DO CADFUNC' TO WS-SITUACAO
               WHEN OTHER
                   MOVE 'LANCADO NO AULAPONT' TO WS-SITUACAO
                   PERFORM 005-04-GRAVAR-AULAPONT
           END-EVALUATE.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-VLR-AULAS      TO DET004-VALOR.
           MOVE WS-SITUACAO       TO DET004-SITUACAO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET004 AFTER 1.
           PERFORM 001-09-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-GRAVAR-AULAPONT     SECTION.
      *================================================================*
      * LINHA DE APONTAMENTO SO COM AS HORAS-AULA (FALTAS, HORAS
      * EXTRAS E COMISSAO ZERADAS), SOMADA PELA FOLHA AS DEMAIS.
      *
           MOVE SPACES            TO REG-APONTFUN.
           MOVE WS-COD-FUNC       TO CODIGO-APO.
           MOVE ZEROS             TO DIAS-FALTA-APO
                                     HORAS-HE50-APO
                                     HORAS-HE100-APO
                                     VLR-COMIS-APO.
           MOVE WS-TAB-PRF-AULAS (WS-IDX-PRF) TO HORAS-AULA-APO.
           MOVE WS-TAB-PRF-VLR (WS-IDX-PRF)   TO VLR-HORA-AULA-APO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-APONTFUN.
           PERFORM 001-10-FS-AULAPONT.

           ADD 1                  TO ACUM-LANCADOS.
           ADD WS-VLR-AULAS       TO ACUM-VLR-LANCADO.

       005-04-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE WS-TAB-PRF-QTD    TO TOT001-PROFESSORES.
           MOVE ACUM-ATRIB-LIDAS  TO TOT002-ATRIB-LIDAS.
           MOVE ACUM-ATRIB-RECUSADAS TO TOT003-ATRIB-RECUS.
           MOVE ACUM-AULAS-LIDAS  TO TOT004-AULAS-LIDAS.
           MOVE ACUM-AULAS-FORA-MES TO TOT005-AULAS-FORA.
           MOVE ACUM-AULAS-RECUSADAS TO TOT006-AULAS-RECUS.
           MOVE ACUM-SOBRECARGA   TO TOT007-SOBRECARGA.
           MOVE ACUM-LANCADOS     TO TOT008-LANCADOS.
           MOVE ACUM-VLR-LANCADO  TO TOT009-VALOR.

           IF ACUM-LINHAS GREATER 46
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           IF ACUM-ATRIB-RECUSADAS NOT EQUAL ZEROS
               DISPLAY '* ATRIBUICOES RECUSADAS: '
                       ACUM-ATRIB-RECUSADAS ' - VER PROFDISC *'
               MOVE 0004          TO RETURN-CODE.

           IF ACUM-AULAS-RECUSADAS NOT EQUAL ZEROS
               DISPLAY '* AULAS SEM ATRIBUICAO: '
                       ACUM-AULAS-RECUSADAS ' - VER AULADADA *'
               MOVE 0004          TO RETURN-CODE.

           IF ACUM-SOBRECARGA NOT EQUAL ZEROS
               DISPLAY '* PROFESSORES EM SOBRECARGA: '
                       ACUM-SOBRECARGA ' - VER RELATO *'
               MOVE 0004          TO RETURN-CODE.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           IF WS-BLOCO-REL EQUAL 'O'
               WRITE REG-RELATO   FROM CAB006 AFTER 1
           ELSE
               WRITE REG-RELATO   FROM CAB005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE AULADADA
                 RELATO
                 AULAPONT.
           PERFORM 001-04-FS-AULADADA.
           PERFORM 001-09-FS-RELATO.
           PERFORM 001-10-FS-AULAPONT.

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
               MOVE 'PU8EXF59'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-AULAS-LIDAS        TO RUNLOG-QTD-LIDOS
               MOVE ACUM-LANCADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-AULAS-RECUSADAS    TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
