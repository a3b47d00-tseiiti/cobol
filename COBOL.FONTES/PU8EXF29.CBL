       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF29.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * EFICIENCIA DE MAO DE OBRA DAS ORDENS DE PRODUCAO APONTADAS.
      * PARA CADA ORDEM 'P' DO ORDPROD QUE TEM HORAS REAIS NO
      * HORAPROD (HORAS DIGITADAS COM A CONCLUSAO E PASSADAS PELO
      * APONTAMENTO DO PU8EXE62 - VER COPY HORAOP), COMPARA POR
      * CENTRO DE TRABALHO AS HORAS REAIS COM O PADRAO DO ROTEIRO
      * (HORAS POR UNIDADE X QTD-OP). A VARIACAO DE EFICIENCIA E A
      * DIFERENCA DE HORAS VALORIZADA PELA TAXA HORARIA DO CENTRO
      * (TAXAMO); CENTRO SEM TAXA E LISTADO E ENTRA COM VALOR ZERO.
      * A EFICIENCIA DA ORDEM E HORAS PADRAO / HORAS REAIS.
      *
      * O TOTAL DO PERIODO SAI EM LANCAMENTOS NO LAYOUT DO CADCONTA
      * (VARMOD), AO LADO DAS VARIACOES DE MATERIAL DO PU8EXE89:
      * VARIACAO DESFAVORAVEL DEBITA A CONTA DE VARIACAO DE MAO DE
      * OBRA E CREDITA A CONTRAPARTIDA DO PARMVMO; FAVORAVEL FAZ O
      * INVERSO.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO VARMOD; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT ORDPROD         ASSIGN TO UT-S-ORDPROD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORDPROD.
      *
           SELECT ROTEIRO         ASSIGN TO UT-S-ROTEIRO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ROTEIRO.
      *
           SELECT TAXAMO          ASSIGN TO UT-S-TAXAMO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-TAXAMO.
      *
           SELECT HORAPROD        ASSIGN TO UT-S-HORAPROD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HORAPROD.
      *
           SELECT VARMOD          ASSIGN TO UT-S-VARMOD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-VARMOD.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMVMO     ASSIGN TO UT-S-PARMVMO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMVMO.
      *
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
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
       FD ORDPROD
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORDPROD.
       01 REG-ORDPROD.
          05 NUM-OP               PIC 9(06).
          05 COD-ITEM-OP          PIC 9(05).
          05 QTD-OP               PIC 9(05).
          05 SITUACAO-OP          PIC X(01).
          05 FILLER               PIC X(03).
      *
      * ROTEIRO DE FABRICACAO: HORAS POR UNIDADE DO ITEM EM CADA
      * CENTRO DE TRABALHO.
      *
       FD ROTEIRO
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ROTEIRO.
       01 REG-ROTEIRO.
          05 COD-ITEM-ROT         PIC 9(05).
          05 CTRAB-ROT            PIC X(04).
          05 HORAS-UNIT-ROT       PIC 9(03)V99.
          05 FILLER               PIC X(06).
      *
      * TAXA HORARIA DE MAO DE OBRA POR CENTRO DE TRABALHO.
      *
       FD TAXAMO
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-TAXAMO.
       01 REG-TAXAMO.
          05 CTRAB-TXM            PIC X(04).
          05 TAXA-HORA-TXM        PIC 9(05)V99.
          05 FILLER               PIC X(09).
      *
      * HORAS REAIS DAS ORDENS APONTADAS PELO PU8EXE62.
      *
       FD HORAPROD
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HORAOP.
       COPY HORAOP.
      *
      * LANCAMENTOS DE VARIACAO DE MAO DE OBRA, NO LAYOUT DO
      * CADCONTA.
      *
       FD VARMOD
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-VARMOD.
       01 REG-VARMOD.
          05 CONTA-VAR            PIC X(10).
          05 IND-DC-VAR           PIC X(01).
          05 QTD-VAR              PIC 9(06).
          05 VALOR-VAR            PIC 9(11)V99.
          05 DATA-LANC-VAR        PIC 9(08).
          05 QTD-REG-VAR          PIC 9(04).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO COM A CONTA DE VARIACAO DE MAO DE OBRA E A
      * CONTRAPARTIDA (MAO DE OBRA APLICADA).
      *
       FD PARMVMO
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMVMO.
       01 REG-PARMVMO.
          05 CONTA-VARIA-PVM      PIC X(10).
          05 CONTA-CONTRA-PVM     PIC X(10).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
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
       77 WS-CONTA-VARIACAO       PIC X(10) VALUE SPACES.
       77 WS-CONTA-CONTRA         PIC X(10) VALUE SPACES.
      *
      *  ROTEIRO, TAXAS E HORAS REAIS EM TABELA
      *
       01 WS-TAB-ROT.
          05 WS-TAB-ROT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-ROT-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-ROT-ITEM   PIC 9(05).
             10 WS-TAB-ROT-CTRAB  PIC X(04).
             10 WS-TAB-ROT-HORAS  PIC 9(03)V99.
      *
       01 WS-TAB-TXM.
          05 WS-TAB-TXM-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-TXM-ENTRY OCCURS 50 TIMES.
             10 WS-TAB-TXM-CTRAB  PIC X(04).
             10 WS-TAB-TXM-TAXA   PIC 9(05)V99.
      *
       01 WS-TAB-HOP.
          05 WS-TAB-HOP-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-HOP-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-HOP-OP     PIC 9(06).
             10 WS-TAB-HOP-CTRAB  PIC X(04).
             10 WS-TAB-HOP-HORAS  PIC 9(05)V99.
      *
      *  HORAS PADRAO X REAIS DA ORDEM EM APURACAO, POR CENTRO
      *
       01 WS-TAB-OCT.
          05 WS-TAB-OCT-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-OCT-ENTRY OCCURS 20 TIMES.
             10 WS-TAB-OCT-CTRAB  PIC X(04).
             10 WS-TAB-OCT-PADRAO PIC 9(07)V99.
             10 WS-TAB-OCT-REAL   PIC 9(07)V99.
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                PIC 9(02) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(04) VALUE ZEROS.
       77 WS-CTRAB-LINHA          PIC X(04) VALUE SPACES.
       77 WS-HORAS-PADRAO         PIC 9(07)V99 VALUE ZEROS.
       77 WS-HORAS-REAL           PIC 9(07)V99 VALUE ZEROS.
       77 WS-TAXA-HORA            PIC 9(05)V99 VALUE ZEROS.
       77 WS-VAR-HORAS            PIC S9(07)V99 VALUE ZEROS.
       77 WS-VAR-VALOR            PIC S9(11)V99 VALUE ZEROS.
       77 WS-PADRAO-ORD           PIC 9(07)V99 VALUE ZEROS.
       77 WS-REAL-ORD             PIC 9(07)V99 VALUE ZEROS.
       77 WS-VAR-HORAS-ORD        PIC S9(07)V99 VALUE ZEROS.
       77 WS-VAR-VALOR-ORD        PIC S9(11)V99 VALUE ZEROS.
       77 WS-EFICIENCIA           PIC 9(03) VALUE ZEROS.
       77 WS-VAR-TOTAL            PIC S9(13)V99 VALUE ZEROS.
       77 WS-VLR-ABS              PIC 9(11)V99 VALUE ZEROS.
       77 WS-SEQ-LANC             PIC 9(04) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-ORDENS             PIC 9(06) VALUE ZEROS.
       77 ACUM-APURADAS           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-TAXA           PIC 9(06) VALUE ZEROS.
       77 ACUM-LANCAMENTOS        PIC 9(06) VALUE ZEROS.
       77 ACUM-HORAS-PADRAO       PIC 9(09)V99 VALUE ZEROS.
       77 ACUM-HORAS-REAL         PIC 9(09)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-ORDPROD              PIC X(02) VALUE SPACES.
       77 FS-ROTEIRO              PIC X(02) VALUE SPACES.
       77 FS-TAXAMO               PIC X(02) VALUE SPACES.
       77 FS-HORAPROD             PIC X(02) VALUE SPACES.
       77 FS-VARMOD               PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMVMO              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF29'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'EFICIENCIA DE MAO DE OBRA DAS ORDENS APONTADAS'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(08) VALUE 'ORDEM'.
          05 FILLER               PIC X(08) VALUE 'ITEM'.
          05 FILLER               PIC X(09) VALUE 'CTRAB'.
          05 FILLER               PIC X(12) VALUE 'HS PADRAO'.
          05 FILLER               PIC X(12) VALUE 'HS REAIS'.
          05 FILLER               PIC X(13) VALUE 'VAR. HS'.
          05 FILLER               PIC X(12) VALUE 'VAR. VALOR'.
          05 FILLER               PIC X(04) VALUE 'EF.'.
      *
       01  DET001.
          05 DET001-ORDEM         PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ITEM          PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CTRAB         PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PADRAO        PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-REAL          PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VAR-HORAS     PIC -ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VAR-VALOR     PIC -Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(08).
      *
       01  DET002.
          05 FILLER               PIC X(22) VALUE
             '  TOTAL DA ORDEM'.
          05 DET002-PADRAO        PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-REAL          PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-VAR-HORAS     PIC -ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-VAR-VALOR     PIC -Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-EFICIENCIA    PIC ZZ9.
          05 FILLER               PIC X(01) VALUE '%'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE ORDENS NA CARTEIRA              :'.
          05 TOT001-ORDENS        PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE ORDENS APURADAS                 :'.
          05 TOT002-APURADAS      PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'HORAS PADRAO / HORAS REAIS DO PERIODO    :'.
          05 TOT003-HORAS-PADRAO  PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE ' / '.
          05 TOT003-HORAS-REAL    PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'CENTROS APONTADOS SEM TAXA HORARIA       :'.
          05 TOT004-SEM-TAXA      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'VARIACAO TOTAL DO PERIODO  :'.
          05 TOT005-VAR-TOTAL     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 800-00-CARREGAR-PERIODOS.
           PERFORM 001-10-LER-PARMDATA.
           PERFORM 001-11-LER-PARMVMO.
           PERFORM 001-12-CARREGAR-ROTEIRO.
           PERFORM 001-14-CARREGAR-TAXAMO.
           PERFORM 001-16-CARREGAR-HORAPROD.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-APURAR-ORDENS.
           PERFORM 004-50-GERAR-LANCAMENTOS.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  ORDPROD
                       ROTEIRO
                       TAXAMO
                       HORAPROD
                       PARMVMO
                       PARMDATA
                OUTPUT VARMOD
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-ORDPROD.
           PERFORM 001-03-FS-ROTEIRO.
           PERFORM 001-04-FS-TAXAMO.
           PERFORM 001-05-FS-HORAPROD.
           PERFORM 001-06-FS-VARMOD.
           PERFORM 001-07-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-ORDPROD          SECTION.
      *================================================================*
           MOVE 'ORDPROD'         TO FS-ARQUIVO.
           MOVE FS-ORDPROD        TO FS-COD-STATUS.

           IF FS-ORDPROD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-ROTEIRO          SECTION.
      *================================================================*
           MOVE 'ROTEIRO'         TO FS-ARQUIVO.
           MOVE FS-ROTEIRO        TO FS-COD-STATUS.

           IF FS-ROTEIRO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-TAXAMO           SECTION.
      *================================================================*
           MOVE 'TAXAMO'          TO FS-ARQUIVO.
           MOVE FS-TAXAMO         TO FS-COD-STATUS.

           IF FS-TAXAMO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-HORAPROD         SECTION.
      *================================================================*
           MOVE 'HORAPROD'        TO FS-ARQUIVO.
           MOVE FS-HORAPROD       TO FS-COD-STATUS.

           IF FS-HORAPROD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-VARMOD           SECTION.
      *================================================================*
           MOVE 'VARMOD'          TO FS-ARQUIVO.
           MOVE FS-VARMOD         TO FS-COD-STATUS.

           IF FS-VARMOD NOT EQUAL '00'
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
       001-10-LER-PARMDATA        SECTION.
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

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-LER-PARMVMO         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMVMO.

           MOVE 'PARMVMO'         TO FS-ARQUIVO.
           MOVE FS-PARMVMO        TO FS-COD-STATUS.
           IF FS-PARMVMO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-VARIA-PVM  TO WS-CONTA-VARIACAO.
           MOVE CONTA-CONTRA-PVM TO WS-CONTA-CONTRA.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMVMO.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-ROTEIRO    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ROTEIRO.
           PERFORM 001-03-FS-ROTEIRO.

           PERFORM 001-13-ACUMULAR-ROTEIRO
               UNTIL FS-ROTEIRO EQUAL '10'
                  OR WS-TAB-ROT-QTD EQUAL 300.

           IF FS-ROTEIRO NOT EQUAL '10'
               DISPLAY '* ROTEIRO COM MAIS DE 300 LINHAS     *'
               DISPLAY '* AUMENTAR WS-TAB-ROT E REPROCESSAR  *'
               MOVE 'ROTEIRO'     TO FS-ARQUIVO
               MOVE FS-ROTEIRO    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ROTEIRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-ROTEIRO    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ROT-QTD.
           MOVE COD-ITEM-ROT      TO
               WS-TAB-ROT-ITEM (WS-TAB-ROT-QTD).
           MOVE CTRAB-ROT         TO
               WS-TAB-ROT-CTRAB (WS-TAB-ROT-QTD).
           MOVE HORAS-UNIT-ROT    TO
               WS-TAB-ROT-HORAS (WS-TAB-ROT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ROTEIRO.
           PERFORM 001-03-FS-ROTEIRO.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-CARREGAR-TAXAMO     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TAXAMO.
           PERFORM 001-04-FS-TAXAMO.

           PERFORM 001-15-ACUMULAR-TAXAMO
               UNTIL FS-TAXAMO EQUAL '10'
                  OR WS-TAB-TXM-QTD EQUAL 50.

           IF FS-TAXAMO NOT EQUAL '10'
               DISPLAY '* TAXAMO COM MAIS DE 50 CENTROS      *'
               DISPLAY '* AUMENTAR WS-TAB-TXM E REPROCESSAR  *'
               MOVE 'TAXAMO'      TO FS-ARQUIVO
               MOVE FS-TAXAMO     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE TAXAMO.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-ACUMULAR-TAXAMO     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-TXM-QTD.
           MOVE CTRAB-TXM         TO
               WS-TAB-TXM-CTRAB (WS-TAB-TXM-QTD).
           MOVE TAXA-HORA-TXM     TO
               WS-TAB-TXM-TAXA (WS-TAB-TXM-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TAXAMO.
           PERFORM 001-04-FS-TAXAMO.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-CARREGAR-HORAPROD   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HORAPROD.
           PERFORM 001-05-FS-HORAPROD.

           PERFORM 001-17-ACUMULAR-HORAPROD
               UNTIL FS-HORAPROD EQUAL '10'
                  OR WS-TAB-HOP-QTD EQUAL 2000.

           IF FS-HORAPROD NOT EQUAL '10'
               DISPLAY '* HORAPROD COM MAIS DE 2000 REGISTROS *'
               DISPLAY '* AUMENTAR WS-TAB-HOP E REPROCESSAR   *'
               MOVE 'HORAPROD'    TO FS-ARQUIVO
               MOVE FS-HORAPROD   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HORAPROD.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-ACUMULAR-HORAPROD   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-HOP-QTD.
           MOVE NUM-OP-HOP        TO WS-TAB-HOP-OP (WS-TAB-HOP-QTD).
           MOVE CTRAB-HOP         TO
               WS-TAB-HOP-CTRAB (WS-TAB-HOP-QTD).
           MOVE HORAS-HOP         TO
               WS-TAB-HOP-HORAS (WS-TAB-HOP-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HORAPROD.
           PERFORM 001-05-FS-HORAPROD.

       001-17-FIM.                EXIT.

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
       003-00-APURAR-ORDENS       SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORDPROD.
           PERFORM 001-02-FS-ORDPROD.

           PERFORM 003-01-APURAR-UMA
               UNTIL FS-ORDPROD EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORDPROD.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-APURAR-UMA          SECTION.
      *================================================================*
      * SO ENTRA A ORDEM APONTADA QUE TEM HORAS NO HORAPROD DESTE
      * PERIODO.
      *
           ADD 1                  TO ACUM-ORDENS.

           IF SITUACAO-OP EQUAL 'P'
               MOVE ZEROS         TO WS-ACHADO
               PERFORM 003-02-PROCURAR-HORAS
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-HOP-QTD
                      OR WS-ACHADO NOT EQUAL ZEROS
               IF WS-ACHADO NOT EQUAL ZEROS
                   ADD 1          TO ACUM-APURADAS
                   PERFORM 003-03-MONTAR-CENTROS
                   PERFORM 003-07-IMPRIMIR-ORDEM.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORDPROD.
           PERFORM 001-02-FS-ORDPROD.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-PROCURAR-HORAS      SECTION.
      *================================================================*
           IF WS-TAB-HOP-OP (WS-IDX) EQUAL NUM-OP
               MOVE WS-IDX        TO WS-ACHADO.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-MONTAR-CENTROS      SECTION.
      *================================================================*
      * PADRAO DOS CENTROS DO ROTEIRO DO ITEM E REAL DOS CENTROS
      * APONTADOS; CENTRO APONTADO FORA DO ROTEIRO FICA COM PADRAO
      * ZERO E CENTRO DO ROTEIRO SEM HORAS FICA COM REAL ZERO.
      *
           MOVE ZEROS             TO WS-TAB-OCT-QTD.

           PERFORM 003-04-SOMAR-PADRAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-ROT-QTD.

           PERFORM 003-05-SOMAR-REAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-HOP-QTD.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-SOMAR-PADRAO        SECTION.
      *================================================================*
           IF WS-TAB-ROT-ITEM (WS-IDX) EQUAL COD-ITEM-OP
               MOVE WS-TAB-ROT-CTRAB (WS-IDX) TO WS-CTRAB-LINHA
               PERFORM 003-06-LOCALIZAR-CENTRO
               COMPUTE WS-TAB-OCT-PADRAO (WS-IDX-2) =
                   WS-TAB-OCT-PADRAO (WS-IDX-2) +
                   (QTD-OP * WS-TAB-ROT-HORAS (WS-IDX)).

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-SOMAR-REAL          SECTION.
      *================================================================*
           IF WS-TAB-HOP-OP (WS-IDX) EQUAL NUM-OP
               MOVE WS-TAB-HOP-CTRAB (WS-IDX) TO WS-CTRAB-LINHA
               PERFORM 003-06-LOCALIZAR-CENTRO
               ADD WS-TAB-HOP-HORAS (WS-IDX) TO
                   WS-TAB-OCT-REAL (WS-IDX-2).

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-LOCALIZAR-CENTRO    SECTION.
      *================================================================*
      * DEVOLVE EM WS-IDX-2 A LINHA DO CENTRO NA ORDEM, CRIANDO-A
      * ZERADA QUANDO AINDA NAO EXISTE.
      *
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-06-01-COMPARAR-CENTRO
               VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 GREATER WS-TAB-OCT-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               IF WS-TAB-OCT-QTD EQUAL 20
                   DISPLAY '* ORDEM COM MAIS DE 20 CENTROS       *'
                   DISPLAY '* AUMENTAR WS-TAB-OCT E REPROCESSAR  *'
                   MOVE 'ROTEIRO' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-OCT-QTD
               MOVE WS-TAB-OCT-QTD TO WS-ACHADO
               MOVE WS-CTRAB-LINHA TO WS-TAB-OCT-CTRAB (WS-ACHADO)
               MOVE ZEROS         TO
                   WS-TAB-OCT-PADRAO (WS-ACHADO)
                   WS-TAB-OCT-REAL (WS-ACHADO).

           MOVE WS-ACHADO         TO WS-IDX-2.

       003-06-FIM.                EXIT.

      *================================================================*
       003-06-01-COMPARAR-CENTRO  SECTION.
      *================================================================*
           IF WS-TAB-OCT-CTRAB (WS-IDX-2) EQUAL WS-CTRAB-LINHA
               MOVE WS-IDX-2      TO WS-ACHADO.

       003-06-01-FIM.             EXIT.

      *================================================================*
       003-07-IMPRIMIR-ORDEM      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-PADRAO-ORD
                                     WS-REAL-ORD
                                     WS-VAR-HORAS-ORD
                                     WS-VAR-VALOR-ORD.

           PERFORM 003-08-IMPRIMIR-CENTRO
               VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 GREATER WS-TAB-OCT-QTD.

           IF WS-REAL-ORD GREATER ZEROS
               COMPUTE WS-EFICIENCIA ROUNDED =
                   WS-PADRAO-ORD * 100 / WS-REAL-ORD
                   ON SIZE ERROR
                       MOVE 999   TO WS-EFICIENCIA
               END-COMPUTE
           ELSE
               MOVE ZEROS         TO WS-EFICIENCIA.

           IF ACUM-LINHAS GREATER 58
               PERFORM 008-00-CABECALHOS.

           MOVE WS-PADRAO-ORD     TO DET002-PADRAO.
           MOVE WS-REAL-ORD       TO DET002-REAL.
           MOVE WS-VAR-HORAS-ORD  TO DET002-VAR-HORAS.
           MOVE WS-VAR-VALOR-ORD  TO DET002-VAR-VALOR.
           MOVE WS-EFICIENCIA     TO DET002-EFICIENCIA.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 2                  TO ACUM-LINHAS.

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-IMPRIMIR-CENTRO     SECTION.
      *================================================================*
           MOVE WS-TAB-OCT-CTRAB (WS-IDX-2)  TO WS-CTRAB-LINHA.
           MOVE WS-TAB-OCT-PADRAO (WS-IDX-2) TO WS-HORAS-PADRAO.
           MOVE WS-TAB-OCT-REAL (WS-IDX-2)   TO WS-HORAS-REAL.
           COMPUTE WS-VAR-HORAS = WS-HORAS-REAL - WS-HORAS-PADRAO.

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-09-PROCURAR-TAXA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-TXM-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-SEM-TAXA
               MOVE ZEROS         TO WS-TAXA-HORA
               MOVE 'SEM TAXA'    TO DET001-SITUACAO
           ELSE
               MOVE WS-TAB-TXM-TAXA (WS-ACHADO) TO WS-TAXA-HORA
               MOVE SPACES        TO DET001-SITUACAO.

           COMPUTE WS-VAR-VALOR ROUNDED =
               WS-VAR-HORAS * WS-TAXA-HORA.

           ADD WS-HORAS-PADRAO    TO WS-PADRAO-ORD ACUM-HORAS-PADRAO.
           ADD WS-HORAS-REAL      TO WS-REAL-ORD ACUM-HORAS-REAL.
           ADD WS-VAR-HORAS       TO WS-VAR-HORAS-ORD.
           ADD WS-VAR-VALOR       TO WS-VAR-VALOR-ORD WS-VAR-TOTAL.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE NUM-OP            TO DET001-ORDEM.
           MOVE COD-ITEM-OP       TO DET001-ITEM.
           MOVE WS-CTRAB-LINHA    TO DET001-CTRAB.
           MOVE WS-HORAS-PADRAO   TO DET001-PADRAO.
           MOVE WS-HORAS-REAL     TO DET001-REAL.
           MOVE WS-VAR-HORAS      TO DET001-VAR-HORAS.
           MOVE WS-VAR-VALOR      TO DET001-VAR-VALOR.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-08-FIM.                EXIT.

      *================================================================*
       003-09-PROCURAR-TAXA       SECTION.
      *================================================================*
           IF WS-TAB-TXM-CTRAB (WS-IDX) EQUAL WS-CTRAB-LINHA
               MOVE WS-IDX        TO WS-ACHADO.

       003-09-FIM.                EXIT.

      *================================================================*
       004-50-GERAR-LANCAMENTOS   SECTION.
      *================================================================*
      * VARIACAO POSITIVA (HORAS REAIS ACIMA DO PADRAO) DEBITA A
      * CONTA DE VARIACAO; NEGATIVA CREDITA. A CONTRAPARTIDA RECEBE
      * O LANCAMENTO INVERSO.
      *
           IF WS-VAR-TOTAL GREATER ZEROS
               MOVE WS-VAR-TOTAL  TO WS-VLR-ABS
               MOVE WS-CONTA-VARIACAO TO CONTA-VAR
               MOVE 'D'           TO IND-DC-VAR
               PERFORM 004-51-GRAVAR-LANCAMENTO
               MOVE WS-CONTA-CONTRA TO CONTA-VAR
               MOVE 'C'           TO IND-DC-VAR
               PERFORM 004-51-GRAVAR-LANCAMENTO
           ELSE
               IF WS-VAR-TOTAL LESS ZEROS
                   COMPUTE WS-VLR-ABS = ZEROS - WS-VAR-TOTAL
                   MOVE WS-CONTA-VARIACAO TO CONTA-VAR
                   MOVE 'C'       TO IND-DC-VAR
                   PERFORM 004-51-GRAVAR-LANCAMENTO
                   MOVE WS-CONTA-CONTRA TO CONTA-VAR
                   MOVE 'D'       TO IND-DC-VAR
                   PERFORM 004-51-GRAVAR-LANCAMENTO.

       004-50-FIM.                EXIT.

      *================================================================*
       004-51-GRAVAR-LANCAMENTO   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LANCAMENTOS.
           ADD 1                  TO WS-SEQ-LANC.
           MOVE ACUM-APURADAS     TO QTD-VAR.
           MOVE WS-VLR-ABS        TO VALOR-VAR.
           MOVE WS-DATA-REF       TO DATA-LANC-VAR.
           MOVE WS-SEQ-LANC       TO QTD-REG-VAR.
           MOVE DATA-LANC-VAR     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'VARMOD'      TO WS-PER-ARQUIVO
               MOVE REG-VARMOD    TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-VARMOD
               PERFORM 001-06-FS-VARMOD.

       004-51-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-ORDENS       TO TOT001-ORDENS.
           MOVE ACUM-APURADAS     TO TOT002-APURADAS.
           MOVE ACUM-HORAS-PADRAO TO TOT003-HORAS-PADRAO.
           MOVE ACUM-HORAS-REAL   TO TOT003-HORAS-REAL.
           MOVE ACUM-SEM-TAXA     TO TOT004-SEM-TAXA.
           MOVE WS-VAR-TOTAL      TO TOT005-VAR-TOTAL.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-07-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE VARMOD
                 RELATO.
           PERFORM 001-06-FS-VARMOD.
           PERFORM 001-07-FS-RELATO.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

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

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-07-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

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

           MOVE 'PU8EXF29'      TO PROGRAMA-PSU.
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
               MOVE 'PU8EXF29'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-ORDENS             TO RUNLOG-QTD-LIDOS
               MOVE ACUM-APURADAS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-SEM-TAXA           TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
