       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF58.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * RELATORIO MENSAL DE EFETIVO, ADMISSOES, DESLIGAMENTOS E
      * ROTATIVIDADE POR SECAO (NOME DO SECAOMST), NO MES DE
      * REFERENCIA DO PARMDATA (SEM PARAMETRO, O MES CORRENTE) E NO
      * ACUMULADO DO ANO ATE ESSE MES.
      *
      * O EFETIVO FINAL SAI DA CONTAGEM DO CADFUNC POR SECAO, DA QUAL
      * SE DESFAZEM OS MOVIMENTOS DATADOS DEPOIS DO MES DE REFERENCIA
      * (SE O RELATORIO RODAR ATRASADO); O EFETIVO INICIAL E O FINAL
      * MENOS AS ADMISSOES, MAIS OS DESLIGAMENTOS, MENOS AS ENTRADAS E
      * MAIS AS SAIDAS POR TRANSFERENCIA DO PERIODO. ASSIM OS NUMEROS
      * FECHAM COM A QUANTIDADE DE REGISTROS DO CADFUNC, MOSTRADA NO
      * FIM COM O AJUSTE DOS MOVIMENTOS POSTERIORES.
      *
      * ADMISSOES: DT-ADMIS DOS FUNCIONARIOS DO CADFUNC E DOS JA
      * DESLIGADOS (FUNCHIST); CONTAM NA SECAO DE ENTRADA, QUE E A
      * SECAO DE ORIGEM DA PRIMEIRA TRANSFERENCIA DO FUNCIONARIO NO
      * HISTSECA OU, SEM TRANSFERENCIA, A SECAO DO CADASTRO.
      * DESLIGAMENTOS: FUNCHIST (PU8EXE57), NA SECAO DO REGISTRO
      * GUARDADO, ABERTOS TAMBEM POR CODIGO DO MOTIVO.
      * TRANSFERENCIAS: HISTSECA (PU8EXF14), SAIDA NA SECAO DE ORIGEM
      * E ENTRADA NA DE DESTINO.
      * ROTATIVIDADE: MEDIA DE ADMISSOES E DESLIGAMENTOS SOBRE A MEDIA
      * DOS EFETIVOS INICIAL E FINAL, EM PERCENTUAL; TRANSFERENCIA NAO
      * ENTRA NA ROTATIVIDADE DA EMPRESA.
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
           SELECT HISTSECA        ASSIGN TO UT-S-HISTSECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTSECA.
      *
           SELECT SECAOMST        ASSIGN TO UT-S-SECAOMST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SECAOMST.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
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
          05 DT-ADMIS-R.
             10 DD-ADMIS          PIC 9(02).
             10 MM-ADMIS          PIC 9(02).
             10 AA-ADMIS          PIC 9(02).
          05 ENDER                PIC X(30).
          05 CEP                  PIC 9(08).
          05 UF                   PIC X(02).
          05 IND-ADMIS            PIC X(01).
          05 CARGO                PIC X(03).
          05 SALARIO              PIC 9(07)V99.
          05 DESCON               PIC 9(07)V99.
          05 SECAO                PIC X(01).
      *
      * HISTORICO DE DESLIGADOS (PU8EXE57): O REGISTRO DO CADFUNC NA
      * DATA DO DESLIGAMENTO, A DATA E O MOTIVO.
      *
       FD FUNCHIST
           RECORD     CONTAINS    160 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FUNCHIST.
       01 REG-FUNCHIST.
          05 FUNCHIST-REGISTRO.
             10 CODIGO-FHI        PIC 9(05).
             10 FILLER            PIC X(36).
             10 DT-ADMIS-FHI.
                15 DD-ADMIS-FHI   PIC 9(02).
                15 MM-ADMIS-FHI   PIC 9(02).
                15 AA-ADMIS-FHI   PIC 9(02).
             10 FILLER            PIC X(62).
             10 SECAO-FHI         PIC X(01).
          05 FUNCHIST-DT-DEM      PIC 9(08).
          05 FUNCHIST-MOTIVO      PIC X(02).
          05 FILLER               PIC X(40).
      *
      * HISTORICO DE TRANSFERENCIAS ENTRE SECOES (PU8EXF14), EM ORDEM
      * DE GRAVACAO.
      *
       FD HISTSECA
          RECORD      CONTAINS    20 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-HISTSECA.
       01 REG-HISTSECA.
          05 COD-FUNC-HIS         PIC 9(05).
          05 SECAO-ANT-HIS        PIC X(01).
          05 SECAO-NOVA-HIS       PIC X(01).
          05 DT-TRANSF-HIS        PIC 9(08).
          05 FILLER               PIC X(05).
      *
       FD SECAOMST
          RECORD      CONTAINS    30 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-SECAOMST.
       01 REG-SECAOMST.
          05 SECAO-MST            PIC X(01).
          05 NOME-SECAO-MST       PIC X(20).
          05 FILLER               PIC X(09).
      *
      * DATA DE REFERENCIA (AAAAMMDD); SO O ANO E O MES SAO USADOS.
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
      *  MES DE REFERENCIA E LIMITES DOS PERIODOS
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-REF.
          05 WS-ANO-REF           PIC 9(04).
          05 WS-MES-REF           PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
       77 WS-INICIO-ANO           PIC 9(08) VALUE ZEROS.
       77 WS-INICIO-MES           PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES              PIC 9(08) VALUE ZEROS.
      *
      *  DATA DE ADMISSAO COM SECULO: ANO DE 2 DIGITOS MAIOR QUE O DO
      *  ANO DE REFERENCIA E DO SECULO 19, OS DEMAIS DO SECULO 20
      *
       01 WS-DATA-ADMIS-AAAAMMDD.
          05 WS-ADMIS-SECULO      PIC 9(02) VALUE 19.
          05 WS-ADMIS-ANO         PIC 9(02).
          05 WS-ADMIS-MES         PIC 9(02).
          05 WS-ADMIS-DIA         PIC 9(02).
       01 WS-DATA-ADMIS-R         REDEFINES WS-DATA-ADMIS-AAAAMMDD
                                  PIC 9(08).
      *
      *  SECOES (SECAOMST E AS ENCONTRADAS NOS ARQUIVOS) COM O EFETIVO
      *  ATUAL DO CADFUNC E OS MOVIMENTOS POR PERIODO:
      *  1 = MES DE REFERENCIA; 2 = ACUMULADO DO ANO;
      *  3 = POSTERIOR AO MES DE REFERENCIA
      *
       01 WS-TAB-SEC.
          05 WS-TAB-SEC-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-SEC-ENTRY OCCURS 40 TIMES.
             10 WS-TAB-SEC-SECAO  PIC X(01).
             10 WS-TAB-SEC-NOME   PIC X(20).
             10 WS-TAB-SEC-ATUAL  PIC 9(05).
             10 WS-TAB-SEC-MOV OCCURS 3 TIMES.
                15 WS-TAB-SEC-ADM PIC 9(05).
                15 WS-TAB-SEC-DEM PIC 9(05).
                15 WS-TAB-SEC-ENT PIC 9(05).
                15 WS-TAB-SEC-SAI PIC 9(05).
      *
       77 WS-IDX-SEC              PIC 9(02) VALUE ZEROS.
       77 WS-SEC-ACHADA           PIC 9(02) VALUE ZEROS.
       77 WS-PER                  PIC 9(01) VALUE ZEROS.
      *
      *  TOTAIS DA EMPRESA, NA MESMA FORMA
      *
       01 WS-TOT-EMP              VALUE ZEROS.
          05 WS-TOT-ATUAL         PIC 9(05).
          05 WS-TOT-MOV OCCURS 3 TIMES.
             10 WS-TOT-ADM        PIC 9(05).
             10 WS-TOT-DEM        PIC 9(05).
             10 WS-TOT-ENT        PIC 9(05).
             10 WS-TOT-SAI        PIC 9(05).
      *
      *  DESLIGAMENTOS POR SECAO E MOTIVO, E POR MOTIVO NA EMPRESA
      *
       01 WS-TAB-MOT.
          05 WS-TAB-MOT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-MOT-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-MOT-SECAO  PIC X(01).
             10 WS-TAB-MOT-MOTIVO PIC X(02).
             10 WS-TAB-MOT-MES    PIC 9(05).
             10 WS-TAB-MOT-ANO    PIC 9(05).
      *
       77 WS-IDX-MOT              PIC 9(03) VALUE ZEROS.
       77 WS-MOT-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MOT-SALVO        PIC 9(03) VALUE ZEROS.
      *
      *  PRIMEIRA TRANSFERENCIA DE CADA FUNCIONARIO (SECAO DE ENTRADA)
      *
       01 WS-TAB-TRF.
          05 WS-TAB-TRF-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-TRF-ENTRY OCCURS 3000 TIMES.
             10 WS-TAB-TRF-COD    PIC 9(05).
             10 WS-TAB-TRF-SECAO  PIC X(01).
      *
       77 WS-IDX-TRF              PIC 9(04) VALUE ZEROS.
       77 WS-TRF-ACHADA           PIC 9(04) VALUE ZEROS.
      *
      *  MOVIMENTO A REGISTRAR: TIPO ('A' ADMISSAO, 'D' DESLIGAMENTO,
      *  'E' ENTRADA E 'S' SAIDA POR TRANSFERENCIA), SECAO E DATA
      *
       77 WS-EVT-TIPO             PIC X(01) VALUE SPACES.
       77 WS-EVT-SECAO            PIC X(01) VALUE SPACES.
       77 WS-EVT-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-EVT-MOTIVO           PIC X(02) VALUE SPACES.
       77 WS-COD-FUNC             PIC 9(05) VALUE ZEROS.
      *
      *  AREAS DA LINHA DE UM PERIODO
      *
       77 WS-LIN-INICIAL          PIC S9(05) VALUE ZEROS.
       77 WS-LIN-FINAL            PIC S9(05) VALUE ZEROS.
       77 WS-LIN-ADM              PIC 9(05) VALUE ZEROS.
       77 WS-LIN-DEM              PIC 9(05) VALUE ZEROS.
       77 WS-LIN-ENT              PIC 9(05) VALUE ZEROS.
       77 WS-LIN-SAI              PIC 9(05) VALUE ZEROS.
       77 WS-LIN-ROTAT            PIC 9(03)V99 VALUE ZEROS.
       77 WS-FINAL-SECAO          PIC S9(05) VALUE ZEROS.
       77 WS-AJUSTE-POSTERIOR     PIC S9(05) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-FUNCHIST           PIC 9(06) VALUE ZEROS.
       77 ACUM-HISTSECA           PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-FUNCHIST             PIC X(02) VALUE SPACES.
       77 FS-HISTSECA             PIC X(02) VALUE SPACES.
       77 FS-SECAOMST             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF58'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(48) VALUE
             'EFETIVO E ROTATIVIDADE POR SECAO - MES'.
          05 CAB003-MES           PIC 9(02)/.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(77) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(22) VALUE 'S  SECAO'.
          05 FILLER               PIC X(04) VALUE 'PER'.
          05 FILLER               PIC X(08) VALUE ' INICIAL'.
          05 FILLER               PIC X(07) VALUE ' ADMIS.'.
          05 FILLER               PIC X(07) VALUE ' DESLG.'.
          05 FILLER               PIC X(07) VALUE ' ENTR. '.
          05 FILLER               PIC X(07) VALUE ' SAIDA '.
          05 FILLER               PIC X(09) VALUE '   FINAL '.
          05 FILLER               PIC X(06) VALUE 'ROTAT%'.
      *
       01  DET001.
          05 DET001-SECAO         PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-NOME          PIC X(18).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PER           PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-INICIAL       PIC -ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ADM           PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DEM           PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ENT           PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SAI           PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-FINAL         PIC -ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ROTAT         PIC ZZ9,99.
      *
       01  DET002.
          05 FILLER               PIC X(26) VALUE SPACES.
          05 FILLER               PIC X(25) VALUE
             'DESLIGAMENTOS - MOTIVO'.
          05 DET002-MOTIVO        PIC X(02).
          05 FILLER               PIC X(07) VALUE '  MES:'.
          05 DET002-MES           PIC ZZ.ZZ9.
          05 FILLER               PIC X(07) VALUE '  ANO:'.
          05 DET002-ANO           PIC ZZ.ZZ9.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS LIDOS NO CADFUNC               :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS POSTERIORES AO MES (LIQUIDO)  :'.
          05 TOT002-AJUSTE        PIC -ZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'EFETIVO FINAL NO MES DE REFERENCIA       :'.
          05 TOT003-FINAL         PIC -ZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS LIDOS NO FUNCHIST              :'.
          05 TOT004-FUNCHIST      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS LIDOS NO HISTSECA              :'.
          05 TOT005-HISTSECA      PIC ZZZ.ZZ9.
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
           PERFORM 001-10-CARREGAR-SECAOMST.
           PERFORM 001-12-CARREGAR-HISTSECA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TRATAR-FUNCHIST.
           PERFORM 003-10-LER-CADFUNC.
           PERFORM 003-11-TRATAR-CADFUNC
               UNTIL FS-CADFUNC EQUAL '10'.
           PERFORM 005-00-IMPRIMIR-SECOES.
           PERFORM 006-00-IMPRIMIR-MOTIVOS.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADFUNC
                       FUNCHIST
                       HISTSECA
                       SECAOMST
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-03-FS-FUNCHIST.
           PERFORM 001-04-FS-HISTSECA.
           PERFORM 001-05-FS-SECAOMST.
           PERFORM 001-06-FS-PARMDATA.
           PERFORM 001-07-FS-RELATO.

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
       001-04-FS-HISTSECA         SECTION.
      *================================================================*
           MOVE 'HISTSECA'        TO FS-ARQUIVO.
           MOVE FS-HISTSECA       TO FS-COD-STATUS.

           IF FS-HISTSECA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-SECAOMST         SECTION.
      *================================================================*
           MOVE 'SECAOMST'        TO FS-ARQUIVO.
           MOVE FS-SECAOMST       TO FS-COD-STATUS.

           IF FS-SECAOMST NOT EQUAL '00' AND '10'
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
       001-08-LER-PARMDATA        SECTION.
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

           MOVE WS-DATA-REF       TO WS-INICIO-ANO.
           MOVE 0101              TO WS-INICIO-ANO (5:4).
           MOVE WS-DATA-REF       TO WS-INICIO-MES.
           MOVE 01                TO WS-INICIO-MES (7:2).
           MOVE WS-DATA-REF       TO WS-FIM-MES.
           MOVE 31                TO WS-FIM-MES (7:2).

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-08-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-SECAOMST   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SECAOMST.
           PERFORM 001-05-FS-SECAOMST.

           PERFORM 001-11-ACUMULAR-SECAOMST
               UNTIL FS-SECAOMST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SECAOMST.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-SECAOMST   SECTION.
      *================================================================*
           MOVE SECAO-MST         TO WS-EVT-SECAO.
           PERFORM 004-01-ACHAR-SECAO.
           MOVE NOME-SECAO-MST    TO WS-TAB-SEC-NOME (WS-SEC-ACHADA).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SECAOMST.
           PERFORM 001-05-FS-SECAOMST.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-HISTSECA   SECTION.
      *================================================================*
      * CADA TRANSFERENCIA E UMA SAIDA NA SECAO DE ORIGEM E UMA
      * ENTRADA NA DE DESTINO; A PRIMEIRA DE CADA FUNCIONARIO GUARDA
      * A SECAO EM QUE ELE FOI ADMITIDO.
      *
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTSECA.
           PERFORM 001-04-FS-HISTSECA.

           PERFORM 001-13-ACUMULAR-HISTSECA
               UNTIL FS-HISTSECA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTSECA.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-HISTSECA   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-HISTSECA.

           MOVE COD-FUNC-HIS      TO WS-COD-FUNC.
           PERFORM 004-04-ACHAR-TRANSFERENCIA.

           IF WS-TRF-ACHADA EQUAL ZEROS
               IF WS-TAB-TRF-QTD EQUAL 3000
                   DISPLAY '* TABELA DE TRANSFERENCIAS CHEIA     *'
                   DISPLAY '* AUMENTAR WS-TAB-TRF E REPROCESSAR  *'
                   MOVE 'ERRO'    TO WS-RUNLOG-STATUS
                   PERFORM 999-00-GRAVAR-RUNLOG
                   STOP RUN
               END-IF
               ADD 1              TO WS-TAB-TRF-QTD
               MOVE COD-FUNC-HIS  TO WS-TAB-TRF-COD (WS-TAB-TRF-QTD)
               MOVE SECAO-ANT-HIS TO
                   WS-TAB-TRF-SECAO (WS-TAB-TRF-QTD).

           MOVE 'S'               TO WS-EVT-TIPO.
           MOVE SECAO-ANT-HIS     TO WS-EVT-SECAO.
           MOVE DT-TRANSF-HIS     TO WS-EVT-DATA.
           PERFORM 004-00-REGISTRAR-MOVIMENTO.

           MOVE 'E'               TO WS-EVT-TIPO.
           MOVE SECAO-NOVA-HIS    TO WS-EVT-SECAO.
           PERFORM 004-00-REGISTRAR-MOVIMENTO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTSECA.
           PERFORM 001-04-FS-HISTSECA.

       001-13-FIM.                EXIT.

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
       003-00-TRATAR-FUNCHIST     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FUNCHIST.
           PERFORM 001-03-FS-FUNCHIST.

           PERFORM 003-01-ACUMULAR-FUNCHIST
               UNTIL FS-FUNCHIST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FUNCHIST.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-FUNCHIST   SECTION.
      *================================================================*
      * O DESLIGADO CONTA O DESLIGAMENTO NA SECAO EM QUE ESTAVA E A
      * ADMISSAO NA SECAO EM QUE ENTROU.
      *
           ADD 1                  TO ACUM-FUNCHIST.

           MOVE 'D'               TO WS-EVT-TIPO.
           MOVE SECAO-FHI         TO WS-EVT-SECAO.
           MOVE FUNCHIST-DT-DEM   TO WS-EVT-DATA.
           MOVE FUNCHIST-MOTIVO   TO WS-EVT-MOTIVO.
           PERFORM 004-00-REGISTRAR-MOVIMENTO.

           MOVE CODIGO-FHI        TO WS-COD-FUNC.
           MOVE SECAO-FHI         TO WS-EVT-SECAO.
           MOVE AA-ADMIS-FHI      TO WS-ADMIS-ANO.
           MOVE MM-ADMIS-FHI      TO WS-ADMIS-MES.
           MOVE DD-ADMIS-FHI      TO WS-ADMIS-DIA.
           PERFORM 004-05-REGISTRAR-ADMISSAO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FUNCHIST.
           PERFORM 001-03-FS-FUNCHIST.

       003-01-FIM.                EXIT.

      *================================================================*
       003-10-LER-CADFUNC         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-02-FS-CADFUNC.

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-TRATAR-CADFUNC      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           MOVE SECAO             TO WS-EVT-SECAO.
           PERFORM 004-01-ACHAR-SECAO.
           ADD 1                  TO WS-TAB-SEC-ATUAL (WS-SEC-ACHADA).

           MOVE CODIGO            TO WS-COD-FUNC.
           MOVE AA-ADMIS          TO WS-ADMIS-ANO.
           MOVE MM-ADMIS          TO WS-ADMIS-MES.
           MOVE DD-ADMIS          TO WS-ADMIS-DIA.
           PERFORM 004-05-REGISTRAR-ADMISSAO.

           PERFORM 003-10-LER-CADFUNC.

       003-11-FIM.                EXIT.

      *================================================================*
       004-00-REGISTRAR-MOVIMENTO SECTION.
      *================================================================*
      * SOMA O MOVIMENTO DE WS-EVT-TIPO NA SECAO WS-EVT-SECAO, NO
      * PERIODO DA DATA WS-EVT-DATA: DEPOIS DO MES DE REFERENCIA, NO
      * PROPRIO MES (E NO ANO) OU SO NO ACUMULADO DO ANO. MOVIMENTO
      * DE ANOS ANTERIORES NAO ALTERA NENHUM EFETIVO DO RELATORIO.
      *
           PERFORM 004-01-ACHAR-SECAO.

           IF WS-EVT-DATA GREATER WS-FIM-MES
               MOVE 3             TO WS-PER
               PERFORM 004-02-SOMAR-MOVIMENTO
           ELSE
               IF WS-EVT-DATA NOT LESS WS-INICIO-ANO
                   MOVE 2         TO WS-PER
                   PERFORM 004-02-SOMAR-MOVIMENTO
                   IF WS-EVT-DATA NOT LESS WS-INICIO-MES
                       MOVE 1     TO WS-PER
                       PERFORM 004-02-SOMAR-MOVIMENTO
                   END-IF
                   IF WS-EVT-TIPO EQUAL 'D'
                       PERFORM 004-03-SOMAR-MOTIVO
                   END-IF
               END-IF.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACHAR-SECAO         SECTION.
      *================================================================*
      * LOCALIZA A SECAO WS-EVT-SECAO, INCLUINDO-A SE FOR A PRIMEIRA
      * VEZ (SECAO FORA DO SECAOMST SAI COM O NOME EM DESTAQUE).
      *
           MOVE ZEROS             TO WS-SEC-ACHADA.

           PERFORM 004-01-01-PROCURAR-SECAO
               VARYING WS-IDX-SEC FROM 1 BY 1
               UNTIL WS-IDX-SEC GREATER WS-TAB-SEC-QTD
                  OR WS-SEC-ACHADA NOT EQUAL ZEROS.

           IF WS-SEC-ACHADA EQUAL ZEROS
               IF WS-TAB-SEC-QTD EQUAL 40
                   DISPLAY '* TABELA DE SECOES CHEIA             *'
                   DISPLAY '* AUMENTAR WS-TAB-SEC E REPROCESSAR  *'
                   MOVE 'ERRO'    TO WS-RUNLOG-STATUS
                   PERFORM 999-00-GRAVAR-RUNLOG
                   STOP RUN
               END-IF
               ADD 1              TO WS-TAB-SEC-QTD
               MOVE WS-TAB-SEC-QTD TO WS-SEC-ACHADA
               MOVE WS-EVT-SECAO  TO WS-TAB-SEC-SECAO (WS-SEC-ACHADA)
               MOVE '* NAO CADASTRADA *' TO
                   WS-TAB-SEC-NOME (WS-SEC-ACHADA)
               MOVE ZEROS         TO WS-TAB-SEC-ATUAL (WS-SEC-ACHADA)
               PERFORM 004-01-02-ZERAR-PERIODO
                   VARYING WS-PER FROM 1 BY 1
                   UNTIL WS-PER GREATER 3.

       004-01-FIM.                EXIT.

      *================================================================*
       004-01-01-PROCURAR-SECAO   SECTION.
      *================================================================*
           IF WS-TAB-SEC-SECAO (WS-IDX-SEC) EQUAL WS-EVT-SECAO
               MOVE WS-IDX-SEC    TO WS-SEC-ACHADA.

       004-01-01-FIM.             EXIT.

      *================================================================*
       004-01-02-ZERAR-PERIODO    SECTION.
      *================================================================*
           MOVE ZEROS             TO
               WS-TAB-SEC-ADM (WS-SEC-ACHADA, WS-PER).
           MOVE ZEROS             TO
               WS-TAB-SEC-DEM (WS-SEC-ACHADA, WS-PER).
           MOVE ZEROS             TO
               WS-TAB-SEC-ENT (WS-SEC-ACHADA, WS-PER).
           MOVE ZEROS             TO
               WS-TAB-SEC-SAI (WS-SEC-ACHADA, WS-PER).

       004-01-02-FIM.             EXIT.

      *================================================================*
       004-02-SOMAR-MOVIMENTO     SECTION.
      *================================================================*
           EVALUATE WS-EVT-TIPO
               WHEN 'A'
                   ADD 1 TO WS-TAB-SEC-ADM (WS-SEC-ACHADA, WS-PER)
               WHEN 'D'
                   ADD 1 TO WS-TAB-SEC-DEM (WS-SEC-ACHADA, WS-PER)
               WHEN 'E'
                   ADD 1 TO WS-TAB-SEC-ENT (WS-SEC-ACHADA, WS-PER)
               WHEN 'S'
                   ADD 1 TO WS-TAB-SEC-SAI (WS-SEC-ACHADA, WS-PER)
           END-EVALUATE.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-SOMAR-MOTIVO        SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-MOT-ACHADO.

           PERFORM 004-03-01-PROCURAR-MOTIVO
               VARYING WS-IDX-MOT FROM 1 BY 1
               UNTIL WS-IDX-MOT GREATER WS-TAB-MOT-QTD
                  OR WS-MOT-ACHADO NOT EQUAL ZEROS.

           IF WS-MOT-ACHADO EQUAL ZEROS
               IF WS-TAB-MOT-QTD EQUAL 200
                   DISPLAY '* TABELA DE MOTIVOS CHEIA            *'
                   DISPLAY '* AUMENTAR WS-TAB-MOT E REPROCESSAR  *'
                   MOVE 'ERRO'    TO WS-RUNLOG-STATUS
                   PERFORM 999-00-GRAVAR-RUNLOG
                   STOP RUN
               END-IF
               ADD 1              TO WS-TAB-MOT-QTD
               MOVE WS-TAB-MOT-QTD TO WS-MOT-ACHADO
               MOVE WS-EVT-SECAO  TO WS-TAB-MOT-SECAO (WS-MOT-ACHADO)
               MOVE WS-EVT-MOTIVO TO
                   WS-TAB-MOT-MOTIVO (WS-MOT-ACHADO)
               MOVE ZEROS         TO WS-TAB-MOT-MES (WS-MOT-ACHADO)
               MOVE ZEROS         TO WS-TAB-MOT-ANO (WS-MOT-ACHADO).

           ADD 1                  TO WS-TAB-MOT-ANO (WS-MOT-ACHADO).
           IF WS-EVT-DATA NOT LESS WS-INICIO-MES
               ADD 1              TO WS-TAB-MOT-MES (WS-MOT-ACHADO).

       004-03-FIM.                EXIT.

      *================================================================*
       004-03-01-PROCURAR-MOTIVO  SECTION.
      *================================================================*
           IF WS-TAB-MOT-SECAO (WS-IDX-MOT) EQUAL WS-EVT-SECAO
              AND WS-TAB-MOT-MOTIVO (WS-IDX-MOT) EQUAL WS-EVT-MOTIVO
               MOVE WS-IDX-MOT    TO WS-MOT-ACHADO.

       004-03-01-FIM.             EXIT.

      *================================================================*
       004-04-ACHAR-TRANSFERENCIA SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TRF-ACHADA.

           PERFORM 004-04-01-PROCURAR-TRF
               VARYING WS-IDX-TRF FROM 1 BY 1
               UNTIL WS-IDX-TRF GREATER WS-TAB-TRF-QTD
                  OR WS-TRF-ACHADA NOT EQUAL ZEROS.

       004-04-FIM.                EXIT.

      *================================================================*
       004-04-01-PROCURAR-TRF     SECTION.
      *================================================================*
           IF WS-TAB-TRF-COD (WS-IDX-TRF) EQUAL WS-COD-FUNC
               MOVE WS-IDX-TRF    TO WS-TRF-ACHADA.

       004-04-01-FIM.             EXIT.

      *================================================================*
       004-05-REGISTRAR-ADMISSAO  SECTION.
      *================================================================*
      * A DATA DE ADMISSAO (DDMMAA) JA ESTA EM WS-ADMIS-ANO/MES/DIA E
      * A SECAO DO CADASTRO EM WS-EVT-SECAO; SE O FUNCIONARIO TEVE
      * TRANSFERENCIA, A SECAO DE ENTRADA E A ORIGEM DA PRIMEIRA.
      *
           IF WS-ADMIS-ANO GREATER WS-ANO-REF (3:2)
               MOVE 19            TO WS-ADMIS-SECULO
           ELSE
               MOVE WS-ANO-REF (1:2) TO WS-ADMIS-SECULO.

           PERFORM 004-04-ACHAR-TRANSFERENCIA.
           IF WS-TRF-ACHADA NOT EQUAL ZEROS
               MOVE WS-TAB-TRF-SECAO (WS-TRF-ACHADA) TO WS-EVT-SECAO.

           MOVE 'A'               TO WS-EVT-TIPO.
           MOVE WS-DATA-ADMIS-R   TO WS-EVT-DATA.
           PERFORM 004-00-REGISTRAR-MOVIMENTO.

       004-05-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-SECOES     SECTION.
      *================================================================*
           PERFORM 008-00-CABECALHOS.

           PERFORM 005-01-IMPRIMIR-UMA
               VARYING WS-IDX-SEC FROM 1 BY 1
               UNTIL WS-IDX-SEC GREATER WS-TAB-SEC-QTD.

           IF ACUM-LINHAS GREATER 56
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-07-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           MOVE '*'               TO DET001-SECAO.
           MOVE 'TOTAL DA EMPRESA' TO DET001-NOME.
           COMPUTE WS-FINAL-SECAO = WS-TOT-ATUAL
                                  - WS-TOT-ADM (3) + WS-TOT-DEM (3)
                                  - WS-TOT-ENT (3) + WS-TOT-SAI (3).
           COMPUTE WS-AJUSTE-POSTERIOR = WS-TOT-ATUAL - WS-FINAL-SECAO.

           MOVE 1                 TO WS-PER.
           PERFORM 005-03-TOTAL-PERIODO.
           MOVE SPACES            TO DET001-SECAO.
           MOVE SPACES            TO DET001-NOME.
           MOVE 2                 TO WS-PER.
           PERFORM 005-03-TOTAL-PERIODO.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-IMPRIMIR-UMA        SECTION.
      *================================================================*
      * EFETIVO FINAL DO MES DE REFERENCIA E LINHAS DO MES E DO ANO,
      * SEGUIDAS DOS DESLIGAMENTOS DA SECAO POR MOTIVO.
      *
           IF ACUM-LINHAS GREATER 56
               PERFORM 008-00-CABECALHOS.

           COMPUTE WS-FINAL-SECAO = WS-TAB-SEC-ATUAL (WS-IDX-SEC)
                                  - WS-TAB-SEC-ADM (WS-IDX-SEC, 3)
                                  + WS-TAB-SEC-DEM (WS-IDX-SEC, 3)
                                  - WS-TAB-SEC-ENT (WS-IDX-SEC, 3)
                                  + WS-TAB-SEC-SAI (WS-IDX-SEC, 3).

           ADD WS-TAB-SEC-ATUAL (WS-IDX-SEC) TO WS-TOT-ATUAL.
           PERFORM 005-02-LINHA-PERIODO
               VARYING WS-PER FROM 1 BY 1
               UNTIL WS-PER GREATER 3.

           MOVE WS-TAB-SEC-SECAO (WS-IDX-SEC) TO WS-EVT-SECAO.
           PERFORM 005-05-IMPRIMIR-MOTIVO
               VARYING WS-IDX-MOT FROM 1 BY 1
               UNTIL WS-IDX-MOT GREATER WS-TAB-MOT-QTD.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-LINHA-PERIODO       SECTION.
      *================================================================*
      * SOMA A SECAO NOS TOTAIS DA EMPRESA; OS PERIODOS 1 (MES) E
      * 2 (ANO) SAEM NO RELATORIO, O 3 SO AJUSTA O EFETIVO FINAL.
      *
           MOVE WS-TAB-SEC-ADM (WS-IDX-SEC, WS-PER) TO WS-LIN-ADM.
           MOVE WS-TAB-SEC-DEM (WS-IDX-SEC, WS-PER) TO WS-LIN-DEM.
           MOVE WS-TAB-SEC-ENT (WS-IDX-SEC, WS-PER) TO WS-LIN-ENT.
           MOVE WS-TAB-SEC-SAI (WS-IDX-SEC, WS-PER) TO WS-LIN-SAI.

           ADD WS-LIN-ADM         TO WS-TOT-ADM (WS-PER).
           ADD WS-LIN-DEM         TO WS-TOT-DEM (WS-PER).
           ADD WS-LIN-ENT         TO WS-TOT-ENT (WS-PER).
           ADD WS-LIN-SAI         TO WS-TOT-SAI (WS-PER).

           IF WS-PER EQUAL 1
               MOVE WS-TAB-SEC-SECAO (WS-IDX-SEC) TO DET001-SECAO
               MOVE WS-TAB-SEC-NOME (WS-IDX-SEC)  TO DET001-NOME
           ELSE
               MOVE SPACES        TO DET001-SECAO
               MOVE SPACES        TO DET001-NOME.

           IF WS-PER NOT EQUAL 3
               PERFORM 005-04-IMPRIMIR-LINHA.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-TOTAL-PERIODO       SECTION.
      *================================================================*
           MOVE WS-TOT-ADM (WS-PER) TO WS-LIN-ADM.
           MOVE WS-TOT-DEM (WS-PER) TO WS-LIN-DEM.
           MOVE WS-TOT-ENT (WS-PER) TO WS-LIN-ENT.
           MOVE WS-TOT-SAI (WS-PER) TO WS-LIN-SAI.

           PERFORM 005-04-IMPRIMIR-LINHA.

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-IMPRIMIR-LINHA      SECTION.
      *================================================================*
      * EFETIVO INICIAL DO PERIODO A PARTIR DO FINAL E ROTATIVIDADE
      * ((ADMISSOES + DESLIGAMENTOS) / 2 SOBRE A MEDIA DOS EFETIVOS).
      *
           MOVE WS-FINAL-SECAO    TO WS-LIN-FINAL.
           COMPUTE WS-LIN-INICIAL = WS-LIN-FINAL
                                  - WS-LIN-ADM + WS-LIN-DEM
                                  - WS-LIN-ENT + WS-LIN-SAI.

           MOVE ZEROS             TO WS-LIN-ROTAT.
           IF WS-LIN-INICIAL + WS-LIN-FINAL GREATER ZEROS
               COMPUTE WS-LIN-ROTAT ROUNDED =
                   ((WS-LIN-ADM + WS-LIN-DEM) * 100)
                   / (WS-LIN-INICIAL + WS-LIN-FINAL).

           IF WS-PER EQUAL 1
               MOVE 'MES'         TO DET001-PER
           ELSE
               MOVE 'ANO'         TO DET001-PER.

           MOVE WS-LIN-INICIAL    TO DET001-INICIAL.
           MOVE WS-LIN-ADM        TO DET001-ADM.
           MOVE WS-LIN-DEM        TO DET001-DEM.
           MOVE WS-LIN-ENT        TO DET001-ENT.
           MOVE WS-LIN-SAI        TO DET001-SAI.
           MOVE WS-LIN-FINAL      TO DET001-FINAL.
           MOVE WS-LIN-ROTAT      TO DET001-ROTAT.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-04-FIM.                EXIT.

      *================================================================*
       005-05-IMPRIMIR-MOTIVO     SECTION.
      *================================================================*
           IF WS-TAB-MOT-SECAO (WS-IDX-MOT) EQUAL WS-EVT-SECAO
               IF ACUM-LINHAS GREATER 59
                   PERFORM 008-00-CABECALHOS
               END-IF
               MOVE WS-TAB-MOT-MOTIVO (WS-IDX-MOT) TO DET002-MOTIVO
               MOVE WS-TAB-MOT-MES (WS-IDX-MOT)    TO DET002-MES
               MOVE WS-TAB-MOT-ANO (WS-IDX-MOT)    TO DET002-ANO
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-RELATO   FROM DET002 AFTER 1
               PERFORM 001-07-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       005-05-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-MOTIVOS    SECTION.
      *================================================================*
      * DESLIGAMENTOS DA EMPRESA POR MOTIVO: JUNTA AS LINHAS DAS
      * SECOES NA PRIMEIRA OCORRENCIA DE CADA MOTIVO.
      *
           PERFORM 006-01-CONSOLIDAR-MOTIVO
               VARYING WS-IDX-MOT FROM 1 BY 1
               UNTIL WS-IDX-MOT GREATER WS-TAB-MOT-QTD.

           IF ACUM-LINHAS GREATER 55
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-07-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           MOVE '*'               TO WS-EVT-SECAO.
           PERFORM 005-05-IMPRIMIR-MOTIVO
               VARYING WS-IDX-MOT FROM 1 BY 1
               UNTIL WS-IDX-MOT GREATER WS-TAB-MOT-QTD.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-CONSOLIDAR-MOTIVO   SECTION.
      *================================================================*
      * AS LINHAS DA EMPRESA FICAM NO FIM DA MESMA TABELA, COM A
      * SECAO '*'.
      *
           IF WS-TAB-MOT-SECAO (WS-IDX-MOT) NOT EQUAL '*'
               MOVE '*'           TO WS-EVT-SECAO
               MOVE WS-TAB-MOT-MOTIVO (WS-IDX-MOT) TO WS-EVT-MOTIVO
               MOVE WS-IDX-MOT    TO WS-IDX-MOT-SALVO
               PERFORM 006-02-SOMAR-NA-EMPRESA.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-SOMAR-NA-EMPRESA    SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-MOT-ACHADO.

           PERFORM 004-03-01-PROCURAR-MOTIVO
               VARYING WS-IDX-MOT FROM 1 BY 1
               UNTIL WS-IDX-MOT GREATER WS-TAB-MOT-QTD
                  OR WS-MOT-ACHADO NOT EQUAL ZEROS.

           IF WS-MOT-ACHADO EQUAL ZEROS
               IF WS-TAB-MOT-QTD EQUAL 200
                   DISPLAY '* TABELA DE MOTIVOS CHEIA            *'
                   DISPLAY '* AUMENTAR WS-TAB-MOT E REPROCESSAR  *'
                   MOVE 'ERRO'    TO WS-RUNLOG-STATUS
                   PERFORM 999-00-GRAVAR-RUNLOG
                   STOP RUN
               END-IF
               ADD 1              TO WS-TAB-MOT-QTD
               MOVE WS-TAB-MOT-QTD TO WS-MOT-ACHADO
               MOVE '*'           TO WS-TAB-MOT-SECAO (WS-MOT-ACHADO)
               MOVE WS-EVT-MOTIVO TO
                   WS-TAB-MOT-MOTIVO (WS-MOT-ACHADO)
               MOVE ZEROS         TO WS-TAB-MOT-MES (WS-MOT-ACHADO)
               MOVE ZEROS         TO WS-TAB-MOT-ANO (WS-MOT-ACHADO).

           MOVE WS-IDX-MOT-SALVO  TO WS-IDX-MOT.
           ADD WS-TAB-MOT-MES (WS-IDX-MOT) TO
               WS-TAB-MOT-MES (WS-MOT-ACHADO).
           ADD WS-TAB-MOT-ANO (WS-IDX-MOT) TO
               WS-TAB-MOT-ANO (WS-MOT-ACHADO).

       006-02-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
      * AMARRACAO COM O CADFUNC: EFETIVO FINAL DO MES MAIS OS
      * MOVIMENTOS POSTERIORES E IGUAL AOS REGISTROS LIDOS.
      *
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE WS-AJUSTE-POSTERIOR TO TOT002-AJUSTE.
           COMPUTE WS-FINAL-SECAO = ACUM-LIDOS - WS-AJUSTE-POSTERIOR.
           MOVE WS-FINAL-SECAO    TO TOT003-FINAL.
           MOVE ACUM-FUNCHIST     TO TOT004-FUNCHIST.
           MOVE ACUM-HISTSECA     TO TOT005-HISTSECA.

           IF ACUM-LINHAS GREATER 52
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-07-FS-RELATO.

       007-00-FIM.                EXIT.

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

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-07-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC
                 RELATO.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-07-FS-RELATO.

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
               MOVE 'PU8EXF58'        TO RUNLOG-PROGRAMA
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
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
