       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF48.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * PREPARACAO DO ORCAMENTO DO ANO SEGUINTE A PARTIR DO REALIZADO.
      * LE O MOVIMENTO MENSAL POR CONTA DO ANO BASE (HISTMOV, A
      * CONCATENACAO DAS GERACOES MENSAIS DO CADCONTM CONSOLIDADO
      * PELO PU8EXE45), CONSIDERANDO SOMENTE OS MESES JA FECHADOS NO
      * PERCONT, E GRAVA UMA NOVA VERSAO DO ORCAMENTO NO ARQUIVO DE
      * VERSOES (ORCVERS -> ORCVERN), EM ELABORACAO ('E').
      *
      * O PARMORC DA O ANO BASE, O ANO ORCADO (ZERO = BASE + 1), A
      * DISTRIBUICAO PADRAO NOS MESES ('L' LINEAR, 'S' SAZONAL) E A
      * DESCRICAO DA VERSAO. O PARMCRES DA O CRESCIMENTO (OU REDUCAO,
      * SINAL '-') POR CONTA ('C') OU POR GRUPO DE DEMONSTRACAO DO
      * PLANO DE CONTAS ('G', PREFIXO DO GRUPO-DEM-PLA), COM A
      * DISTRIBUICAO PROPRIA SE INFORMADA. VALE A REGRA DA CONTA; SEM
      * ELA, A DO GRUPO MAIS LONGO QUE CONTEM A CONTA. CONTA SEM
      * REGRA NAO E ORCADA.
      *
      * O VALOR ANUAL E O MOVIMENTO LIQUIDO (DEBITOS MENOS CREDITOS)
      * DOS MESES FECHADOS, ANUALIZADO QUANDO O ANO BASE AINDA NAO
      * FECHOU OS 12 MESES, APLICADO O CRESCIMENTO. A DISTRIBUICAO
      * LINEAR DIVIDE POR 12; A SAZONAL SEGUE O PESO DE CADA MES NO
      * ANO BASE (MES CREDOR PESA ZERO) E SO E FEITA COM OS 12 MESES
      * FECHADOS - SEM ELES A CONTA SAI LINEAR, MARCADA. A SOBRA DE
      * ARREDONDAMENTO FICA NO ULTIMO MES. CONTA COM MOVIMENTO CREDOR
      * OU NULO NO ANO, OU ZERADA PELA REDUCAO, SAI NO RELATORIO SEM
      * SER ORCADA.
      *
      * O NUMERO DA VERSAO E O MAIOR JA GRAVADO PARA O ANO ORCADO
      * MAIS UM. SO A VERSAO APROVADA NO PU8EXF50 CHEGA AO ORCCONTA.
      * ANO BASE SEM NENHUM MES FECHADO RECUSA A PREPARACAO COM
      * RETURN-CODE 0008, SEM GRAVAR VERSAO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PARMORC         ASSIGN TO UT-S-PARMORC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMORC.
      *
           SELECT PARMCRES        ASSIGN TO UT-S-PARMCRES
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMCRES.
      *
           SELECT PLANOCTA        ASSIGN TO UT-S-PLANOCTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PLANOCTA.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERCONT.
      *
           SELECT HISTMOV         ASSIGN TO UT-S-HISTMOV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTMOV.
      *
           SELECT ORCVERS         ASSIGN TO UT-S-ORCVERS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORCVERS.
      *
           SELECT ORCVERN         ASSIGN TO UT-S-ORCVERN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORCVERN.
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
      * PARAMETRO DA PREPARACAO: ANO BASE, ANO ORCADO (ZERO = BASE
      * MAIS UM), DISTRIBUICAO PADRAO ('S' SAZONAL, DEMAIS = LINEAR)
      * E DESCRICAO DA VERSAO.
      *
       FD PARMORC
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMORC.
       01 REG-PARMORC.
          05 ANO-BASE-POR         PIC 9(04).
          05 ANO-ORC-POR          PIC 9(04).
          05 DISTRIB-POR          PIC X(01).
          05 DESC-POR             PIC X(20).
          05 FILLER               PIC X(51).
      *
      * CRESCIMENTO POR CONTA ('C', CONTA EXATA) OU POR GRUPO ('G',
      * PREFIXO DO GRUPO-DEM-PLA DO PLANO DE CONTAS). SINAL '-' =
      * REDUCAO. DISTRIBUICAO EM BRANCO = A PADRAO DO PARMORC.
      *
       FD PARMCRES
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMCRES.
       01 REG-PARMCRES.
          05 TIPO-CRE             PIC X(01).
          05 CHAVE-CRE            PIC X(10).
          05 SINAL-CRE            PIC X(01).
          05 PERC-CRE             PIC 9(03)V99.
          05 DISTRIB-CRE          PIC X(01).
          05 FILLER               PIC X(12).
      *
       FD PLANOCTA
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PLANOCTA.
       COPY PLANOCTA.
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
      * MOVIMENTO CONSOLIDADO DOS MESES DO ANO BASE, NO LAYOUT DO
      * CADCONTA
      *
       FD HISTMOV
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTMOV.
       01 REG-HISTMOV.
          05 CONTA-HMV            PIC X(10).
          05 IND-DC-HMV           PIC X(01).
          05 QTD-HMV              PIC 9(06).
          05 VALOR-HMV            PIC 9(11)V99.
          05 DATA-LANC-HMV.
             10 ANO-HMV           PIC 9(04).
             10 MES-HMV           PIC 9(02).
             10 DIA-HMV           PIC 9(02).
          05 QTD-REG-HMV          PIC 9(04).
      *
       FD ORCVERS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORCVERS.
       COPY ORCVERS.
      *
      * VERSOES ANTERIORES COPIADAS SEM ALTERACAO, MAIS A NOVA
      *
       FD ORCVERN
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORCVERN.
       01 REG-ORCVERN             PIC X(80).
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
      *  PARAMETROS DA PREPARACAO
      *
       77 WS-ANO-BASE             PIC 9(04) VALUE ZEROS.
       77 WS-ANO-ORC              PIC 9(04) VALUE ZEROS.
       77 WS-DISTRIB-PADRAO       PIC X(01) VALUE 'L'.
       77 WS-DESC-VERSAO          PIC X(20) VALUE SPACES.
       77 WS-VERSAO-NOVA          PIC 9(03) VALUE ZEROS.
       77 WS-MSG-RECUSA           PIC X(40) VALUE SPACES.
      *
      *  MESES DO ANO BASE FECHADOS NO PERCONT
      *
       01 WS-TAB-MES-FECH.
          05 WS-MES-FECHADO       PIC X(01) OCCURS 12 TIMES.
       77 WS-QTD-MESES-FECH       PIC 9(02) VALUE ZEROS.
      *
      *  CONTAS ATIVAS DO PLANO, COM O GRUPO DE DEMONSTRACAO
      *
       01 WS-TAB-PLA.
          05 WS-TAB-PLA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PLA-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PLA-CONTA  PIC X(10).
             10 WS-TAB-PLA-GRUPO  PIC X(06).
      *
      *  REGRAS DE CRESCIMENTO (TAMANHO = DIGITOS DO PREFIXO DO GRUPO)
      *
       01 WS-TAB-CRE.
          05 WS-TAB-CRE-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CRE-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-CRE-TIPO   PIC X(01).
             10 WS-TAB-CRE-CHAVE  PIC X(10).
             10 WS-TAB-CRE-TAM    PIC 9(02).
             10 WS-TAB-CRE-PERC   PIC S9(03)V99.
             10 WS-TAB-CRE-DISTRIB PIC X(01).
      *
      *  MOVIMENTO LIQUIDO (DEBITO POSITIVO) POR CONTA E MES DO ANO
      *  BASE, EM ORDEM DE CONTA
      *
       01 WS-TAB-HIS.
          05 WS-TAB-HIS-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-HIS-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-HIS-CONTA  PIC X(10).
             10 WS-TAB-HIS-MES    PIC S9(11)V99 OCCURS 12 TIMES.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-HIS              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CRE              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MES              PIC 9(02) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-CONTA-EXISTE         PIC X(01) VALUE 'N'.
      *
      *  CALCULO DA CONTA EM TRATAMENTO
      *
       77 WS-GRUPO-CONTA          PIC X(06) VALUE SPACES.
       77 WS-REGRA                PIC 9(03) VALUE ZEROS.
       77 WS-TAM-REGRA            PIC 9(02) VALUE ZEROS.
       77 WS-DISTRIB              PIC X(01) VALUE SPACES.
       77 WS-DISTRIB-FORCADA      PIC X(01) VALUE 'N'.
       77 WS-BASE-ANUAL           PIC S9(13)V99 VALUE ZEROS.
       77 WS-BASE-ANUALIZADA      PIC S9(13)V99 VALUE ZEROS.
       77 WS-ORC-ANUAL            PIC S9(13)V99 VALUE ZEROS.
       77 WS-PESO-TOTAL           PIC 9(13)V99 VALUE ZEROS.
       77 WS-ULTIMO-MES           PIC 9(02) VALUE ZEROS.
       77 WS-VLR-MES              PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-DISTRIB          PIC 9(13)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77 ACUM-IGNORADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-REGRAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-ORCADAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-REGRA          PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-COPIADAS           PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADAS           PIC 9(06) VALUE ZEROS.
       77 ACUM-TOT-BASE           PIC S9(13)V99 VALUE ZEROS.
       77 ACUM-TOT-ORCADO         PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PARMORC              PIC X(02) VALUE SPACES.
       77 FS-PARMCRES             PIC X(02) VALUE SPACES.
       77 FS-PLANOCTA             PIC X(02) VALUE SPACES.
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
       77 FS-HISTMOV              PIC X(02) VALUE SPACES.
       77 FS-ORCVERS              PIC X(02) VALUE SPACES.
       77 FS-ORCVERN              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF48'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(24) VALUE
             'PREPARACAO DO ORCAMENTO '.
          05 CAB003-ANO           PIC 9(04).
          05 FILLER               PIC X(10) VALUE ' - VERSAO '.
          05 CAB003-VERSAO        PIC 9(03).
          05 FILLER               PIC X(03) VALUE ' - '.
          05 CAB003-DESC          PIC X(20).
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'ANO BASE '.
          05 CAB005-ANO-BASE      PIC 9(04).
          05 FILLER               PIC X(19) VALUE
             ' - MESES FECHADOS: '.
          05 CAB005-MESES         PIC Z9.
      *
       01  CAB006.
          05 FILLER               PIC X(12) VALUE 'CONTA'.
          05 FILLER               PIC X(19) VALUE
             '  REALIZADO ANUAL'.
          05 FILLER               PIC X(09) VALUE '   CRESC%'.
          05 FILLER               PIC X(19) VALUE
             '     ORCADO ANUAL'.
          05 FILLER               PIC X(12) VALUE 'DISTRIBUICAO'.
      *
       01  DET001.
          05 DET001-CONTA         PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-BASE          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CRESC         PIC -ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ORCADO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DISTRIB       PIC X(09).
      *
       01  DET002.
          05 DET002-CONTA         PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-BASE          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-MOTIVO        PIC X(40).
      *
       01  DET003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE
             '* ANO BASE COM SO '.
          05 DET003-MESES         PIC Z9.
          05 FILLER               PIC X(50) VALUE
             ' MESES FECHADOS: REALIZADO ANUALIZADO E LINEAR *'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE MOVIMENTOS LIDOS (HISTMOV)      :'.
          05 TOT001-MOVIMENTO     PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS FORA DO ANO BASE OU MES ABERTO:'.
          05 TOT002-IGNORADOS     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE REGRAS DE CRESCIMENTO (PARMCRES):'.
          05 TOT003-REGRAS        PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE CONTAS ORCADAS                  :'.
          05 TOT004-ORCADAS       PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'CONTAS COM MOVIMENTO SEM REGRA           :'.
          05 TOT005-SEM-REGRA     PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'CONTAS NAO ORCADAS (VER MOTIVO)          :'.
          05 TOT006-RECUSADAS     PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DE VERSOES ANTERIORES (ORCVERS)   :'.
          05 TOT007-COPIADAS      PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'LINHAS GRAVADAS NA NOVA VERSAO           :'.
          05 TOT008-GRAVADAS      PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'TOTAL REALIZADO NA BASE    :'.
          05 TOT009-BASE          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(29) VALUE
             'TOTAL ORCADO NA VERSAO     :'.
          05 TOT010-ORCADO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-09-LER-PARMORC.
           PERFORM 003-00-CARREGAR-PERIODOS.
           PERFORM 003-10-CARREGAR-PLANO.
           PERFORM 003-20-CARREGAR-CRESCIMENTO.
           PERFORM 004-00-ACUMULAR-HISTORICO.
           PERFORM 005-00-CONFERIR-BASE.
           PERFORM 006-00-COPIAR-VERSOES.
           PERFORM 007-00-PREPARAR-ORCAMENTO.
           PERFORM 008-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PARMORC
                       PARMCRES
                       PLANOCTA
                       HISTMOV
                       ORCVERS
                       PARMDATA.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-PARMORC.
           PERFORM 001-03-FS-PARMCRES.
           PERFORM 001-06-FS-PLANOCTA.
           PERFORM 001-11-FS-HISTMOV.
           PERFORM 001-12-FS-ORCVERS.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-PARMORC          SECTION.
      *================================================================*
           MOVE 'PARMORC'         TO FS-ARQUIVO.
           MOVE FS-PARMORC        TO FS-COD-STATUS.

           IF FS-PARMORC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PARMCRES         SECTION.
      *================================================================*
           MOVE 'PARMCRES'        TO FS-ARQUIVO.
           MOVE FS-PARMCRES       TO FS-COD-STATUS.

           IF FS-PARMCRES NOT EQUAL '00' AND '10'
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
       001-05-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-PLANOCTA         SECTION.
      *================================================================*
           MOVE 'PLANOCTA'        TO FS-ARQUIVO.
           MOVE FS-PLANOCTA       TO FS-COD-STATUS.

           IF FS-PLANOCTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-PERCONT          SECTION.
      *================================================================*
           MOVE 'PERCONT'         TO FS-ARQUIVO.
           MOVE FS-PERCONT        TO FS-COD-STATUS.

           IF FS-PERCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
           PERFORM 001-05-FS-PARMDATA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-05-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMORC         SECTION.
      *================================================================*
      *    SEM ANO BASE VALE O ANO ANTERIOR AO DA DATA DE REFERENCIA
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMORC.
           PERFORM 001-02-FS-PARMORC.

           IF FS-PARMORC EQUAL '00'
               IF ANO-BASE-POR IS NUMERIC
                   MOVE ANO-BASE-POR TO WS-ANO-BASE
               END-IF
               IF ANO-ORC-POR IS NUMERIC
                   MOVE ANO-ORC-POR TO WS-ANO-ORC
               END-IF
               IF DISTRIB-POR EQUAL 'S'
                   MOVE 'S'       TO WS-DISTRIB-PADRAO
               END-IF
               MOVE DESC-POR      TO WS-DESC-VERSAO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMORC.

           IF WS-ANO-BASE EQUAL ZEROS
               COMPUTE WS-ANO-BASE = WS-ANO-SYS - 1.

           IF WS-ANO-ORC EQUAL ZEROS
               COMPUTE WS-ANO-ORC = WS-ANO-BASE + 1.

           IF WS-DESC-VERSAO EQUAL SPACES
               MOVE 'PREPARACAO AUTOMAT.' TO WS-DESC-VERSAO.

           IF WS-ANO-ORC NOT GREATER WS-ANO-BASE
               MOVE 'ANO ORCADO NAO E POSTERIOR AO ANO BASE'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-PREPARACAO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-11-FS-HISTMOV          SECTION.
      *================================================================*
           MOVE 'HISTMOV'         TO FS-ARQUIVO.
           MOVE FS-HISTMOV        TO FS-COD-STATUS.

           IF FS-HISTMOV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-ORCVERS          SECTION.
      *================================================================*
           MOVE 'ORCVERS'         TO FS-ARQUIVO.
           MOVE FS-ORCVERS        TO FS-COD-STATUS.

           IF FS-ORCVERS NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-FS-ORCVERN          SECTION.
      *================================================================*
           MOVE 'ORCVERN'         TO FS-ARQUIVO.
           MOVE FS-ORCVERN        TO FS-COD-STATUS.

           IF FS-ORCVERN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

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

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CARREGAR-PERIODOS   SECTION.
      *================================================================*
      *    MARCA OS MESES DO ANO BASE FECHADOS NO PERCONT. SEM O
      *    ARQUIVO ('35') NENHUM MES ESTA FECHADO
           PERFORM 003-02-ZERAR-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES GREATER 12.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PERCONT.

           IF FS-PERCONT NOT EQUAL '00' AND '35'
               PERFORM 001-07-FS-PERCONT.

           IF FS-PERCONT EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 001-07-FS-PERCONT
               PERFORM 003-01-ACUMULAR-PERIODO
                   UNTIL FS-PERCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-PERIODO    SECTION.
      *================================================================*
           IF SITUACAO-PER EQUAL 'F'
              AND ANOMES-PER (1:4) EQUAL WS-ANO-BASE
               MOVE ANOMES-PER (5:2) TO WS-IDX-MES
               IF WS-IDX-MES GREATER ZEROS
                  AND WS-IDX-MES NOT GREATER 12
                  AND WS-MES-FECHADO (WS-IDX-MES) NOT EQUAL 'S'
                   MOVE 'S'       TO WS-MES-FECHADO (WS-IDX-MES)
                   ADD 1          TO WS-QTD-MESES-FECH
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PERCONT.
           PERFORM 001-07-FS-PERCONT.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-ZERAR-MES           SECTION.
      *================================================================*
           MOVE 'N'               TO WS-MES-FECHADO (WS-IDX-MES).

       003-02-FIM.                EXIT.

      *================================================================*
       003-10-CARREGAR-PLANO      SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-06-FS-PLANOCTA.

           PERFORM 003-11-ACUMULAR-PLANO
               UNTIL FS-PLANOCTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PLANOCTA.

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-ACUMULAR-PLANO      SECTION.
      *================================================================*
           IF ATIVO-PLA EQUAL 'A'
               IF WS-TAB-PLA-QTD EQUAL 500
                   DISPLAY '* MAIS DE 500 CONTAS ATIVAS NO PLANO *'
                   DISPLAY '* AUMENTAR WS-TAB-PLA E REPROCESSAR  *'
                   MOVE 'PLANOCTA' TO FS-ARQUIVO
                   MOVE SPACES     TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   ADD 1          TO WS-TAB-PLA-QTD
                   MOVE CONTA-PLA TO WS-TAB-PLA-CONTA (WS-TAB-PLA-QTD)
                   MOVE GRUPO-DEM-PLA TO
                       WS-TAB-PLA-GRUPO (WS-TAB-PLA-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-06-FS-PLANOCTA.

       003-11-FIM.                EXIT.

      *================================================================*
       003-20-CARREGAR-CRESCIMENTO SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMCRES.
           PERFORM 001-03-FS-PARMCRES.

           PERFORM 003-21-ACUMULAR-REGRA
               UNTIL FS-PARMCRES EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMCRES.

       003-20-FIM.                EXIT.

      *================================================================*
       003-21-ACUMULAR-REGRA      SECTION.
      *================================================================*
      *    REGRA SEM TIPO VALIDO, SEM CHAVE OU COM PERCENTUAL NAO
      *    NUMERICO E IGNORADA (SO CONTADA NA LEITURA)
           ADD 1                  TO ACUM-REGRAS.

           IF (TIPO-CRE EQUAL 'C' OR 'G')
              AND CHAVE-CRE NOT EQUAL SPACES
              AND PERC-CRE IS NUMERIC
               IF WS-TAB-CRE-QTD EQUAL 200
                   DISPLAY '* MAIS DE 200 REGRAS NO PARMCRES     *'
                   DISPLAY '* AUMENTAR WS-TAB-CRE E REPROCESSAR  *'
                   MOVE 'PARMCRES' TO FS-ARQUIVO
                   MOVE SPACES     TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   ADD 1          TO WS-TAB-CRE-QTD
                   MOVE TIPO-CRE  TO WS-TAB-CRE-TIPO (WS-TAB-CRE-QTD)
                   MOVE CHAVE-CRE TO WS-TAB-CRE-CHAVE (WS-TAB-CRE-QTD)
                   MOVE ZEROS     TO WS-TAB-CRE-TAM (WS-TAB-CRE-QTD)
                   INSPECT CHAVE-CRE TALLYING
                       WS-TAB-CRE-TAM (WS-TAB-CRE-QTD)
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF SINAL-CRE EQUAL '-'
                       COMPUTE WS-TAB-CRE-PERC (WS-TAB-CRE-QTD) =
                           PERC-CRE * -1
                   ELSE
                       MOVE PERC-CRE TO
                           WS-TAB-CRE-PERC (WS-TAB-CRE-QTD)
                   END-IF
                   MOVE DISTRIB-CRE TO
                       WS-TAB-CRE-DISTRIB (WS-TAB-CRE-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMCRES.
           PERFORM 001-03-FS-PARMCRES.

       003-21-FIM.                EXIT.

      *================================================================*
       004-00-ACUMULAR-HISTORICO  SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTMOV.
           PERFORM 001-11-FS-HISTMOV.

           PERFORM 004-01-ACUMULAR-MOVIMENTO
               UNTIL FS-HISTMOV EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTMOV.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-MOVIMENTO  SECTION.
      *================================================================*
      *    SO ENTRA O MOVIMENTO DO ANO BASE EM MES FECHADO
           ADD 1                  TO ACUM-MOVIMENTO.

           MOVE 'N'               TO WS-CONTA-EXISTE.

           IF ANO-HMV EQUAL WS-ANO-BASE
              AND MES-HMV GREATER ZEROS
              AND MES-HMV NOT GREATER 12
               IF WS-MES-FECHADO (MES-HMV) EQUAL 'S'
                   MOVE 'S'       TO WS-CONTA-EXISTE
               END-IF
           END-IF.

           IF WS-CONTA-EXISTE EQUAL 'S'
               MOVE CONTA-HMV     TO WS-CONTA-BUSCA
               PERFORM 004-02-LOCALIZAR-CONTA
               IF IND-DC-HMV EQUAL 'C'
                   SUBTRACT VALOR-HMV FROM
                       WS-TAB-HIS-MES (WS-ACHADO MES-HMV)
               ELSE
                   ADD VALOR-HMV  TO
                       WS-TAB-HIS-MES (WS-ACHADO MES-HMV)
               END-IF
           ELSE
               ADD 1              TO ACUM-IGNORADOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTMOV.
           PERFORM 001-11-FS-HISTMOV.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-LOCALIZAR-CONTA     SECTION.
      *================================================================*
      * DEVOLVE EM WS-ACHADO A ENTRADA DA CONTA EM WS-CONTA-BUSCA,
      * CRIANDO-A ZERADA, NA ORDEM DE CONTA, QUANDO AINDA NAO EXISTE.
      *
           COMPUTE WS-POSICAO = WS-TAB-HIS-QTD + 1.
           PERFORM 004-03-PROCURAR-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-HIS-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-HIS-QTD.

           MOVE WS-POSICAO        TO WS-ACHADO.
           MOVE 'N'               TO WS-CONTA-EXISTE.

           IF WS-POSICAO NOT GREATER WS-TAB-HIS-QTD
               IF WS-TAB-HIS-CONTA (WS-POSICAO) EQUAL WS-CONTA-BUSCA
                   MOVE 'S'       TO WS-CONTA-EXISTE.

           IF WS-CONTA-EXISTE NOT EQUAL 'S'
               IF WS-TAB-HIS-QTD EQUAL 500
                   DISPLAY '* MAIS DE 500 CONTAS NO ANO BASE     *'
                   DISPLAY '* AUMENTAR WS-TAB-HIS E REPROCESSAR  *'
                   MOVE 'HISTMOV' TO FS-ARQUIVO
                   MOVE SPACES    TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   PERFORM 004-04-DESLOCAR-CONTA
                       VARYING WS-IDX FROM WS-TAB-HIS-QTD BY -1
                       UNTIL WS-IDX LESS WS-POSICAO
                   ADD 1          TO WS-TAB-HIS-QTD
                   MOVE WS-CONTA-BUSCA TO
                       WS-TAB-HIS-CONTA (WS-POSICAO)
                   PERFORM 004-05-ZERAR-MES
                       VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES GREATER 12.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-PROCURAR-CONTA      SECTION.
      *================================================================*
           IF WS-TAB-HIS-CONTA (WS-IDX) NOT LESS WS-CONTA-BUSCA
               MOVE WS-IDX        TO WS-POSICAO.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-DESLOCAR-CONTA      SECTION.
      *================================================================*
           MOVE WS-TAB-HIS-ENTRY (WS-IDX) TO
               WS-TAB-HIS-ENTRY (WS-IDX + 1).

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-ZERAR-MES           SECTION.
      *================================================================*
           MOVE ZEROS             TO
               WS-TAB-HIS-MES (WS-POSICAO WS-IDX-MES).

       004-05-FIM.                EXIT.

      *================================================================*
       005-00-CONFERIR-BASE       SECTION.
      *================================================================*
           IF WS-QTD-MESES-FECH EQUAL ZEROS
               MOVE 'NENHUM MES DO ANO BASE FECHADO (PERCONT)'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-PREPARACAO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-COPIAR-VERSOES      SECTION.
      *================================================================*
      * ABRE AS SAIDAS, COPIA AS VERSOES EXISTENTES E NUMERA A NOVA
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT ORCVERN
                       RELATO.
           PERFORM 001-13-FS-ORCVERN.
           PERFORM 001-04-FS-RELATO.

           MOVE ZEROS             TO WS-VERSAO-NOVA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-12-FS-ORCVERS.

           PERFORM 006-01-COPIAR-LINHA
               UNTIL FS-ORCVERS EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORCVERS.

           ADD 1                  TO WS-VERSAO-NOVA.

           MOVE WS-ANO-ORC        TO CAB003-ANO.
           MOVE WS-VERSAO-NOVA    TO CAB003-VERSAO.
           MOVE WS-DESC-VERSAO    TO CAB003-DESC.
           MOVE WS-ANO-BASE       TO CAB005-ANO-BASE.
           MOVE WS-QTD-MESES-FECH TO CAB005-MESES.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-COPIAR-LINHA        SECTION.
      *================================================================*
           ADD 1                  TO ACUM-COPIADAS.

           IF ANO-ORV EQUAL WS-ANO-ORC
              AND VERSAO-ORV GREATER WS-VERSAO-NOVA
               MOVE VERSAO-ORV    TO WS-VERSAO-NOVA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-ORCVERN      FROM REG-ORCVERS.
           PERFORM 001-13-FS-ORCVERN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-12-FS-ORCVERS.

       006-01-FIM.                EXIT.

      *================================================================*
       007-00-PREPARAR-ORCAMENTO  SECTION.
      *================================================================*
           PERFORM 007-01-ORCAR-CONTA
               VARYING WS-IDX-HIS FROM 1 BY 1
               UNTIL WS-IDX-HIS GREATER WS-TAB-HIS-QTD.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-ORCAR-CONTA         SECTION.
      *================================================================*
           PERFORM 007-02-BUSCAR-REGRA.

           IF WS-REGRA EQUAL ZEROS
               ADD 1              TO ACUM-SEM-REGRA
           ELSE
               PERFORM 007-10-CALCULAR-ANUAL
               IF WS-BASE-ANUAL NOT GREATER ZEROS
                   MOVE 'MOVIMENTO CREDOR OU NULO - NAO ORCADA'
                                  TO DET002-MOTIVO
                   PERFORM 007-31-IMPRIMIR-RECUSADA
               ELSE
                   IF WS-ORC-ANUAL NOT GREATER ZEROS
                       MOVE 'REDUCAO ZERA O ORCAMENTO - NAO ORCADA'
                                  TO DET002-MOTIVO
                       PERFORM 007-31-IMPRIMIR-RECUSADA
                   ELSE
                       PERFORM 007-20-DISTRIBUIR-MESES
                       PERFORM 007-30-IMPRIMIR-ORCADA
                   END-IF
               END-IF
           END-IF.

       007-01-FIM.                EXIT.

      *================================================================*
       007-02-BUSCAR-REGRA        SECTION.
      *================================================================*
      * REGRA DA CONTA; SEM ELA, A DO PREFIXO DE GRUPO MAIS LONGO
      *
           MOVE ZEROS             TO WS-REGRA.
           MOVE ZEROS             TO WS-TAM-REGRA.
           MOVE SPACES            TO WS-GRUPO-CONTA.

           PERFORM 007-03-PROCURAR-GRUPO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PLA-QTD.

           PERFORM 007-04-COMPARAR-REGRA
               VARYING WS-IDX-CRE FROM 1 BY 1
               UNTIL WS-IDX-CRE GREATER WS-TAB-CRE-QTD.

       007-02-FIM.                EXIT.

      *================================================================*
       007-03-PROCURAR-GRUPO      SECTION.
      *================================================================*
           IF WS-TAB-PLA-CONTA (WS-IDX) EQUAL
              WS-TAB-HIS-CONTA (WS-IDX-HIS)
               MOVE WS-TAB-PLA-GRUPO (WS-IDX) TO WS-GRUPO-CONTA.

       007-03-FIM.                EXIT.

      *================================================================*
       007-04-COMPARAR-REGRA      SECTION.
      *================================================================*
      *    A REGRA DA CONTA LEVA TAMANHO 99 PARA VENCER AS DE GRUPO
           IF WS-TAB-CRE-TIPO (WS-IDX-CRE) EQUAL 'C'
               IF WS-TAB-CRE-CHAVE (WS-IDX-CRE) EQUAL
                  WS-TAB-HIS-CONTA (WS-IDX-HIS)
                  AND WS-TAM-REGRA LESS 99
                   MOVE WS-IDX-CRE TO WS-REGRA
                   MOVE 99         TO WS-TAM-REGRA
               END-IF
           ELSE
               IF WS-GRUPO-CONTA NOT EQUAL SPACES
                  AND WS-TAB-CRE-TAM (WS-IDX-CRE) GREATER ZEROS
                  AND WS-TAB-CRE-TAM (WS-IDX-CRE) NOT GREATER 6
                  AND WS-TAB-CRE-TAM (WS-IDX-CRE) GREATER WS-TAM-REGRA
                   IF WS-GRUPO-CONTA (1:WS-TAB-CRE-TAM (WS-IDX-CRE))
                      EQUAL WS-TAB-CRE-CHAVE (WS-IDX-CRE)
                            (1:WS-TAB-CRE-TAM (WS-IDX-CRE))
                       MOVE WS-IDX-CRE TO WS-REGRA
                       MOVE WS-TAB-CRE-TAM (WS-IDX-CRE) TO
                           WS-TAM-REGRA
                   END-IF
               END-IF
           END-IF.

       007-04-FIM.                EXIT.

      *================================================================*
       007-10-CALCULAR-ANUAL      SECTION.
      *================================================================*
      *    REALIZADO DOS MESES FECHADOS, ANUALIZADO, COM O CRESCIMENTO
           MOVE ZEROS             TO WS-BASE-ANUAL.
           MOVE ZEROS             TO WS-ORC-ANUAL.

           PERFORM 007-11-SOMAR-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES GREATER 12.

           IF WS-QTD-MESES-FECH EQUAL 12
               MOVE WS-BASE-ANUAL TO WS-BASE-ANUALIZADA
           ELSE
               COMPUTE WS-BASE-ANUALIZADA ROUNDED =
                   WS-BASE-ANUAL * 12 / WS-QTD-MESES-FECH.

           IF WS-BASE-ANUAL GREATER ZEROS
               COMPUTE WS-ORC-ANUAL ROUNDED =
                   WS-BASE-ANUALIZADA *
                   (100 + WS-TAB-CRE-PERC (WS-REGRA)) / 100.

       007-10-FIM.                EXIT.

      *================================================================*
       007-11-SOMAR-MES           SECTION.
      *================================================================*
           ADD WS-TAB-HIS-MES (WS-IDX-HIS WS-IDX-MES) TO WS-BASE-ANUAL.

       007-11-FIM.                EXIT.

      *================================================================*
       007-20-DISTRIBUIR-MESES    SECTION.
      *================================================================*
      * SAZONAL SO COM O ANO BASE INTEIRO FECHADO E ALGUM MES
      * DEVEDOR; NOS DEMAIS CASOS, LINEAR. O ULTIMO MES LEVA A SOBRA.
      *
           MOVE WS-TAB-CRE-DISTRIB (WS-REGRA) TO WS-DISTRIB.
           IF WS-DISTRIB NOT EQUAL 'L' AND 'S'
               MOVE WS-DISTRIB-PADRAO TO WS-DISTRIB.

           MOVE 'N'               TO WS-DISTRIB-FORCADA.
           MOVE ZEROS             TO WS-PESO-TOTAL.
           MOVE ZEROS             TO WS-ULTIMO-MES.

           IF WS-DISTRIB EQUAL 'S'
               IF WS-QTD-MESES-FECH LESS 12
                   MOVE 'S'       TO WS-DISTRIB-FORCADA
                   MOVE 'L'       TO WS-DISTRIB
               ELSE
                   PERFORM 007-21-SOMAR-PESO
                       VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES GREATER 12
                   IF WS-PESO-TOTAL EQUAL ZEROS
                       MOVE 'S'   TO WS-DISTRIB-FORCADA
                       MOVE 'L'   TO WS-DISTRIB
                   END-IF
               END-IF
           END-IF.

           IF WS-DISTRIB EQUAL 'L'
               MOVE 12            TO WS-ULTIMO-MES.

           MOVE ZEROS             TO WS-VLR-DISTRIB.

           PERFORM 007-22-ORCAR-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES GREATER 12.

           ADD 1                  TO ACUM-ORCADAS.
           ADD WS-BASE-ANUAL      TO ACUM-TOT-BASE.
           ADD WS-ORC-ANUAL       TO ACUM-TOT-ORCADO.

       007-20-FIM.                EXIT.

      *================================================================*
       007-21-SOMAR-PESO          SECTION.
      *================================================================*
           IF WS-TAB-HIS-MES (WS-IDX-HIS WS-IDX-MES) GREATER ZEROS
               ADD WS-TAB-HIS-MES (WS-IDX-HIS WS-IDX-MES) TO
                   WS-PESO-TOTAL
               MOVE WS-IDX-MES    TO WS-ULTIMO-MES.

       007-21-FIM.                EXIT.

      *================================================================*
       007-22-ORCAR-MES           SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-VLR-MES.

           IF WS-IDX-MES EQUAL WS-ULTIMO-MES
               COMPUTE WS-VLR-MES = WS-ORC-ANUAL - WS-VLR-DISTRIB
           ELSE
               IF WS-DISTRIB EQUAL 'L'
                   COMPUTE WS-VLR-MES = WS-ORC-ANUAL / 12
               ELSE
                   IF WS-TAB-HIS-MES (WS-IDX-HIS WS-IDX-MES)
                      GREATER ZEROS
                      AND WS-IDX-MES LESS WS-ULTIMO-MES
                       COMPUTE WS-VLR-MES = WS-ORC-ANUAL *
                           WS-TAB-HIS-MES (WS-IDX-HIS WS-IDX-MES) /
                           WS-PESO-TOTAL
                   END-IF
               END-IF
           END-IF.

           ADD WS-VLR-MES         TO WS-VLR-DISTRIB.

           IF WS-VLR-MES GREATER ZEROS
               MOVE SPACES        TO REG-ORCVERS
               MOVE WS-ANO-ORC    TO ANO-ORV
               MOVE WS-VERSAO-NOVA TO VERSAO-ORV
               MOVE 'E'           TO SITUACAO-ORV
               MOVE WS-TAB-HIS-CONTA (WS-IDX-HIS) TO CONTA-ORV
               COMPUTE PERIODO-ORV = WS-ANO-ORC * 100 + WS-IDX-MES
               MOVE WS-VLR-MES    TO VALOR-ORV
               MOVE WS-DATA-SYS   TO DATA-SIT-ORV
               MOVE WS-DESC-VERSAO TO DESC-ORV
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-ORCVERN  FROM REG-ORCVERS
               PERFORM 001-13-FS-ORCVERN
               ADD 1              TO ACUM-GRAVADAS.

       007-22-FIM.                EXIT.

      *================================================================*
       007-30-IMPRIMIR-ORCADA     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 010-00-CABECALHOS.

           MOVE WS-TAB-HIS-CONTA (WS-IDX-HIS) TO DET001-CONTA.
           MOVE WS-BASE-ANUAL     TO DET001-BASE.
           MOVE WS-TAB-CRE-PERC (WS-REGRA) TO DET001-CRESC.
           MOVE WS-ORC-ANUAL      TO DET001-ORCADO.

           IF WS-DISTRIB EQUAL 'S'
               MOVE 'SAZONAL'     TO DET001-DISTRIB
           ELSE
               IF WS-DISTRIB-FORCADA EQUAL 'S'
                   MOVE 'LINEAR *' TO DET001-DISTRIB
               ELSE
                   MOVE 'LINEAR'  TO DET001-DISTRIB
               END-IF
           END-IF.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       007-30-FIM.                EXIT.

      *================================================================*
       007-31-IMPRIMIR-RECUSADA   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 010-00-CABECALHOS.

           ADD 1                  TO ACUM-RECUSADAS.

           MOVE WS-TAB-HIS-CONTA (WS-IDX-HIS) TO DET002-CONTA.
           MOVE WS-BASE-ANUAL     TO DET002-BASE.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       007-31-FIM.                EXIT.

      *================================================================*
       008-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 44
               PERFORM 010-00-CABECALHOS.

           IF WS-QTD-MESES-FECH LESS 12
               MOVE WS-QTD-MESES-FECH TO DET003-MESES
               WRITE REG-RELATO   FROM DET003 AFTER 2
               PERFORM 001-04-FS-RELATO.

           MOVE ACUM-MOVIMENTO    TO TOT001-MOVIMENTO.
           MOVE ACUM-IGNORADOS    TO TOT002-IGNORADOS.
           MOVE ACUM-REGRAS       TO TOT003-REGRAS.
           MOVE ACUM-ORCADAS      TO TOT004-ORCADAS.
           MOVE ACUM-SEM-REGRA    TO TOT005-SEM-REGRA.
           MOVE ACUM-RECUSADAS    TO TOT006-RECUSADAS.
           MOVE ACUM-COPIADAS     TO TOT007-COPIADAS.
           MOVE ACUM-GRAVADAS     TO TOT008-GRAVADAS.
           MOVE ACUM-TOT-BASE     TO TOT009-BASE.
           MOVE ACUM-TOT-ORCADO   TO TOT010-ORCADO.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORCVERN
                 RELATO.
           PERFORM 001-13-FS-ORCVERN.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB006 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE 10                TO ACUM-LINHAS.

       010-00-FIM.                EXIT.

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
       901-00-RECUSAR-PREPARACAO  SECTION.
      *================================================================*
      *    PARAMETRO OU BASE SEM CONDICAO: NENHUMA VERSAO E GRAVADA
           DISPLAY '* PREPARACAO DO ORCAMENTO RECUSADA   *'
           DISPLAY '* ' WS-MSG-RECUSA
           DISPLAY '* ANO BASE = ' WS-ANO-BASE
                   '  ANO ORCADO = ' WS-ANO-ORC
           MOVE 0008              TO RETURN-CODE
           MOVE 'RECUSAD'         TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           STOP RUN.

       901-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF48'        TO RUNLOG-PROGRAMA
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
               COMPUTE RUNLOG-QTD-LIDOS =
                   ACUM-MOVIMENTO + ACUM-COPIADAS
               COMPUTE RUNLOG-QTD-GRAVADOS =
                   ACUM-COPIADAS + ACUM-GRAVADAS
               MOVE ACUM-RECUSADAS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
