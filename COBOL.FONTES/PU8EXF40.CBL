       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF40.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DO CONTAS A RECEBER,
      * RODADA NO FECHAMENTO DO MES SOBRE A CARTEIRA EM ABERTO
      * (CRABERTO, NA GERACAO DEIXADA PELA ULTIMA RODADA DO PU8EXE94).
      *
      * CADA ITEM E CLASSIFICADO PELOS DIAS DE ATRASO NA DATA DE
      * REFERENCIA (PARMDATA, OU A DATA DO SISTEMA SEM PARAMETRO) EM
      * UMA DAS FAIXAS: A VENCER, 1 A 30, 31 A 60, 61 A 90, 91 A 180 E
      * ACIMA DE 180 DIAS. O PARMPDD DA O PERCENTUAL DE PROVISAO DE
      * CADA FAIXA E AS CONTAS DA PROVISAO (REDUTORA DE CLIENTES) E DA
      * DESPESA COM DEVEDORES DUVIDOSOS; A CONTA DE CLIENTES VEM DO
      * PARMVEND, A MESMA DA CONTABILIZACAO DO PU8EXF35.
      *
      * AS BAIXAS POR PERDA DO MES (HISTPERD GRAVADO PELO PU8EXE94,
      * DATA DA BAIXA NO MES DE REFERENCIA) SAO LANCADAS CONTRA A
      * PROVISAO: DEBITO NA PROVISAO E CREDITO EM CLIENTES. O SALDO
      * DA PROVISAO DO MES ANTERIOR (SALDOPDD), MENOS AS BAIXAS, E
      * COMPARADO COM A PROVISAO REQUERIDA PELA CARTEIRA E A DIFERENCA
      * E LANCADA: CONSTITUICAO (DEBITO NA DESPESA E CREDITO NA
      * PROVISAO) OU REVERSAO (DEBITO NA PROVISAO E CREDITO NA
      * DESPESA). O SALDOPDN SAI COM A PROVISAO REQUERIDA, QUE E O
      * SALDOPDD DO PROXIMO FECHAMENTO.
      *
      * OS LANCAMENTOS SAO RESUMIDOS POR CONTA E NATUREZA NA DATA DE
      * REFERENCIA, NO LAYOUT DO CADCONTA (PDDCONT), PRONTOS PARA A
      * MESCLA DO PU8EXE45.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO PDDCONT; E
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
           SELECT CRABERTO        ASSIGN TO UT-S-CRABERTO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CRABERTO.
      *
           SELECT HISTPERD        ASSIGN TO UT-S-HISTPERD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTPERD.
      *
           SELECT SALDOPDD        ASSIGN TO UT-S-SALDOPDD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SALDOPDD.
      *
           SELECT SALDOPDN        ASSIGN TO UT-S-SALDOPDN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SALDOPDN.
      *
           SELECT PDDCONT         ASSIGN TO UT-S-PDDCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PDDCONT.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMPDD     ASSIGN TO UT-S-PARMPDD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMPDD.
      *
           SELECT     PARMVEND    ASSIGN TO UT-S-PARMVEND
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMVEND.
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
      * CARTEIRA DE ITENS A RECEBER EM ABERTO (LAYOUT DO PU8EXE94).
      *
       FD CRABERTO
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CRABERTO.
       01 REG-CRABERTO.
          05 NUM-PED-CR           PIC 9(06).
          05 COD-CLI-CR           PIC 9(05).
          05 VALOR-CR             PIC 9(09)V99.
          05 DT-VENC-CR           PIC 9(08).
          05 FILLER               PIC X(10).
      *
       FD HISTPERD
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTPERD.
       COPY HISTPERD.
      *
      * SALDO DA PROVISAO NO ULTIMO FECHAMENTO (VAZIO NO PRIMEIRO).
      *
       FD SALDOPDD
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SALDOPDD.
       01 REG-SALDOPDD.
          05 DATA-SPD             PIC 9(08).
          05 SALDO-SPD            PIC S9(11)V99.
          05 FILLER               PIC X(09).
      *
       FD SALDOPDN
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SALDOPDN.
       01 REG-SALDOPDN             PIC X(30).
      *
      * LANCAMENTOS DA PROVISAO, NO LAYOUT DO CADCONTA.
      *
       FD PDDCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PDDCONT.
       01 REG-PDDCONT.
          05 CONTA-PDC            PIC X(10).
          05 IND-DC-PDC           PIC X(01).
          05 QTD-PDC              PIC 9(06).
          05 VALOR-PDC            PIC 9(11)V99.
          05 DATA-LANC-PDC        PIC 9(08).
          05 QTD-REG-PDC          PIC 9(04).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO COM O PERCENTUAL DE PROVISAO DE CADA FAIXA DE
      * ATRASO (1 = A VENCER ... 6 = ACIMA DE 180 DIAS) E AS CONTAS
      * DA PROVISAO E DA DESPESA COM DEVEDORES DUVIDOSOS.
      *
       FD PARMPDD
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMPDD.
       01 REG-PARMPDD.
          05 PERC-FAIXA-PARM      PIC 9(03)V99 OCCURS 6 TIMES.
          05 CONTA-PDD-PARM       PIC X(10).
          05 CONTA-DESP-PARM      PIC X(10).
          05 FILLER               PIC X(10).
      *
      * PARAMETRO DE CONTAS DO FATURAMENTO (LAYOUT DO PU8EXF35); AQUI
      * SO A CONTA DE CLIENTES E USADA.
      *
       FD PARMVEND
           RECORD     CONTAINS    70 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMVEND.
       01 REG-PARMVEND.
          05 CONTA-CLI-PARM       PIC X(10).
          05 FILLER               PIC X(60).
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
       77 WS-DIAS-REF             PIC 9(07) VALUE ZEROS.
       01 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-REF-R           REDEFINES WS-DATA-REF.
          05 WS-MES-REF           PIC 9(06).
          05 FILLER               PIC 9(02).
       01 WS-DATA-BAIXA           PIC 9(08) VALUE ZEROS.
       01 WS-DATA-BAIXA-R         REDEFINES WS-DATA-BAIXA.
          05 WS-MES-BAIXA         PIC 9(06).
          05 FILLER               PIC 9(02).
      *
       77 WS-CONTA-CLI            PIC X(10) VALUE SPACES.
       77 WS-CONTA-PDD            PIC X(10) VALUE SPACES.
       77 WS-CONTA-DESP           PIC X(10) VALUE SPACES.
      *
      *  FAIXAS DE ATRASO: NOME, PERCENTUAL E ACUMULADOS DA CARTEIRA
      *
       01 WS-NOMES-FAIXA.
          05 FILLER               PIC X(14) VALUE 'A VENCER'.
          05 FILLER               PIC X(14) VALUE '1 A 30 DIAS'.
          05 FILLER               PIC X(14) VALUE '31 A 60 DIAS'.
          05 FILLER               PIC X(14) VALUE '61 A 90 DIAS'.
          05 FILLER               PIC X(14) VALUE '91 A 180 DIAS'.
          05 FILLER               PIC X(14) VALUE 'ACIMA DE 180'.
       01 WS-NOMES-FAIXA-R        REDEFINES WS-NOMES-FAIXA.
          05 WS-NOME-FAIXA        PIC X(14) OCCURS 6 TIMES.
      *
       01 WS-TAB-FX.
          05 WS-TAB-FX-ENTRY OCCURS 6 TIMES.
             10 WS-TAB-FX-PERC    PIC 9(03)V99.
             10 WS-TAB-FX-ITENS   PIC 9(06).
             10 WS-TAB-FX-VALOR   PIC 9(13)V99.
             10 WS-TAB-FX-PDD     PIC 9(13)V99.
      *
      *  LANCAMENTOS ACUMULADOS POR CONTA E NATUREZA (D/C)
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 10 TIMES.
             10 WS-TAB-CTA-CONTA  PIC X(10).
             10 WS-TAB-CTA-DC     PIC X(01).
             10 WS-TAB-CTA-ITENS  PIC 9(06).
             10 WS-TAB-CTA-VALOR  PIC 9(11)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-FAIXA                PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-VENC            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC S9(07) VALUE ZEROS.
      *
      *  MOVIMENTO DA PROVISAO
      *
       77 WS-SALDO-ANTERIOR       PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-APOS-BAIXAS    PIC S9(11)V99 VALUE ZEROS.
       77 WS-PDD-REQUERIDA        PIC S9(11)V99 VALUE ZEROS.
       77 WS-AJUSTE               PIC S9(11)V99 VALUE ZEROS.
      *
      *  PARTIDA EM TRATAMENTO
      *
       77 WS-VALOR-LANC           PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONTA-DEB            PIC X(10) VALUE SPACES.
       77 WS-CONTA-CRED           PIC X(10) VALUE SPACES.
       77 WS-CONTA-ACUM           PIC X(10) VALUE SPACES.
       77 WS-DC-ACUM              PIC X(01) VALUE SPACES.
       77 WS-SEQ-LANC             PIC 9(04) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-ITENS              PIC 9(06) VALUE ZEROS.
       77 ACUM-HISTORICO          PIC 9(06) VALUE ZEROS.
       77 ACUM-BAIXAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-LANCAMENTOS        PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ABERTO         PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-BAIXAS         PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CRABERTO             PIC X(02) VALUE SPACES.
       77 FS-HISTPERD             PIC X(02) VALUE SPACES.
       77 FS-SALDOPDD             PIC X(02) VALUE SPACES.
       77 FS-SALDOPDN             PIC X(02) VALUE SPACES.
       77 FS-PDDCONT              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMPDD              PIC X(02) VALUE SPACES.
       77 FS-PARMVEND             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF40'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'PROVISAO PARA DEVEDORES DUVIDOSOS - CONTAS A RECEBER'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(16) VALUE 'FAIXA DE ATRASO'.
          05 FILLER               PIC X(09) VALUE '   ITENS'.
          05 FILLER               PIC X(19) VALUE
             '   VALOR EM ABERTO'.
          05 FILLER               PIC X(08) VALUE '    %'.
          05 FILLER               PIC X(17) VALUE
             '         PROVISAO'.
      *
       01  DET001.
          05 DET001-FAIXA         PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ITENS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PERC          PIC ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PDD           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  CAB006.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'BAIXAS POR PERDA DO MES'.
      *
       01  CAB007.
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.
          05 FILLER               PIC X(07) VALUE 'CLIENTE'.
          05 FILLER               PIC X(16) VALUE
             '           VALOR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'MOTIVO'.
      *
       01  DET002.
          05 DET002-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-CLIENTE       PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-MOTIVO        PIC X(30).
      *
       01  CAB008.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'RESUMO DOS LANCAMENTOS POR CONTA'.
      *
       01  CAB009.
          05 FILLER               PIC X(12) VALUE 'CONTA'.
          05 FILLER               PIC X(04) VALUE 'D/C'.
          05 FILLER               PIC X(10) VALUE '   PARTID.'.
          05 FILLER               PIC X(20) VALUE
             '               VALOR'.
      *
       01  DET003.
          05 DET003-CONTA         PIC X(10).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET003-DC            PIC X(01).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET003-ITENS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'ITENS EM ABERTO NA CARTEIRA              :'.
          05 TOT001-ITENS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS LIDOS DO HISTORICO DE PERDAS   :'.
          05 TOT002-HISTORICO     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'BAIXAS POR PERDA DO MES                  :'.
          05 TOT003-BAIXAS        PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LANCAMENTOS GERADOS             :'.
          05 TOT004-LANCAMENTOS   PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL EM ABERTO      :'.
          05 TOT005-VLR-ABERTO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'SALDO ANTERIOR DA PROVISAO :'.
          05 TOT006-SALDO-ANT     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             '(-) BAIXAS POR PERDA       :'.
          05 TOT007-BAIXAS        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'SALDO APOS AS BAIXAS       :'.
          05 TOT008-SALDO-APOS    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'PROVISAO REQUERIDA         :'.
          05 TOT009-REQUERIDA     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(29) VALUE
             'CONSTITUICAO (-REVERSAO)   :'.
          05 TOT010-AJUSTE        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
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
           PERFORM 001-20-LER-PARMDATA.
           PERFORM 001-21-LER-PARMPDD.
           PERFORM 001-22-LER-PARMVEND.
           PERFORM 001-23-LER-SALDOPDD.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 008-00-CABECALHOS.
           PERFORM 003-00-CLASSIFICAR-ITENS.
           PERFORM 004-00-CALCULAR-PROVISAO.
           PERFORM 005-00-BAIXAS-DO-MES.
           PERFORM 006-00-LANCAR-MOVIMENTO.
           PERFORM 007-00-GERAR-LANCAMENTOS.
           PERFORM 007-50-GRAVAR-SALDOPDN.
           PERFORM 009-00-IMPRIMIR-TOTAIS.
           PERFORM 010-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CRABERTO
                       HISTPERD
                       SALDOPDD
                       PARMPDD
                       PARMVEND
                       PARMDATA
                OUTPUT SALDOPDN
                       PDDCONT
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CRABERTO.
           PERFORM 001-03-FS-HISTPERD.
           PERFORM 001-04-FS-SALDOPDD.
           PERFORM 001-05-FS-SALDOPDN.
           PERFORM 001-06-FS-PDDCONT.
           PERFORM 001-07-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CRABERTO         SECTION.
      *================================================================*
           MOVE 'CRABERTO'        TO FS-ARQUIVO.
           MOVE FS-CRABERTO       TO FS-COD-STATUS.

           IF FS-CRABERTO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-HISTPERD         SECTION.
      *================================================================*
           MOVE 'HISTPERD'        TO FS-ARQUIVO.
           MOVE FS-HISTPERD       TO FS-COD-STATUS.

           IF FS-HISTPERD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-SALDOPDD         SECTION.
      *================================================================*
           MOVE 'SALDOPDD'        TO FS-ARQUIVO.
           MOVE FS-SALDOPDD       TO FS-COD-STATUS.

           IF FS-SALDOPDD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-SALDOPDN         SECTION.
      *================================================================*
           MOVE 'SALDOPDN'        TO FS-ARQUIVO.
           MOVE FS-SALDOPDN       TO FS-COD-STATUS.

           IF FS-SALDOPDN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-PDDCONT          SECTION.
      *================================================================*
           MOVE 'PDDCONT'         TO FS-ARQUIVO.
           MOVE FS-PDDCONT        TO FS-COD-STATUS.

           IF FS-PDDCONT NOT EQUAL '00'
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
       001-20-LER-PARMDATA        SECTION.
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

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-LER-PARMPDD         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMPDD.

           MOVE 'PARMPDD'         TO FS-ARQUIVO.
           MOVE FS-PARMPDD        TO FS-COD-STATUS.
           IF FS-PARMPDD NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           PERFORM 001-21-01-CARREGAR-FAIXA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER 6.

           MOVE CONTA-PDD-PARM    TO WS-CONTA-PDD.
           MOVE CONTA-DESP-PARM   TO WS-CONTA-DESP.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMPDD.

       001-21-FIM.                EXIT.

      *================================================================*
       001-21-01-CARREGAR-FAIXA   SECTION.
      *================================================================*
           MOVE PERC-FAIXA-PARM (WS-IDX) TO WS-TAB-FX-PERC (WS-IDX).
           MOVE ZEROS             TO WS-TAB-FX-ITENS (WS-IDX)
                                     WS-TAB-FX-VALOR (WS-IDX)
                                     WS-TAB-FX-PDD (WS-IDX).

       001-21-01-FIM.             EXIT.

      *================================================================*
       001-22-LER-PARMVEND        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMVEND.

           MOVE 'PARMVEND'        TO FS-ARQUIVO.
           MOVE FS-PARMVEND       TO FS-COD-STATUS.
           IF FS-PARMVEND NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-CLI-PARM    TO WS-CONTA-CLI.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMVEND.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-LER-SALDOPDD        SECTION.
      *================================================================*
      * SEM REGISTRO (PRIMEIRO FECHAMENTO) O SALDO ANTERIOR E ZERO.
      *
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOPDD.
           PERFORM 001-04-FS-SALDOPDD.

           IF FS-SALDOPDD EQUAL '00'
               MOVE SALDO-SPD     TO WS-SALDO-ANTERIOR.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SALDOPDD.

       001-23-FIM.                EXIT.

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
       003-00-CLASSIFICAR-ITENS   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTO.
           PERFORM 001-02-FS-CRABERTO.

           PERFORM 003-01-CLASSIFICAR-UM
               UNTIL FS-CRABERTO EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CRABERTO.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-CLASSIFICAR-UM      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-ITENS.
           ADD VALOR-CR           TO ACUM-VLR-ABERTO.

           COMPUTE WS-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE (DT-VENC-CR).
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-REF - WS-DIAS-VENC.

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO NOT GREATER ZEROS
                   MOVE 1         TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 30
                   MOVE 2         TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 60
                   MOVE 3         TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 90
                   MOVE 4         TO WS-FAIXA
               WHEN WS-DIAS-ATRASO NOT GREATER 180
                   MOVE 5         TO WS-FAIXA
               WHEN OTHER
                   MOVE 6         TO WS-FAIXA
           END-EVALUATE.

           ADD 1                  TO WS-TAB-FX-ITENS (WS-FAIXA).
           ADD VALOR-CR           TO WS-TAB-FX-VALOR (WS-FAIXA).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTO.
           PERFORM 001-02-FS-CRABERTO.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CALCULAR-PROVISAO   SECTION.
      *================================================================*
           PERFORM 004-01-CALCULAR-FAIXA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER 6.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-CALCULAR-FAIXA      SECTION.
      *================================================================*
           COMPUTE WS-TAB-FX-PDD (WS-IDX) ROUNDED =
               WS-TAB-FX-VALOR (WS-IDX) * WS-TAB-FX-PERC (WS-IDX)
               / 100.
           ADD WS-TAB-FX-PDD (WS-IDX) TO WS-PDD-REQUERIDA.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-NOME-FAIXA (WS-IDX)   TO DET001-FAIXA.
           MOVE WS-TAB-FX-ITENS (WS-IDX) TO DET001-ITENS.
           MOVE WS-TAB-FX-VALOR (WS-IDX) TO DET001-VALOR.
           MOVE WS-TAB-FX-PERC (WS-IDX)  TO DET001-PERC.
           MOVE WS-TAB-FX-PDD (WS-IDX)   TO DET001-PDD.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-BAIXAS-DO-MES       SECTION.
      *================================================================*
      * SO ENTRAM AS BAIXAS COM DATA NO MES DE REFERENCIA; AS DE
      * MESES ANTERIORES JA FORAM LANCADAS NOS FECHAMENTOS DELES.
      *
           IF ACUM-LINHAS GREATER 50
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM CAB006 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB007 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           ADD 4                  TO ACUM-LINHAS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTPERD.
           PERFORM 001-03-FS-HISTPERD.

           PERFORM 005-01-TRATAR-BAIXA
               UNTIL FS-HISTPERD EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTPERD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-TRATAR-BAIXA        SECTION.
      *================================================================*
           ADD 1                  TO ACUM-HISTORICO.
           MOVE DATA-HPE          TO WS-DATA-BAIXA.

           IF WS-MES-BAIXA EQUAL WS-MES-REF
               PERFORM 005-02-IMPRIMIR-BAIXA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTPERD.
           PERFORM 001-03-FS-HISTPERD.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-IMPRIMIR-BAIXA      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-BAIXAS.
           ADD VALOR-HPE          TO ACUM-VLR-BAIXAS.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE NUM-PED-HPE       TO DET002-PEDIDO.
           MOVE COD-CLI-HPE       TO DET002-CLIENTE.
           MOVE VALOR-HPE         TO DET002-VALOR.
           MOVE MOTIVO-HPE        TO DET002-MOTIVO.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-LANCAR-MOVIMENTO    SECTION.
      *================================================================*
      * BAIXAS DO MES CONTRA A PROVISAO E, SOBRE O SALDO QUE SOBRA,
      * O AJUSTE ATE A PROVISAO REQUERIDA PELA CARTEIRA.
      *
           MOVE ACUM-VLR-BAIXAS   TO WS-VALOR-LANC.
           MOVE WS-CONTA-PDD      TO WS-CONTA-DEB.
           MOVE WS-CONTA-CLI      TO WS-CONTA-CRED.
           PERFORM 006-10-LANCAR-PARTIDA.

           COMPUTE WS-SALDO-APOS-BAIXAS =
               WS-SALDO-ANTERIOR - ACUM-VLR-BAIXAS.
           COMPUTE WS-AJUSTE =
               WS-PDD-REQUERIDA - WS-SALDO-APOS-BAIXAS.

           IF WS-AJUSTE GREATER ZEROS
               MOVE WS-AJUSTE     TO WS-VALOR-LANC
               MOVE WS-CONTA-DESP TO WS-CONTA-DEB
               MOVE WS-CONTA-PDD  TO WS-CONTA-CRED
               PERFORM 006-10-LANCAR-PARTIDA
           ELSE
               COMPUTE WS-VALOR-LANC = ZEROS - WS-AJUSTE
               MOVE WS-CONTA-PDD  TO WS-CONTA-DEB
               MOVE WS-CONTA-DESP TO WS-CONTA-CRED
               PERFORM 006-10-LANCAR-PARTIDA.

       006-00-FIM.                EXIT.

      *================================================================*
       006-10-LANCAR-PARTIDA      SECTION.
      *================================================================*
      * UMA PARTIDA DE WS-VALOR-LANC A DEBITO DE WS-CONTA-DEB E A
      * CREDITO DE WS-CONTA-CRED; VALOR ZERO NAO GERA LANCAMENTO.
      *
           IF WS-VALOR-LANC GREATER ZEROS
               MOVE WS-CONTA-DEB  TO WS-CONTA-ACUM
               MOVE 'D'           TO WS-DC-ACUM
               PERFORM 006-11-ACUMULAR-CONTA
               MOVE WS-CONTA-CRED TO WS-CONTA-ACUM
               MOVE 'C'           TO WS-DC-ACUM
               PERFORM 006-11-ACUMULAR-CONTA.

       006-10-FIM.                EXIT.

      *================================================================*
       006-11-ACUMULAR-CONTA      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 006-12-PROCURAR-ACUM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTA-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               ADD 1              TO WS-TAB-CTA-QTD
               MOVE WS-TAB-CTA-QTD TO WS-ACHADO
               MOVE WS-CONTA-ACUM TO
                   WS-TAB-CTA-CONTA (WS-ACHADO)
               MOVE WS-DC-ACUM    TO
                   WS-TAB-CTA-DC (WS-ACHADO)
               MOVE ZEROS         TO
                   WS-TAB-CTA-ITENS (WS-ACHADO)
                   WS-TAB-CTA-VALOR (WS-ACHADO).

           ADD 1                  TO WS-TAB-CTA-ITENS (WS-ACHADO).
           ADD WS-VALOR-LANC      TO WS-TAB-CTA-VALOR (WS-ACHADO).

       006-11-FIM.                EXIT.

      *================================================================*
       006-12-PROCURAR-ACUM       SECTION.
      *================================================================*
           IF WS-TAB-CTA-CONTA (WS-IDX) EQUAL WS-CONTA-ACUM
              AND WS-TAB-CTA-DC (WS-IDX) EQUAL WS-DC-ACUM
               MOVE WS-IDX        TO WS-ACHADO.

       006-12-FIM.                EXIT.

      *================================================================*
       007-00-GERAR-LANCAMENTOS   SECTION.
      *================================================================*
      * UM LANCAMENTO POR CONTA E NATUREZA, NA DATA DE REFERENCIA,
      * COM A QUANTIDADE DE PARTIDAS RESUMIDAS EM QTD-PDC.
      *
           IF ACUM-LINHAS GREATER 50
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM CAB008 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB009 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           ADD 4                  TO ACUM-LINHAS.

           PERFORM 007-01-LANCAR-UMA-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTA-QTD.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-LANCAR-UMA-CONTA    SECTION.
      *================================================================*
           MOVE WS-TAB-CTA-CONTA (WS-IDX) TO CONTA-PDC.
           MOVE WS-TAB-CTA-DC (WS-IDX)    TO IND-DC-PDC.
           MOVE WS-TAB-CTA-ITENS (WS-IDX) TO QTD-PDC.
           MOVE WS-TAB-CTA-VALOR (WS-IDX) TO VALOR-PDC.
           MOVE WS-DATA-REF       TO DATA-LANC-PDC.

           ADD 1                  TO ACUM-LANCAMENTOS.
           ADD 1                  TO WS-SEQ-LANC.
           MOVE WS-SEQ-LANC       TO QTD-REG-PDC.
           MOVE DATA-LANC-PDC     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'PDDCONT'     TO WS-PER-ARQUIVO
               MOVE REG-PDDCONT   TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-PDDCONT
               PERFORM 001-06-FS-PDDCONT.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-CTA-CONTA (WS-IDX) TO DET003-CONTA.
           MOVE WS-TAB-CTA-DC (WS-IDX)    TO DET003-DC.
           MOVE WS-TAB-CTA-ITENS (WS-IDX) TO DET003-ITENS.
           MOVE WS-TAB-CTA-VALOR (WS-IDX) TO DET003-VALOR.

           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       007-01-FIM.                EXIT.

      *================================================================*
       007-50-GRAVAR-SALDOPDN     SECTION.
      *================================================================*
           MOVE SPACES            TO REG-SALDOPDD.
           MOVE WS-DATA-REF       TO DATA-SPD.
           MOVE WS-PDD-REQUERIDA  TO SALDO-SPD.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-SALDOPDN     FROM REG-SALDOPDD.
           PERFORM 001-05-FS-SALDOPDN.

       007-50-FIM.                EXIT.

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
       009-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 45
               PERFORM 008-00-CABECALHOS.

           MOVE ACUM-ITENS        TO TOT001-ITENS.
           MOVE ACUM-HISTORICO    TO TOT002-HISTORICO.
           MOVE ACUM-BAIXAS       TO TOT003-BAIXAS.
           MOVE ACUM-LANCAMENTOS  TO TOT004-LANCAMENTOS.
           MOVE ACUM-VLR-ABERTO   TO TOT005-VLR-ABERTO.
           MOVE WS-SALDO-ANTERIOR TO TOT006-SALDO-ANT.
           MOVE ACUM-VLR-BAIXAS   TO TOT007-BAIXAS.
           MOVE WS-SALDO-APOS-BAIXAS TO TOT008-SALDO-APOS.
           MOVE WS-PDD-REQUERIDA  TO TOT009-REQUERIDA.
           MOVE WS-AJUSTE         TO TOT010-AJUSTE.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-07-FS-RELATO.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SALDOPDN
                 PDDCONT
                 RELATO.
           PERFORM 001-05-FS-SALDOPDN.
           PERFORM 001-06-FS-PDDCONT.
           PERFORM 001-07-FS-RELATO.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       010-00-FIM.                EXIT.

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

           MOVE 'PU8EXF40'      TO PROGRAMA-PSU.
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
               MOVE 'PU8EXF40'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-ITENS              TO RUNLOG-QTD-LIDOS
               MOVE ACUM-LANCAMENTOS        TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
