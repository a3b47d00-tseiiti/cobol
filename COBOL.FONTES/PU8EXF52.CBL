       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF52.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONTABILIZACAO DA FOLHA MENSAL E DOS ENCARGOS DO EMPREGADOR.
      * LE O EXTRATO FOLHALIQ GERADO PELO PU8EXE27 (BRUTO, INSS E IRRF
      * DESCONTADOS E LIQUIDO, JA SEM A PARCELA DE CONSIGNADO) E, POR
      * FUNCIONARIO, CALCULA O DEPOSITO DO FGTS E O INSS PATRONAL
      * SOBRE O BRUTO, COM OS PERCENTUAIS DO PARMENCF. O DESCONTO DE
      * EMPRESTIMO E A DIFERENCA ENTRE O BRUTO MENOS INSS E IRRF E O
      * LIQUIDO DO EXTRATO.
      *
      * OS LANCAMENTOS SAEM BALANCEADOS NO FOLCONT (LAYOUT CADCONTA):
      * DEBITO DA DESPESA DE SALARIOS PELO BRUTO, CREDITO DO INSS A
      * RECOLHER, DO IRRF A RECOLHER, DOS CONSIGNADOS A REPASSAR E DOS
      * SALARIOS A PAGAR; DEBITO DAS DESPESAS DE FGTS E DE INSS
      * PATRONAL CONTRA O FGTS A RECOLHER E O INSS A RECOLHER. AS
      * CONTAS VEM DO PARMENCF. COMO NO PU8EXE46, AS DESPESAS SAEM
      * TAMBEM ABERTAS POR CENTRO DE CUSTO NO FOLCC (LAYOUT DO
      * CADCONTC), NO CENTRO FORMADO PELA SECAO SEGUIDA DE '00', E OS
      * CREDITOS DE PASSIVO NO CENTRO GERAL '000', PARA O BALANCETE
      * POR CENTRO DO PU8EXE97.
      *
      * A PARTE DOS FUNCIONARIOS NOS PLANOS DE BENEFICIO, QUE O
      * PU8EXE27 INFORMA EM BENEF-LIQ, E CREDITADA EM CONTA PROPRIA DE
      * BENEFICIOS A REPASSAR AOS FORNECEDORES (CONTA-BENEF-PAG-PARM
      * DO PARMENCF; EM BRANCO, VALE A CONTA PADRAO) E NAO ENTRA NA
      * DIFERENCA QUE APURA O DESCONTO DE CONSIGNADO.
      *
      * O RELATORIO RESUME A FOLHA POR SECAO E TRAZ NO FIM OS TOTAIS
      * DAS GUIAS DO MES: FGTS A DEPOSITAR E INSS A RECOLHER NA GPS
      * (DESCONTADO DOS EMPREGADOS MAIS A PARTE PATRONAL).
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO FOLCONT NEM NO
      * FOLCC; E RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E
      * EXIBIDA NO FIM.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT FOLHALIQ        ASSIGN TO UT-S-FOLHALIQ
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FOLHALIQ.
      *
           SELECT FOLCC           ASSIGN TO UT-S-FOLCC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FOLCC.
      *
           SELECT FOLCONT         ASSIGN TO UT-S-FOLCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FOLCONT.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMENCF    ASSIGN TO UT-S-PARMENCF
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMENCF.
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
      * EXTRATO DE FOLHA DE PAGAMENTO DO PU8EXE27
      *
       FD FOLHALIQ
          RECORD      CONTAINS    81 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-FOLHALIQ.
       01 REG-FOLHALIQ.
          05 CODIGO-LIQ           PIC 9(05).
          05 NOME-LIQ             PIC X(30).
          05 SECAO-LIQ            PIC X(01).
          05 SALARIO-LIQ          PIC 9(07)V99.
          05 INSS-LIQ             PIC 9(07)V99.
          05 IRRF-LIQ             PIC 9(07)V99.
          05 SALARIO-NETO         PIC 9(07)V99.
          05 BENEF-LIQ            PIC 9(07)V99.
      *
      * LANCAMENTOS DA FOLHA POR CENTRO DE CUSTO, NO LAYOUT DO
      * CADCONTC DO PU8EXE45.
      *
       FD FOLCC
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FOLCC.
       01 REG-FOLCC.
          05 CONTA-FCC            PIC X(10).
          05 CC-FCC               PIC X(03).
          05 IND-DC-FCC           PIC X(01).
          05 VALOR-FCC            PIC 9(11)V99.
          05 DATA-LANC-FCC        PIC 9(08).
          05 FILLER               PIC X(07).
      *
      * LANCAMENTOS DA FOLHA NO LAYOUT DO CADCONTA.
      *
       FD FOLCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FOLCONT.
       01 REG-FOLCONT.
          05 CONTA-FOL            PIC X(10).
          05 IND-DC-FOL           PIC X(01).
          05 QTD-FOL              PIC 9(06).
          05 VALOR-FOL            PIC 9(11)V99.
          05 DATA-LANC-FOL        PIC 9(08).
          05 QTD-REG-FOL          PIC 9(04).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO COM OS PERCENTUAIS DOS ENCARGOS (99V99) SOBRE O
      * BRUTO E AS CONTAS DA CONTABILIZACAO DA FOLHA. NAO CONFUNDIR
      * COM O PARMENC DO PU8EXE99 (CONTA DE LUCROS ACUMULADOS).
      *
       FD PARMENCF
           RECORD     CONTAINS    98 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMENCF.
       01 REG-PARMENCF.
          05 PERC-FGTS-PARM       PIC 9(02)V99.
          05 PERC-INSS-PAT-PARM   PIC 9(02)V99.
          05 CONTA-DESP-SAL-PARM  PIC X(10).
          05 CONTA-DESP-FGTS-PARM PIC X(10).
          05 CONTA-DESP-INSS-PARM PIC X(10).
          05 CONTA-INSS-REC-PARM  PIC X(10).
          05 CONTA-IRRF-REC-PARM  PIC X(10).
          05 CONTA-FGTS-REC-PARM  PIC X(10).
          05 CONTA-EMPR-PAG-PARM  PIC X(10).
          05 CONTA-SAL-PAG-PARM   PIC X(10).
          05 CONTA-BENEF-PAG-PARM PIC X(10).
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
      *
      *  PERCENTUAIS E CONTAS DA FOLHA - VALORES "DE FABRICA" 8,00
      *  PARA O FGTS E 20,00 PARA O INSS PATRONAL, COM CONTAS
      *  GENERICAS
      *
       77 WS-PERC-FGTS            PIC 9(02)V99 VALUE 8,00.
       77 WS-PERC-INSS-PAT        PIC 9(02)V99 VALUE 20,00.
       77 WS-CONTA-DESP-SAL       PIC X(10) VALUE 'DESPSALAR '.
       77 WS-CONTA-DESP-FGTS      PIC X(10) VALUE 'DESPFGTS  '.
       77 WS-CONTA-DESP-INSS      PIC X(10) VALUE 'DESPINSS  '.
       77 WS-CONTA-INSS-REC       PIC X(10) VALUE 'INSSRECOL '.
       77 WS-CONTA-IRRF-REC       PIC X(10) VALUE 'IRRFRECOL '.
       77 WS-CONTA-FGTS-REC       PIC X(10) VALUE 'FGTSRECOL '.
       77 WS-CONTA-EMPR-PAG       PIC X(10) VALUE 'CONSIGPAG '.
       77 WS-CONTA-SAL-PAG        PIC X(10) VALUE 'SALARPAGAR'.
       77 WS-CONTA-BENEF-PAG      PIC X(10) VALUE 'BENEFPAGAR'.
      *
      *  RESUMO POR SECAO
      *
       01 WS-TAB-SEC.
          05 WS-TAB-SEC-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-SEC-ENTRY OCCURS 30 TIMES.
             10 WS-TAB-SEC-SECAO  PIC X(01).
             10 WS-TAB-SEC-FUNC   PIC 9(05).
             10 WS-TAB-SEC-SAL    PIC 9(11)V99.
             10 WS-TAB-SEC-FGTS   PIC 9(11)V99.
             10 WS-TAB-SEC-INSS   PIC 9(11)V99.
      *
       77 WS-IDX                  PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHADO           PIC 9(02) VALUE ZEROS.
       77 WS-VLR-FGTS             PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-INSS-PAT         PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-EMPR             PIC S9(09)V99 VALUE ZEROS.
       77 WS-CONTA-LANC           PIC X(10) VALUE SPACES.
       77 WS-CC-LANC              PIC X(03) VALUE SPACES.
       77 WS-IND-DC-LANC          PIC X(01) VALUE SPACES.
       77 WS-VALOR-LANC           PIC 9(11)V99 VALUE ZEROS.
       77 WS-SEQ-LANC             PIC 9(04) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-TOT-BRUTO          PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-INSS           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-IRRF           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-EMPR           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-BENEF          PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-LIQUIDO        PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-FGTS           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-INSS-PAT       PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-GUIA-INSS          PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FOLHALIQ             PIC X(02) VALUE SPACES.
       77 FS-FOLCONT              PIC X(02) VALUE SPACES.
       77 FS-FOLCC                PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMENCF             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF52'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'CONTABILIZACAO DA FOLHA E ENCARGOS POR SECAO'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'SECAO'.
          05 FILLER               PIC X(08) VALUE 'FUNCS'.
          05 FILLER               PIC X(19) VALUE 'SALARIO BRUTO'.
          05 FILLER               PIC X(19) VALUE 'FGTS'.
          05 FILLER               PIC X(16) VALUE 'INSS PATRONAL'.
      *
       01  DET001.
          05 DET001-SECAO         PIC X(01).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 DET001-FUNC          PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SAL           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-FGTS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-INSS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE FUNCIONARIOS LIDOS              :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(29) VALUE
             'SALARIOS BRUTOS            :'.
          05 TOT002-BRUTO         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT003.
          05 FILLER               PIC X(29) VALUE
             'INSS DESCONTADO            :'.
          05 TOT003-INSS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT004.
          05 FILLER               PIC X(29) VALUE
             'IRRF DESCONTADO            :'.
          05 TOT004-IRRF          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'CONSIGNADOS DESCONTADOS    :'.
          05 TOT005-EMPR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(29) VALUE
             'BENEFICIOS DESCONTADOS     :'.
          05 TOT010-BENEF         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'SALARIOS LIQUIDOS A PAGAR  :'.
          05 TOT006-LIQUIDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'INSS PATRONAL              :'.
          05 TOT007-INSS-PAT      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'GUIA DO FGTS A DEPOSITAR   :'.
          05 TOT008-FGTS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'GUIA DO INSS (GPS)         :'.
          05 TOT009-GUIA-INSS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 001-09-LER-PARMENCF.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-VER-ARQ-VAZIO.
           PERFORM 004-00-TRATAR
               UNTIL FS-FOLHALIQ EQUAL '10'.
           PERFORM 005-00-IMPRIMIR-SECOES.
           PERFORM 006-00-GRAVAR-LANCAMENTOS.
           PERFORM 006-50-GRAVAR-FOLCC.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 008-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  FOLHALIQ
                       PARMENCF
                       PARMDATA
                OUTPUT FOLCONT
                       FOLCC
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-FOLHALIQ.
           PERFORM 001-03-FS-FOLCONT.
           PERFORM 001-07-FS-FOLCC.
           PERFORM 001-04-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-FOLHALIQ         SECTION.
      *================================================================*
           MOVE 'FOLHALIQ'        TO FS-ARQUIVO.
           MOVE FS-FOLHALIQ       TO FS-COD-STATUS.

           IF FS-FOLHALIQ NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-FOLCONT          SECTION.
      *================================================================*
           MOVE 'FOLCONT'         TO FS-ARQUIVO.
           MOVE FS-FOLCONT        TO FS-COD-STATUS.

           IF FS-FOLCONT NOT EQUAL '00'
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
       001-06-FS-PARMENCF         SECTION.
      *================================================================*
           MOVE 'PARMENCF'        TO FS-ARQUIVO.
           MOVE FS-PARMENCF       TO FS-COD-STATUS.

           IF FS-PARMENCF NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-FOLCC            SECTION.
      *================================================================*
           MOVE 'FOLCC'           TO FS-ARQUIVO.
           MOVE FS-FOLCC          TO FS-COD-STATUS.

           IF FS-FOLCC NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-05-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMENCF        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMENCF.
           PERFORM 001-06-FS-PARMENCF.

           IF FS-PARMENCF EQUAL '00'
               MOVE PERC-FGTS-PARM       TO WS-PERC-FGTS
               MOVE PERC-INSS-PAT-PARM   TO WS-PERC-INSS-PAT
               MOVE CONTA-DESP-SAL-PARM  TO WS-CONTA-DESP-SAL
               MOVE CONTA-DESP-FGTS-PARM TO WS-CONTA-DESP-FGTS
               MOVE CONTA-DESP-INSS-PARM TO WS-CONTA-DESP-INSS
               MOVE CONTA-INSS-REC-PARM  TO WS-CONTA-INSS-REC
               MOVE CONTA-IRRF-REC-PARM  TO WS-CONTA-IRRF-REC
               MOVE CONTA-FGTS-REC-PARM  TO WS-CONTA-FGTS-REC
               MOVE CONTA-EMPR-PAG-PARM  TO WS-CONTA-EMPR-PAG
               MOVE CONTA-SAL-PAG-PARM   TO WS-CONTA-SAL-PAG
               IF CONTA-BENEF-PAG-PARM NOT EQUAL SPACES
                   MOVE CONTA-BENEF-PAG-PARM TO WS-CONTA-BENEF-PAG.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMENCF.

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
       003-00-VER-ARQ-VAZIO       SECTION.
      *================================================================*
           PERFORM 003-01-LER-FOLHALIQ.

           IF FS-FOLHALIQ EQUAL '10'
               DISPLAY '* ARQUIVO FOLHALIQ VAZIO *'
               DISPLAY '* PROGRAMA ENCERRADO     *'
               PERFORM 008-00-FECHAR-ARQUIVOS
               STOP RUN.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-LER-FOLHALIQ        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FOLHALIQ.

           IF FS-FOLHALIQ NOT EQUAL '10'
               PERFORM 001-02-FS-FOLHALIQ.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR              SECTION.
      *================================================================*
      * ENCARGOS DO EMPREGADOR SOBRE O BRUTO DE CADA FUNCIONARIO E
      * DESCONTO DE CONSIGNADO PELA DIFERENCA PARA O LIQUIDO, FORA
      * O DESCONTO DE BENEFICIOS, QUE VEM EM LINHA PROPRIA.
      *
           ADD 1                  TO ACUM-LIDOS.

           COMPUTE WS-VLR-FGTS ROUNDED =
               (SALARIO-LIQ * WS-PERC-FGTS) / 100.
           COMPUTE WS-VLR-INSS-PAT ROUNDED =
               (SALARIO-LIQ * WS-PERC-INSS-PAT) / 100.
           COMPUTE WS-VLR-EMPR =
               SALARIO-LIQ - INSS-LIQ - IRRF-LIQ - BENEF-LIQ
                           - SALARIO-NETO.
           IF WS-VLR-EMPR LESS ZEROS
               MOVE ZEROS         TO WS-VLR-EMPR.

           ADD SALARIO-LIQ        TO ACUM-TOT-BRUTO.
           ADD INSS-LIQ           TO ACUM-TOT-INSS.
           ADD IRRF-LIQ           TO ACUM-TOT-IRRF.
           ADD WS-VLR-EMPR        TO ACUM-TOT-EMPR.
           ADD BENEF-LIQ          TO ACUM-TOT-BENEF.
           ADD SALARIO-NETO       TO ACUM-TOT-LIQUIDO.
           ADD WS-VLR-FGTS        TO ACUM-TOT-FGTS.
           ADD WS-VLR-INSS-PAT    TO ACUM-TOT-INSS-PAT.

           PERFORM 004-01-ACUMULAR-SECAO.

           PERFORM 003-01-LER-FOLHALIQ.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-SECAO      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-IDX-ACHADO.

           PERFORM 004-02-PROCURAR-SECAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-SEC-QTD
                  OR WS-IDX-ACHADO NOT EQUAL ZEROS.

           IF WS-IDX-ACHADO EQUAL ZEROS
               IF WS-TAB-SEC-QTD EQUAL 30
                   DISPLAY '* MAIS DE 30 SECOES NO FOLHALIQ *'
                   MOVE 'FOLHALIQ' TO FS-ARQUIVO
                   MOVE SPACES     TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   ADD 1          TO WS-TAB-SEC-QTD
                   MOVE SECAO-LIQ TO
                       WS-TAB-SEC-SECAO (WS-TAB-SEC-QTD)
                   MOVE ZEROS     TO
                       WS-TAB-SEC-FUNC (WS-TAB-SEC-QTD)
                   MOVE ZEROS     TO
                       WS-TAB-SEC-SAL (WS-TAB-SEC-QTD)
                   MOVE ZEROS     TO
                       WS-TAB-SEC-FGTS (WS-TAB-SEC-QTD)
                   MOVE ZEROS     TO
                       WS-TAB-SEC-INSS (WS-TAB-SEC-QTD)
                   MOVE WS-TAB-SEC-QTD TO WS-IDX-ACHADO.

           ADD 1                  TO
               WS-TAB-SEC-FUNC (WS-IDX-ACHADO).
           ADD SALARIO-LIQ        TO
               WS-TAB-SEC-SAL (WS-IDX-ACHADO).
           ADD WS-VLR-FGTS        TO
               WS-TAB-SEC-FGTS (WS-IDX-ACHADO).
           ADD WS-VLR-INSS-PAT    TO
               WS-TAB-SEC-INSS (WS-IDX-ACHADO).

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-SECAO      SECTION.
      *================================================================*
           IF WS-TAB-SEC-SECAO (WS-IDX) EQUAL SECAO-LIQ
               MOVE WS-IDX        TO WS-IDX-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-SECOES     SECTION.
      *================================================================*
           PERFORM 005-01-IMPRIMIR-UMA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-SEC-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-IMPRIMIR-UMA        SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 005-02-CABECALHOS.

           MOVE WS-TAB-SEC-SECAO (WS-IDX) TO DET001-SECAO.
           MOVE WS-TAB-SEC-FUNC (WS-IDX)  TO DET001-FUNC.
           MOVE WS-TAB-SEC-SAL (WS-IDX)   TO DET001-SAL.
           MOVE WS-TAB-SEC-FGTS (WS-IDX)  TO DET001-FGTS.
           MOVE WS-TAB-SEC-INSS (WS-IDX)  TO DET001-INSS.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-CABECALHOS          SECTION.
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

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-GRAVAR-LANCAMENTOS  SECTION.
      *================================================================*
      * FOLHA: DEBITO DO BRUTO NA DESPESA CONTRA OS DESCONTOS E O
      * LIQUIDO; ENCARGOS: DEBITO NA DESPESA CONTRA O PASSIVO.
      *
           MOVE WS-CONTA-DESP-SAL TO CONTA-FOL.
           MOVE 'D'               TO IND-DC-FOL.
           MOVE ACUM-TOT-BRUTO    TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-INSS-REC TO CONTA-FOL.
           MOVE 'C'               TO IND-DC-FOL.
           MOVE ACUM-TOT-INSS     TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-IRRF-REC TO CONTA-FOL.
           MOVE 'C'               TO IND-DC-FOL.
           MOVE ACUM-TOT-IRRF     TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-EMPR-PAG TO CONTA-FOL.
           MOVE 'C'               TO IND-DC-FOL.
           MOVE ACUM-TOT-EMPR     TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-BENEF-PAG TO CONTA-FOL.
           MOVE 'C'               TO IND-DC-FOL.
           MOVE ACUM-TOT-BENEF    TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-SAL-PAG  TO CONTA-FOL.
           MOVE 'C'               TO IND-DC-FOL.
           MOVE ACUM-TOT-LIQUIDO  TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-DESP-FGTS TO CONTA-FOL.
           MOVE 'D'               TO IND-DC-FOL.
           MOVE ACUM-TOT-FGTS     TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-FGTS-REC TO CONTA-FOL.
           MOVE 'C'               TO IND-DC-FOL.
           MOVE ACUM-TOT-FGTS     TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-DESP-INSS TO CONTA-FOL.
           MOVE 'D'               TO IND-DC-FOL.
           MOVE ACUM-TOT-INSS-PAT TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

           MOVE WS-CONTA-INSS-REC TO CONTA-FOL.
           MOVE 'C'               TO IND-DC-FOL.
           MOVE ACUM-TOT-INSS-PAT TO VALOR-FOL.
           PERFORM 006-01-GRAVAR-UM.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-GRAVAR-UM           SECTION.
      *================================================================*
      *    PARTIDA ZERADA (SEM CONSIGNADO, SEM IRRF...) NAO E GRAVADA
           IF VALOR-FOL GREATER ZEROS
               ADD 1              TO WS-SEQ-LANC
               MOVE ACUM-LIDOS    TO QTD-FOL
               MOVE WS-DATA-SYS   TO DATA-LANC-FOL
               MOVE WS-SEQ-LANC   TO QTD-REG-FOL
               MOVE DATA-LANC-FOL TO WS-PER-DATA
               PERFORM 800-10-TESTAR-PERIODO
               IF WS-PER-FECHADO EQUAL 'S'
                   MOVE 'FOLCONT' TO WS-PER-ARQUIVO
                   MOVE REG-FOLCONT TO WS-PER-LANC
                   PERFORM 800-20-RETER-PARTIDA
               ELSE
                   MOVE FS-GRAVACAO TO FS-OPERACAO
                   WRITE REG-FOLCONT
                   PERFORM 001-03-FS-FOLCONT
                   ADD 1          TO ACUM-GRAVADOS.

       006-01-FIM.                EXIT.

      *================================================================*
       006-50-GRAVAR-FOLCC        SECTION.
      *================================================================*
      * DEBITOS DE DESPESA ABERTOS POR SECAO (CENTRO = SECAO + '00')
      * E CREDITOS DE PASSIVO NO CENTRO GERAL '000'.
      *
           PERFORM 006-51-GRAVAR-UMA-SECAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-SEC-QTD.

           MOVE WS-CONTA-INSS-REC TO WS-CONTA-LANC.
           MOVE '000'             TO WS-CC-LANC.
           MOVE 'C'               TO WS-IND-DC-LANC.
           COMPUTE WS-VALOR-LANC = ACUM-TOT-INSS + ACUM-TOT-INSS-PAT.
           PERFORM 006-52-GRAVAR-UM-CC.

           MOVE WS-CONTA-IRRF-REC TO WS-CONTA-LANC.
           MOVE '000'             TO WS-CC-LANC.
           MOVE 'C'               TO WS-IND-DC-LANC.
           MOVE ACUM-TOT-IRRF     TO WS-VALOR-LANC.
           PERFORM 006-52-GRAVAR-UM-CC.

           MOVE WS-CONTA-EMPR-PAG TO WS-CONTA-LANC.
           MOVE '000'             TO WS-CC-LANC.
           MOVE 'C'               TO WS-IND-DC-LANC.
           MOVE ACUM-TOT-EMPR     TO WS-VALOR-LANC.
           PERFORM 006-52-GRAVAR-UM-CC.

           MOVE WS-CONTA-BENEF-PAG TO WS-CONTA-LANC.
           MOVE '000'             TO WS-CC-LANC.
           MOVE 'C'               TO WS-IND-DC-LANC.
           MOVE ACUM-TOT-BENEF    TO WS-VALOR-LANC.
           PERFORM 006-52-GRAVAR-UM-CC.

           MOVE WS-CONTA-SAL-PAG  TO WS-CONTA-LANC.
           MOVE '000'             TO WS-CC-LANC.
           MOVE 'C'               TO WS-IND-DC-LANC.
           MOVE ACUM-TOT-LIQUIDO  TO WS-VALOR-LANC.
           PERFORM 006-52-GRAVAR-UM-CC.

           MOVE WS-CONTA-FGTS-REC TO WS-CONTA-LANC.
           MOVE '000'             TO WS-CC-LANC.
           MOVE 'C'               TO WS-IND-DC-LANC.
           MOVE ACUM-TOT-FGTS     TO WS-VALOR-LANC.
           PERFORM 006-52-GRAVAR-UM-CC.

       006-50-FIM.                EXIT.

      *================================================================*
       006-51-GRAVAR-UMA-SECAO    SECTION.
      *================================================================*
           MOVE WS-CONTA-DESP-SAL TO WS-CONTA-LANC.
           MOVE WS-TAB-SEC-SAL (WS-IDX) TO WS-VALOR-LANC.
           PERFORM 006-53-DEBITAR-SECAO.

           MOVE WS-CONTA-DESP-FGTS TO WS-CONTA-LANC.
           MOVE WS-TAB-SEC-FGTS (WS-IDX) TO WS-VALOR-LANC.
           PERFORM 006-53-DEBITAR-SECAO.

           MOVE WS-CONTA-DESP-INSS TO WS-CONTA-LANC.
           MOVE WS-TAB-SEC-INSS (WS-IDX) TO WS-VALOR-LANC.
           PERFORM 006-53-DEBITAR-SECAO.

       006-51-FIM.                EXIT.

      *================================================================*
       006-52-GRAVAR-UM-CC        SECTION.
      *================================================================*
           IF WS-VALOR-LANC GREATER ZEROS
               MOVE SPACES        TO REG-FOLCC
               MOVE WS-CONTA-LANC TO CONTA-FCC
               MOVE WS-CC-LANC    TO CC-FCC
               MOVE WS-IND-DC-LANC TO IND-DC-FCC
               MOVE WS-VALOR-LANC TO VALOR-FCC
               MOVE WS-DATA-SYS   TO DATA-LANC-FCC
               MOVE DATA-LANC-FCC TO WS-PER-DATA
               PERFORM 800-10-TESTAR-PERIODO
               IF WS-PER-FECHADO EQUAL 'S'
                   MOVE 'FOLCC'   TO WS-PER-ARQUIVO
                   MOVE REG-FOLCC TO WS-PER-LANC
                   PERFORM 800-20-RETER-PARTIDA
               ELSE
                   MOVE FS-GRAVACAO TO FS-OPERACAO
                   WRITE REG-FOLCC
                   PERFORM 001-07-FS-FOLCC.

       006-52-FIM.                EXIT.

      *================================================================*
       006-53-DEBITAR-SECAO       SECTION.
      *================================================================*
           MOVE SPACES            TO WS-CC-LANC.
           STRING WS-TAB-SEC-SECAO (WS-IDX) '00'
               DELIMITED BY SIZE INTO WS-CC-LANC.
           MOVE 'D'               TO WS-IND-DC-LANC.
           PERFORM 006-52-GRAVAR-UM-CC.

       006-53-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           COMPUTE ACUM-GUIA-INSS = ACUM-TOT-INSS + ACUM-TOT-INSS-PAT.

           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-TOT-BRUTO    TO TOT002-BRUTO.
           MOVE ACUM-TOT-INSS     TO TOT003-INSS.
           MOVE ACUM-TOT-IRRF     TO TOT004-IRRF.
           MOVE ACUM-TOT-EMPR     TO TOT005-EMPR.
           MOVE ACUM-TOT-BENEF    TO TOT010-BENEF.
           MOVE ACUM-TOT-LIQUIDO  TO TOT006-LIQUIDO.
           MOVE ACUM-TOT-INSS-PAT TO TOT007-INSS-PAT.
           MOVE ACUM-TOT-FGTS     TO TOT008-FGTS.
           MOVE ACUM-GUIA-INSS    TO TOT009-GUIA-INSS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FOLHALIQ
                 FOLCONT
                 FOLCC
                 RELATO.
           PERFORM 001-01-TESTAR-FS.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

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

           MOVE 'PU8EXF52'        TO PROGRAMA-PSU.
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
               MOVE 'PU8EXF52'        TO RUNLOG-PROGRAMA
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
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
