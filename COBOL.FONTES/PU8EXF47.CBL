       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF47.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ESCRITURACAO CONTABIL DIGITAL (ARQUIVO DO SPED CONTABIL, ECD)
      * DO PERIODO: MONTA O ARQUIVO TEXTO DELIMITADO POR '|' PARA O
      * PROGRAMA VALIDADOR DO FISCO DIRETAMENTE DO PLANO DE CONTAS
      * (PLANOCTA), DOS SALDOS DE ABERTURA E DE FECHAMENTO (CADCONTP
      * E CADCONTF) E DOS FLUXOS DE POSTAGEM DO PERIODO, SEM
      * REDIGITACAO.
      *
      * REGISTROS GERADOS (ARQUIVO SPEDECD):
      *   BLOCO 0 - 0000 ABERTURA DO ARQUIVO E IDENTIFICACAO DA
      *             EMPRESA, 0001 E 0990;
      *   BLOCO I - I001, I010 (LIVRO DIARIO 'G'), I030 TERMO DE
      *             ABERTURA, I050 PLANO DE CONTAS (SINTETICAS E
      *             ANALITICAS, COM NATUREZA, NIVEL E CONTA
      *             SUPERIOR), I150/I155 SALDOS DO PERIODO (INICIAL,
      *             DEBITOS, CREDITOS E FINAL), I200/I250 LANCAMENTOS
      *             E PARTIDAS, I990;
      *   BLOCO J - J001, J900 TERMO DE ENCERRAMENTO E J990;
      *   BLOCO 9 - 9001, 9900 (QUANTIDADE POR REGISTRO), 9990 E
      *             9999 ENCERRAMENTO DO ARQUIVO.
      *
      * OS FLUXOS DE POSTAGEM SAO OS MESMOS DO RAZAO ANALITICO DO
      * PU8EXF44, CADA QUAL NO SEU DD E TODOS OPCIONAIS. CADA
      * LANCAMENTO (I200) REUNE AS PARTIDAS DE UM FLUXO AUTOMATICO
      * NUMA DATA, OU AS PARTIDAS DE UM DOCUMENTO MANUAL APROVADO
      * (LANCAPR) NUMA DATA.
      *
      * DADOS DA EMPRESA E PERIODO (ARQUIVO PARMECD): CNPJ, UF,
      * CODIGO DO MUNICIPIO (IBGE), NIRE, NUMERO DE ORDEM DO LIVRO E
      * DATAS INICIAL E FINAL (AAAAMMDD). DATAS ZERADAS = EXERCICIO
      * CORRENTE ATE A DATA DO PARMDATA (OU DO SISTEMA).
      *
      * AS QUANTIDADES DE LINHAS DOS TERMOS E DOS REGISTROS DE
      * ENCERRAMENTO SAO CALCULADAS ANTES DA GRAVACAO E CONFERIDAS
      * DEPOIS COM AS LINHAS EFETIVAMENTE GRAVADAS. TUDO O QUE O
      * VALIDADOR RECUSARIA - CNPJ OU PERIODO INVALIDO, CONTA
      * SUPERIOR INEXISTENTE, CONTA DUPLICADA OU FORA DO PLANO, SALDO
      * EM CONTA SINTETICA, SALDO FINAL DIFERENTE DO CADCONTF,
      * DEBITOS DIFERENTES DOS CREDITOS, LANCAMENTO QUE NAO FECHA OU
      * FORA DO PERIODO, CONTAGEM QUE NAO CONFERE - SAI NO RELATORIO
      * DE CRITICA E O PROGRAMA TERMINA COM RETURN-CODE 0004. O
      * ARQUIVO E GERADO ASSIM MESMO, PARA CONFERENCIA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PLANOCTA        ASSIGN TO UT-S-PLANOCTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PLANOCTA.
      *
           SELECT CADCONTP        ASSIGN TO UT-S-CADCONTP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTP.
      *
           SELECT CADCONTF        ASSIGN TO UT-S-CADCONTF
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTF.
      *
           SELECT CADCONTA        ASSIGN TO UT-S-CADCONTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTA.
      *
           SELECT ESTCONT         ASSIGN TO UT-S-ESTCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ESTCONT.
      *
           SELECT APCONT          ASSIGN TO UT-S-APCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-APCONT.
      *
           SELECT VENDCONT        ASSIGN TO UT-S-VENDCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-VENDCONT.
      *
           SELECT PDDCONT         ASSIGN TO UT-S-PDDCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PDDCONT.
      *
           SELECT PROVCONT        ASSIGN TO UT-S-PROVCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PROVCONT.
      *
           SELECT DEPCONT         ASSIGN TO UT-S-DEPCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DEPCONT.
      *
           SELECT FOLCONT         ASSIGN TO UT-S-FOLCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FOLCONT.
      *
           SELECT BAIXCONT        ASSIGN TO UT-S-BAIXCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-BAIXCONT.
      *
           SELECT VARMOD          ASSIGN TO UT-S-VARMOD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-VARMOD.
      *
           SELECT ACESCONT        ASSIGN TO UT-S-ACESCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ACESCONT.
      *
           SELECT LANCAPR         ASSIGN TO UT-S-LANCAPR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-LANCAPR.
      *
           SELECT PARMECD         ASSIGN TO UT-S-PARMECD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMECD.
      *
           SELECT SPEDECD         ASSIGN TO UT-S-SPEDECD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SPEDECD.
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
       FD PLANOCTA
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PLANOCTA.
       COPY PLANOCTA.
      *
      * SALDOS DE ABERTURA (FECHAMENTO DO PERIODO ANTERIOR)
      *
       FD CADCONTP
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCONTP.
       01 REG-CADCONTP.
          05 CONTA-CTA-P          PIC X(10).
          05 IND-DC-CTA-P         PIC X(01).
          05 QTD-CTA-P            PIC 9(06).
          05 VALOR-CTA-P          PIC 9(11)V99.
          05 DATA-LANC-CTA-P      PIC 9(08).
          05 QTD-REG-CTA-P        PIC 9(04).
      *
      * SALDOS DE FECHAMENTO GRAVADOS PELO PU8EXE43
      *
       FD CADCONTF
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCONTF.
       01 REG-CADCONTF.
          05 CONTA-CTF            PIC X(10).
          05 IND-DC-CTF           PIC X(01).
          05 QTD-CTF              PIC 9(06).
          05 VALOR-CTF            PIC 9(11)V99.
          05 DATA-LANC-CTF        PIC 9(08).
          05 QTD-REG-CTF          PIC 9(04).
      *
      * FLUXOS DE POSTAGEM NO LAYOUT DO CADCONTA (VER WS-REG-MOV) E
      * LANCAMENTOS MANUAIS APROVADOS NO LAYOUT DO LANCMAN (VER
      * WS-REG-APR)
      *
       FD CADCONTA
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCONTA.
       01 REG-CADCONTA            PIC X(42).
      *
       FD ESTCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ESTCONT.
       01 REG-ESTCONT             PIC X(42).
      *
       FD APCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-APCONT.
       01 REG-APCONT              PIC X(42).
      *
       FD VENDCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-VENDCONT.
       01 REG-VENDCONT            PIC X(42).
      *
       FD PDDCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PDDCONT.
       01 REG-PDDCONT             PIC X(42).
      *
       FD PROVCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PROVCONT.
       01 REG-PROVCONT            PIC X(42).
      *
       FD DEPCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DEPCONT.
       01 REG-DEPCONT             PIC X(42).
      *
       FD FOLCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FOLCONT.
       01 REG-FOLCONT             PIC X(42).
      *
       FD BAIXCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-BAIXCONT.
       01 REG-BAIXCONT            PIC X(42).
      *
       FD VARMOD
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-VARMOD.
       01 REG-VARMOD              PIC X(42).
      *
       FD ACESCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ACESCONT.
       01 REG-ACESCONT            PIC X(42).
      *
       FD LANCAPR
           RECORD     CONTAINS    43 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-LANCAPR.
       01 REG-LANCAPR             PIC X(43).
      *
      *
      * DADOS DA EMPRESA E DO PERIODO DA ESCRITURACAO
      *
       FD PARMECD
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMECD.
       01 REG-PARMECD.
          05 CNPJ-ECD             PIC X(14).
          05 UF-ECD               PIC X(02).
          05 COD-MUN-ECD          PIC X(07).
          05 NIRE-ECD             PIC X(11).
          05 NUM-ORD-ECD          PIC 9(04).
          05 DATA-INI-ECD         PIC 9(08).
          05 DATA-FIN-ECD         PIC 9(08).
          05 FILLER               PIC X(26).
      *
      * ARQUIVO DA ESCRITURACAO: UMA LINHA DELIMITADA POR REGISTRO
      *
       FD SPEDECD
           RECORD     CONTAINS    250 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SPEDECD.
       01 REG-SPEDECD             PIC X(250).
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
      *  EMPRESA E PERIODO DA ESCRITURACAO (PARMECD)
      *
       01 WS-ECD-NOME             PIC X(40) VALUE
          'FUTURE SCHOOL CURSOS DE COMPUTACAO'.
       77 WS-ECD-CNPJ             PIC X(14) VALUE SPACES.
       77 WS-ECD-UF               PIC X(02) VALUE SPACES.
       77 WS-ECD-COD-MUN          PIC X(07) VALUE SPACES.
       77 WS-ECD-NIRE             PIC X(11) VALUE SPACES.
       77 WS-ECD-NUM-ORD          PIC 9(04) VALUE ZEROS.
       01 WS-ECD-DATA-INI.
          05 WS-ECD-ANO-INI       PIC 9(04).
          05 WS-ECD-MES-INI       PIC 9(02).
          05 WS-ECD-DIA-INI       PIC 9(02).
       01 WS-ECD-DATA-FIN.
          05 WS-ECD-ANO-FIN       PIC 9(04).
          05 WS-ECD-MES-FIN       PIC 9(02).
          05 WS-ECD-DIA-FIN       PIC 9(02).
      *
      *  PARTIDA LIDA DE UM FLUXO NO LAYOUT DO CADCONTA
      *
       01 WS-REG-MOV.
          05 WS-MOV-CONTA         PIC X(10).
          05 WS-MOV-IND-DC        PIC X(01).
          05 WS-MOV-QTD           PIC 9(06).
          05 WS-MOV-VALOR         PIC 9(11)V99.
          05 WS-MOV-DATA          PIC 9(08).
          05 WS-MOV-QTD-REG       PIC 9(04).
      *
      *  LANCAMENTO MANUAL APROVADO NO LAYOUT DO LANCMAN
      *
       01 WS-REG-APR.
          05 WS-APR-DOC           PIC X(08).
          05 WS-APR-CONTA         PIC X(10).
          05 WS-APR-IND-DC        PIC X(01).
          05 WS-APR-VALOR         PIC 9(11)V99.
          05 WS-APR-DATA          PIC 9(08).
          05 WS-APR-CC            PIC X(03).
      *
      *  DOCUMENTO DA PARTIDA: NOS FLUXOS AUTOMATICOS, 'SEQ ' MAIS O
      *  NUMERO DO LANCAMENTO NO SUBSISTEMA
      *
       77 WS-DOC-ATUAL            PIC X(08) VALUE SPACES.
       01 WS-DOC-LANC.
          05 FILLER               PIC X(04) VALUE 'SEQ '.
          05 WS-DOC-SEQ           PIC 9(04) VALUE ZEROS.
      *
      *  FLUXOS DE POSTAGEM: ARQUIVO E PROGRAMA DE ORIGEM
      *
       01 WS-TAB-FON-VALORES.
          05 FILLER               PIC X(16) VALUE 'CADCONTAPU8EXE12'.
          05 FILLER               PIC X(16) VALUE 'ESTCONT PU8EXF20'.
          05 FILLER               PIC X(16) VALUE 'APCONT  PU8EXE81'.
          05 FILLER               PIC X(16) VALUE 'VENDCONTPU8EXF35'.
          05 FILLER               PIC X(16) VALUE 'PDDCONT PU8EXF40'.
          05 FILLER               PIC X(16) VALUE 'PROVCONTPU8EXE46'.
          05 FILLER               PIC X(16) VALUE 'DEPCONT PU8EXF03'.
          05 FILLER               PIC X(16) VALUE 'FOLCONT PU8EXF52'.
          05 FILLER               PIC X(16) VALUE 'BAIXCONTPU8EXF51'.
          05 FILLER               PIC X(16) VALUE 'VARMOD  PU8EXF29'.
          05 FILLER               PIC X(16) VALUE 'ACESCONTPU8EXF25'.
          05 FILLER               PIC X(16) VALUE 'LANCAPR PU8EXE45'.
       01 WS-TAB-FON REDEFINES WS-TAB-FON-VALORES.
          05 WS-TAB-FON-ENTRY OCCURS 12 TIMES.
             10 WS-TAB-FON-ARQ    PIC X(08).
             10 WS-TAB-FON-PGM    PIC X(08).
      *
       01 WS-TAB-FON-CTL.
          05 WS-TAB-FON-CTL-ENTRY OCCURS 12 TIMES.
             10 WS-TAB-FON-INFORMADO PIC X(01).
             10 WS-TAB-FON-LIDOS  PIC 9(06).
             10 WS-TAB-FON-PARTIDAS PIC 9(06).
      *
       77 WS-FON-ATUAL            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-FON              PIC 9(02) VALUE ZEROS.
      *
      *  CONTAS EM ORDEM DE CONTA: DADOS DO PLANO (I050) E SALDOS DO
      *  PERIODO (I155), COM SINAL NOS SALDOS (DEBITO POSITIVO)
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CTA-CONTA  PIC X(10).
             10 WS-TAB-CTA-DESC   PIC X(30).
             10 WS-TAB-CTA-NO-PLANO PIC X(01).
             10 WS-TAB-CTA-IND    PIC X(01).
             10 WS-TAB-CTA-GRUPO  PIC X(06).
             10 WS-TAB-CTA-NIVEL  PIC 9(01).
             10 WS-TAB-CTA-NAT    PIC X(02).
             10 WS-TAB-CTA-SUP    PIC X(10).
             10 WS-TAB-CTA-ABERT  PIC S9(13)V99.
             10 WS-TAB-CTA-DEB    PIC 9(13)V99.
             10 WS-TAB-CTA-CRE    PIC 9(13)V99.
             10 WS-TAB-CTA-FECH   PIC S9(13)V99.
             10 WS-TAB-CTA-NO-CTF PIC X(01).
             10 WS-TAB-CTA-I155   PIC X(01).
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CTA              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-SUP              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(04) VALUE ZEROS.
       77 WS-CONTA-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-CONTA-EXISTE         PIC X(01) VALUE SPACES.
       77 WS-GRUPO-SUP            PIC X(06) VALUE SPACES.
       77 WS-SUP-ACHADO           PIC X(01) VALUE SPACES.
       77 WS-TAM-SUP              PIC 9(01) VALUE ZEROS.
       77 WS-QTD-PIPE             PIC 9(02) VALUE ZEROS.
       77 WS-SALDO                PIC S9(13)V99 VALUE ZEROS.
      *
      *  PARTIDAS EM ORDEM DE LANCAMENTO: DATA, FLUXO E DOCUMENTO
      *  (DOCUMENTO SO NOS MANUAIS; NOS AUTOMATICOS, EM BRANCO)
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-MOV-ENTRY OCCURS 5000 TIMES.
             10 WS-TAB-MOV-CHAVE.
                15 WS-TAB-MOV-DATA  PIC 9(08).
                15 WS-TAB-MOV-FON   PIC 9(02).
                15 WS-TAB-MOV-GRUPO PIC X(08).
             10 WS-TAB-MOV-CONTA  PIC X(10).
             10 WS-TAB-MOV-DOC    PIC X(08).
             10 WS-TAB-MOV-IND    PIC X(01).
             10 WS-TAB-MOV-VALOR  PIC 9(11)V99.
      *
       01 WS-CHAVE.
          05 WS-CHAVE-DATA        PIC 9(08).
          05 WS-CHAVE-FON         PIC 9(02).
          05 WS-CHAVE-GRUPO       PIC X(08).
      *
       77 WS-IDX-MOV              PIC 9(04) VALUE ZEROS.
       77 WS-LCT-INI              PIC 9(04) VALUE ZEROS.
       77 WS-LCT-FIM              PIC 9(04) VALUE ZEROS.
       77 WS-LCT-FECHADO          PIC X(01) VALUE SPACES.
       77 WS-LCT-NUM              PIC 9(06) VALUE ZEROS.
       77 WS-LCT-DEB              PIC 9(13)V99 VALUE ZEROS.
       77 WS-LCT-CRE              PIC 9(13)V99 VALUE ZEROS.
      *
      *  REGISTROS DO ARQUIVO: CODIGO E QUANTIDADE GRAVADA (9900)
      *
       01 WS-TAB-REG-VALORES.
          05 FILLER               PIC X(04) VALUE '0000'.
          05 FILLER               PIC X(04) VALUE '0001'.
          05 FILLER               PIC X(04) VALUE '0990'.
          05 FILLER               PIC X(04) VALUE 'I001'.
          05 FILLER               PIC X(04) VALUE 'I010'.
          05 FILLER               PIC X(04) VALUE 'I030'.
          05 FILLER               PIC X(04) VALUE 'I050'.
          05 FILLER               PIC X(04) VALUE 'I150'.
          05 FILLER               PIC X(04) VALUE 'I155'.
          05 FILLER               PIC X(04) VALUE 'I200'.
          05 FILLER               PIC X(04) VALUE 'I250'.
          05 FILLER               PIC X(04) VALUE 'I990'.
          05 FILLER               PIC X(04) VALUE 'J001'.
          05 FILLER               PIC X(04) VALUE 'J900'.
          05 FILLER               PIC X(04) VALUE 'J990'.
          05 FILLER               PIC X(04) VALUE '9001'.
          05 FILLER               PIC X(04) VALUE '9900'.
          05 FILLER               PIC X(04) VALUE '9990'.
          05 FILLER               PIC X(04) VALUE '9999'.
       01 WS-TAB-REG REDEFINES WS-TAB-REG-VALORES.
          05 WS-TAB-REG-COD       PIC X(04) OCCURS 19 TIMES.
      *
       01 WS-TAB-REG-CTL.
          05 WS-TAB-REG-QTD       PIC 9(06) OCCURS 19 TIMES.
      *
       77 WS-REG-ATUAL            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-REG              PIC 9(02) VALUE ZEROS.
      *
      *  QUANTIDADES CALCULADAS ANTES DA GRAVACAO (I030, J900, 9900)
      *
       77 WS-QTD-I050             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-I155             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-I200             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-TIPOS            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LINHAS           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-BLOCO            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADAS         PIC 9(06) VALUE ZEROS.
      *
      *  MONTAGEM DA LINHA DELIMITADA
      *
       01 WS-LINHA-ECD            PIC X(250) VALUE SPACES.
       77 WS-PONTEIRO             PIC 9(03) VALUE ZEROS.
       77 WS-CAMPO                PIC X(60) VALUE SPACES.
       77 WS-CAMPO-VALOR          PIC 9(13)V99 VALUE ZEROS.
       77 WS-VALOR-EDIT           PIC Z(12)9,99.
       77 WS-CAMPO-NUMERO         PIC 9(09) VALUE ZEROS.
       77 WS-NUMERO-EDIT          PIC Z(08)9.
       77 WS-BRANCOS              PIC 9(02) VALUE ZEROS.
       01 WS-CAMPO-DATA.
          05 WS-ANO-CAMPO         PIC 9(04).
          05 WS-MES-CAMPO         PIC 9(02).
          05 WS-DIA-CAMPO         PIC 9(02).
       01 WS-DATA-DDMMAAAA.
          05 WS-DIA-DDMMAAAA      PIC 9(02).
          05 WS-MES-DDMMAAAA      PIC 9(02).
          05 WS-ANO-DDMMAAAA      PIC 9(04).
      *
      *  OCORRENCIA DA CRITICA
      *
       77 WS-OCO-REG              PIC X(04) VALUE SPACES.
       77 WS-OCO-CHAVE            PIC X(20) VALUE SPACES.
       77 WS-OCO-MOTIVO           PIC X(44) VALUE SPACES.
       01 WS-OCO-LCTO.
          05 WS-OCO-LCTO-NUM      PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WS-OCO-LCTO-ORIGEM   PIC X(08).
          05 FILLER               PIC X(05) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-PLANO              PIC 9(06) VALUE ZEROS.
       77 ACUM-ABERTURA           PIC 9(06) VALUE ZEROS.
       77 ACUM-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77 ACUM-FECHAMENTO         PIC 9(06) VALUE ZEROS.
       77 ACUM-OCORRENCIAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-SOMA-ABERT         PIC S9(13)V99 VALUE ZEROS.
       77 ACUM-SOMA-DEB           PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-SOMA-CRE           PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PLANOCTA             PIC X(02) VALUE SPACES.
       77 FS-CADCONTP             PIC X(02) VALUE SPACES.
       77 FS-CADCONTF             PIC X(02) VALUE SPACES.
       77 FS-CADCONTA             PIC X(02) VALUE SPACES.
       77 FS-ESTCONT              PIC X(02) VALUE SPACES.
       77 FS-APCONT               PIC X(02) VALUE SPACES.
       77 FS-VENDCONT             PIC X(02) VALUE SPACES.
       77 FS-PDDCONT              PIC X(02) VALUE SPACES.
       77 FS-PROVCONT             PIC X(02) VALUE SPACES.
       77 FS-DEPCONT              PIC X(02) VALUE SPACES.
       77 FS-FOLCONT              PIC X(02) VALUE SPACES.
       77 FS-BAIXCONT             PIC X(02) VALUE SPACES.
       77 FS-VARMOD               PIC X(02) VALUE SPACES.
       77 FS-ACESCONT             PIC X(02) VALUE SPACES.
       77 FS-LANCAPR              PIC X(02) VALUE SPACES.
       77 FS-PARMECD              PIC X(02) VALUE SPACES.
       77 FS-SPEDECD              PIC X(02) VALUE SPACES.
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
      *  LINHAS DO RELATORIO DE CRITICA
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
             'PROGRAMA = PU8EXF47'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'CRITICA DA ESCRITURACAO CONTABIL DIGITAL (ECD)'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(10) VALUE 'REGISTRO'.
          05 FILLER               PIC X(22) VALUE 'CHAVE'.
          05 FILLER               PIC X(44) VALUE 'OCORRENCIA'.
      *
       01  DET001.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-REG           PIC X(04).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-CHAVE         PIC X(20).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-MOTIVO        PIC X(44).
      *
       01  DET002.
          05 FILLER               PIC X(09) VALUE 'REGISTRO '.
          05 DET002-REG           PIC X(04).
          05 FILLER               PIC X(31) VALUE
             ' - LINHAS GRAVADAS            :'.
          05 DET002-QTD           PIC ZZZ.ZZ9.
      *
       01  DET003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'NENHUMA OCORRENCIA - ARQUIVO EM ORDEM'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE CONTAS DO PLANO (I050)          :'.
          05 TOT001-PLANO         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE SALDOS DO PERIODO (I155)        :'.
          05 TOT002-SALDOS        PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LANCAMENTOS (I200)              :'.
          05 TOT003-LANCAMENTOS   PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PARTIDAS (I250)                 :'.
          05 TOT004-PARTIDAS      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS DO ARQUIVO (9999)        :'.
          05 TOT005-LINHAS        PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE OCORRENCIAS DA CRITICA          :'.
          05 TOT006-OCORRENCIAS   PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(06) VALUE 'FLUXO '.
          05 TOT007-ARQ           PIC X(08).
          05 FILLER               PIC X(02) VALUE ' ('.
          05 TOT007-PGM           PIC X(08).
          05 FILLER               PIC X(20) VALUE
             ')  PARTIDAS LIDAS  :'.
          05 TOT007-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(06) VALUE 'FLUXO '.
          05 TOT008-ARQ           PIC X(08).
          05 FILLER               PIC X(02) VALUE ' ('.
          05 TOT008-PGM           PIC X(08).
          05 FILLER               PIC X(16) VALUE ')  NAO INFORMADO'.
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
           PERFORM 001-09-LER-PARMECD.
           PERFORM 003-00-CARREGAR-PLANO.
           PERFORM 003-10-CARREGAR-ABERTURA.
           PERFORM 004-00-CARREGAR-MOVIMENTO.
           PERFORM 005-00-CARREGAR-FECHAMENTO.
           PERFORM 006-00-CRITICAR-CONTAS.
           PERFORM 007-00-CONTAR-LINHAS.
           PERFORM 010-00-GRAVAR-BLOCO-0.
           PERFORM 011-00-GRAVAR-BLOCO-I.
           PERFORM 012-00-GRAVAR-BLOCO-J.
           PERFORM 013-00-GRAVAR-BLOCO-9.
           PERFORM 014-00-CONFERIR-CONTAGENS.
           PERFORM 015-00-IMPRIMIR-TOTAIS.
           PERFORM 016-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
      *    OS FLUXOS DE POSTAGEM SAO ABERTOS UM A UM NA CARGA (004-00)
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PLANOCTA
                       CADCONTP
                       CADCONTF
                       PARMECD
                       PARMDATA
                OUTPUT SPEDECD
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

           PERFORM 001-10-ZERAR-FONTE
               VARYING WS-IDX-FON FROM 1 BY 1
               UNTIL WS-IDX-FON GREATER 12.

           PERFORM 001-21-ZERAR-REGISTRO
               VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG GREATER 19.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADCONTP.
           PERFORM 001-03-FS-CADCONTF.
           PERFORM 001-04-FS-RELATO.
           PERFORM 001-06-FS-PLANOCTA.
           PERFORM 001-07-FS-SPEDECD.
           PERFORM 001-20-FS-PARMECD.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADCONTP         SECTION.
      *================================================================*
           MOVE 'CADCONTP'        TO FS-ARQUIVO.
           MOVE FS-CADCONTP       TO FS-COD-STATUS.

           IF FS-CADCONTP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADCONTF         SECTION.
      *================================================================*
           MOVE 'CADCONTF'        TO FS-ARQUIVO.
           MOVE FS-CADCONTF       TO FS-COD-STATUS.

           IF FS-CADCONTF NOT EQUAL '00' AND '10'
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
       001-07-FS-SPEDECD          SECTION.
      *================================================================*
           MOVE 'SPEDECD'         TO FS-ARQUIVO.
           MOVE FS-SPEDECD        TO FS-COD-STATUS.

           IF FS-SPEDECD NOT EQUAL '00'
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
       001-09-LER-PARMECD         SECTION.
      *================================================================*
      *    SEM OS DADOS DA EMPRESA NAO HA ESCRITURACAO: PARMECD VAZIO
      *    ENCERRA O PROGRAMA
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMECD.
           PERFORM 001-20-FS-PARMECD.

           IF FS-PARMECD EQUAL '10'
               DISPLAY '* PARMECD VAZIO - INFORMAR OS DADOS DA   *'
               DISPLAY '* EMPRESA E O PERIODO DA ESCRITURACAO    *'
               PERFORM 900-00-ERRO.

           MOVE CNPJ-ECD          TO WS-ECD-CNPJ.
           MOVE UF-ECD            TO WS-ECD-UF.
           MOVE COD-MUN-ECD       TO WS-ECD-COD-MUN.
           MOVE NIRE-ECD          TO WS-ECD-NIRE.
           MOVE NUM-ORD-ECD       TO WS-ECD-NUM-ORD.
           MOVE DATA-INI-ECD      TO WS-ECD-DATA-INI.
           MOVE DATA-FIN-ECD      TO WS-ECD-DATA-FIN.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMECD.

      *    DATAS ZERADAS: DO INICIO DO EXERCICIO ATE A DATA DA RODADA
           IF WS-ECD-DATA-FIN EQUAL ZEROS
               MOVE WS-DATA-SYS   TO WS-ECD-DATA-FIN.

           IF WS-ECD-DATA-INI EQUAL ZEROS
               MOVE WS-ECD-ANO-FIN TO WS-ECD-ANO-INI
               MOVE 01            TO WS-ECD-MES-INI
               MOVE 01            TO WS-ECD-DIA-INI.

           MOVE '0000'            TO WS-OCO-REG.

           IF WS-ECD-CNPJ NOT NUMERIC
               MOVE WS-ECD-CNPJ   TO WS-OCO-CHAVE
               MOVE 'CNPJ NAO INFORMADO OU NAO NUMERICO'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

           IF WS-ECD-UF EQUAL SPACES
               MOVE SPACES        TO WS-OCO-CHAVE
               MOVE 'UF NAO INFORMADA'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

           IF WS-ECD-COD-MUN NOT NUMERIC
               MOVE WS-ECD-COD-MUN TO WS-OCO-CHAVE
               MOVE 'CODIGO DO MUNICIPIO INVALIDO'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

           IF WS-ECD-MES-INI LESS 01 OR WS-ECD-MES-INI GREATER 12
              OR WS-ECD-MES-FIN LESS 01 OR WS-ECD-MES-FIN GREATER 12
              OR WS-ECD-DIA-INI LESS 01 OR WS-ECD-DIA-INI GREATER 31
              OR WS-ECD-DIA-FIN LESS 01 OR WS-ECD-DIA-FIN GREATER 31
              OR WS-ECD-DATA-INI GREATER WS-ECD-DATA-FIN
               MOVE WS-ECD-DATA-INI TO WS-OCO-CHAVE
               MOVE 'PERIODO DA ESCRITURACAO INVALIDO'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA
           ELSE
               IF WS-ECD-ANO-INI NOT EQUAL WS-ECD-ANO-FIN
                   MOVE WS-ECD-DATA-INI TO WS-OCO-CHAVE
                   MOVE 'PERIODO ABRANGE MAIS DE UM EXERCICIO'
                                  TO WS-OCO-MOTIVO
                   PERFORM 500-00-REGISTRAR-OCORRENCIA.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-ZERAR-FONTE         SECTION.
      *================================================================*
           MOVE 'S'               TO WS-TAB-FON-INFORMADO (WS-IDX-FON).
           MOVE ZEROS             TO WS-TAB-FON-LIDOS (WS-IDX-FON)
                                     WS-TAB-FON-PARTIDAS (WS-IDX-FON).

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-FS-CADCONTA         SECTION.
      *================================================================*
           MOVE 'CADCONTA'        TO FS-ARQUIVO.
           MOVE FS-CADCONTA       TO FS-COD-STATUS.

           IF FS-CADCONTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-ESTCONT          SECTION.
      *================================================================*
           MOVE 'ESTCONT'         TO FS-ARQUIVO.
           MOVE FS-ESTCONT        TO FS-COD-STATUS.

           IF FS-ESTCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-FS-APCONT           SECTION.
      *================================================================*
           MOVE 'APCONT'          TO FS-ARQUIVO.
           MOVE FS-APCONT         TO FS-COD-STATUS.

           IF FS-APCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-FS-VENDCONT         SECTION.
      *================================================================*
           MOVE 'VENDCONT'        TO FS-ARQUIVO.
           MOVE FS-VENDCONT       TO FS-COD-STATUS.

           IF FS-VENDCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-FS-PDDCONT          SECTION.
      *================================================================*
           MOVE 'PDDCONT'         TO FS-ARQUIVO.
           MOVE FS-PDDCONT        TO FS-COD-STATUS.

           IF FS-PDDCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-FS-PROVCONT         SECTION.
      *================================================================*
           MOVE 'PROVCONT'        TO FS-ARQUIVO.
           MOVE FS-PROVCONT       TO FS-COD-STATUS.

           IF FS-PROVCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-16-FIM.                EXIT.

      *================================================================*
       001-18-FS-DEPCONT          SECTION.
      *================================================================*
           MOVE 'DEPCONT'         TO FS-ARQUIVO.
           MOVE FS-DEPCONT        TO FS-COD-STATUS.

           IF FS-DEPCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-18-FIM.                EXIT.

      *================================================================*
       001-18-01-FS-FOLCONT       SECTION.
      *================================================================*
           MOVE 'FOLCONT'         TO FS-ARQUIVO.
           MOVE FS-FOLCONT        TO FS-COD-STATUS.

           IF FS-FOLCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-18-01-FIM.             EXIT.

      *================================================================*
       001-18-02-FS-BAIXCONT      SECTION.
      *================================================================*
           MOVE 'BAIXCONT'        TO FS-ARQUIVO.
           MOVE FS-BAIXCONT       TO FS-COD-STATUS.

           IF FS-BAIXCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-18-02-FIM.             EXIT.

      *================================================================*
       001-18-03-FS-VARMOD        SECTION.
      *================================================================*
           MOVE 'VARMOD'          TO FS-ARQUIVO.
           MOVE FS-VARMOD         TO FS-COD-STATUS.

           IF FS-VARMOD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-18-03-FIM.             EXIT.

      *================================================================*
       001-18-04-FS-ACESCONT      SECTION.
      *================================================================*
           MOVE 'ACESCONT'        TO FS-ARQUIVO.
           MOVE FS-ACESCONT       TO FS-COD-STATUS.

           IF FS-ACESCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-18-04-FIM.             EXIT.

      *================================================================*
       001-19-FS-LANCAPR          SECTION.
      *================================================================*
           MOVE 'LANCAPR'         TO FS-ARQUIVO.
           MOVE FS-LANCAPR        TO FS-COD-STATUS.

           IF FS-LANCAPR NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-FS-PARMECD          SECTION.
      *================================================================*
           MOVE 'PARMECD'         TO FS-ARQUIVO.
           MOVE FS-PARMECD        TO FS-COD-STATUS.

           IF FS-PARMECD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-ZERAR-REGISTRO      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TAB-REG-QTD (WS-IDX-REG).

       001-21-FIM.                EXIT.

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
       003-00-CARREGAR-PLANO      SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-06-FS-PLANOCTA.

           PERFORM 003-01-ACUMULAR-PLANO
               UNTIL FS-PLANOCTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PLANOCTA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-PLANO      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PLANO.

           MOVE CONTA-PLA         TO WS-CONTA-BUSCA.
           PERFORM 003-02-LOCALIZAR-CONTA.

           IF WS-TAB-CTA-NO-PLANO (WS-IDX-ACHADO) EQUAL 'S'
               MOVE 'I050'        TO WS-OCO-REG
               MOVE CONTA-PLA     TO WS-OCO-CHAVE
               MOVE 'CONTA DUPLICADA NO PLANO - MANTIDA A 1A'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA
           ELSE
               MOVE 'S'           TO WS-TAB-CTA-NO-PLANO (WS-IDX-ACHADO)
               MOVE DESC-PLA      TO WS-TAB-CTA-DESC (WS-IDX-ACHADO)
               MOVE GRUPO-DEM-PLA TO WS-TAB-CTA-GRUPO (WS-IDX-ACHADO)
               MOVE NIVEL-DEM-PLA TO WS-TAB-CTA-NIVEL (WS-IDX-ACHADO)
               IF ATIVO-PLA EQUAL 'S'
                   MOVE 'S'       TO WS-TAB-CTA-IND (WS-IDX-ACHADO)
               ELSE
                   MOVE 'A'       TO WS-TAB-CTA-IND (WS-IDX-ACHADO)
               END-IF
               IF NIVEL-DEM-PLA EQUAL ZEROS
                   MOVE 1         TO WS-TAB-CTA-NIVEL (WS-IDX-ACHADO)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-06-FS-PLANOCTA.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-LOCALIZAR-CONTA     SECTION.
      *================================================================*
      * DEVOLVE EM WS-IDX-ACHADO A ENTRADA DA CONTA EM WS-CONTA-BUSCA,
      * CRIANDO-A ZERADA (FORA DO PLANO), NA ORDEM DE CONTA, QUANDO
      * AINDA NAO EXISTE.
      *
           COMPUTE WS-POSICAO = WS-TAB-CTA-QTD + 1.
           PERFORM 003-03-PROCURAR-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTA-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-CTA-QTD.

           MOVE WS-POSICAO        TO WS-IDX-ACHADO.
           MOVE 'N'               TO WS-CONTA-EXISTE.

           IF WS-POSICAO NOT GREATER WS-TAB-CTA-QTD
               IF WS-TAB-CTA-CONTA (WS-POSICAO) EQUAL WS-CONTA-BUSCA
                   MOVE 'S'       TO WS-CONTA-EXISTE.

           IF WS-CONTA-EXISTE NOT EQUAL 'S'
               IF WS-TAB-CTA-QTD EQUAL 500
                   DISPLAY '* MAIS DE 500 CONTAS NA ESCRITURACAO *'
                   DISPLAY '* AUMENTAR WS-TAB-CTA E REPROCESSAR  *'
                   MOVE 'PLANOCTA' TO FS-ARQUIVO
                   MOVE SPACES     TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   PERFORM 003-04-DESLOCAR-CONTA
                       VARYING WS-IDX FROM WS-TAB-CTA-QTD BY -1
                       UNTIL WS-IDX LESS WS-POSICAO
                   ADD 1          TO WS-TAB-CTA-QTD
                   MOVE WS-CONTA-BUSCA TO
                       WS-TAB-CTA-CONTA (WS-POSICAO)
                   MOVE SPACES    TO WS-TAB-CTA-DESC (WS-POSICAO)
                                     WS-TAB-CTA-GRUPO (WS-POSICAO)
                                     WS-TAB-CTA-SUP (WS-POSICAO)
                   MOVE 'N'       TO WS-TAB-CTA-NO-PLANO (WS-POSICAO)
                                     WS-TAB-CTA-NO-CTF (WS-POSICAO)
                                     WS-TAB-CTA-I155 (WS-POSICAO)
                   MOVE 'A'       TO WS-TAB-CTA-IND (WS-POSICAO)
                   MOVE '09'      TO WS-TAB-CTA-NAT (WS-POSICAO)
                   MOVE 1         TO WS-TAB-CTA-NIVEL (WS-POSICAO)
                   MOVE ZEROS     TO WS-TAB-CTA-ABERT (WS-POSICAO)
                                     WS-TAB-CTA-DEB (WS-POSICAO)
                                     WS-TAB-CTA-CRE (WS-POSICAO)
                                     WS-TAB-CTA-FECH (WS-POSICAO).

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-PROCURAR-CONTA      SECTION.
      *================================================================*
           IF WS-TAB-CTA-CONTA (WS-IDX) NOT LESS WS-CONTA-BUSCA
               MOVE WS-IDX        TO WS-POSICAO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-DESLOCAR-CONTA      SECTION.
      *================================================================*
           MOVE WS-TAB-CTA-ENTRY (WS-IDX) TO
               WS-TAB-CTA-ENTRY (WS-IDX + 1).

       003-04-FIM.                EXIT.

      *================================================================*
       003-10-CARREGAR-ABERTURA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTP.
           PERFORM 001-02-FS-CADCONTP.

           PERFORM 003-11-ACUMULAR-ABERTURA
               UNTIL FS-CADCONTP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCONTP.

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-ACUMULAR-ABERTURA   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-ABERTURA.

           MOVE CONTA-CTA-P       TO WS-CONTA-BUSCA.
           PERFORM 003-02-LOCALIZAR-CONTA.

           IF IND-DC-CTA-P EQUAL 'C'
               SUBTRACT VALOR-CTA-P FROM
                   WS-TAB-CTA-ABERT (WS-IDX-ACHADO)
           ELSE
               ADD VALOR-CTA-P    TO
                   WS-TAB-CTA-ABERT (WS-IDX-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTP.
           PERFORM 001-02-FS-CADCONTP.

       003-11-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-MOVIMENTO  SECTION.
      *================================================================*
           PERFORM 004-10-LER-CADCONTA.
           PERFORM 004-20-LER-ESTCONT.
           PERFORM 004-30-LER-APCONT.
           PERFORM 004-40-LER-VENDCONT.
           PERFORM 004-50-LER-PDDCONT.
           PERFORM 004-60-LER-PROVCONT.
           PERFORM 004-80-LER-DEPCONT.
           PERFORM 004-82-LER-FOLCONT.
           PERFORM 004-84-LER-BAIXCONT.
           PERFORM 004-86-LER-VARMOD.
           PERFORM 004-88-LER-ACESCONT.
           PERFORM 004-90-LER-LANCAPR.

       004-00-FIM.                EXIT.

      *================================================================*
       004-10-LER-CADCONTA        SECTION.
      *================================================================*
           MOVE 1                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CADCONTA.

           IF FS-CADCONTA EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (1)
           ELSE
               PERFORM 001-11-FS-CADCONTA
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CADCONTA
               PERFORM 001-11-FS-CADCONTA
               PERFORM 004-11-ACUMULAR-CADCONTA
                   UNTIL FS-CADCONTA EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CADCONTA
               PERFORM 001-11-FS-CADCONTA.

       004-10-FIM.                EXIT.

      *================================================================*
       004-11-ACUMULAR-CADCONTA   SECTION.
      *================================================================*
           MOVE REG-CADCONTA      TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTA.
           PERFORM 001-11-FS-CADCONTA.

       004-11-FIM.                EXIT.

      *================================================================*
       004-20-LER-ESTCONT         SECTION.
      *================================================================*
           MOVE 2                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT ESTCONT.

           IF FS-ESTCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (2)
           ELSE
               PERFORM 001-12-FS-ESTCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ ESTCONT
               PERFORM 001-12-FS-ESTCONT
               PERFORM 004-21-ACUMULAR-ESTCONT
                   UNTIL FS-ESTCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE ESTCONT
               PERFORM 001-12-FS-ESTCONT.

       004-20-FIM.                EXIT.

      *================================================================*
       004-21-ACUMULAR-ESTCONT    SECTION.
      *================================================================*
           MOVE REG-ESTCONT       TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ESTCONT.
           PERFORM 001-12-FS-ESTCONT.

       004-21-FIM.                EXIT.

      *================================================================*
       004-30-LER-APCONT          SECTION.
      *================================================================*
           MOVE 3                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT APCONT.

           IF FS-APCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (3)
           ELSE
               PERFORM 001-13-FS-APCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ APCONT
               PERFORM 001-13-FS-APCONT
               PERFORM 004-31-ACUMULAR-APCONT
                   UNTIL FS-APCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE APCONT
               PERFORM 001-13-FS-APCONT.

       004-30-FIM.                EXIT.

      *================================================================*
       004-31-ACUMULAR-APCONT     SECTION.
      *================================================================*
           MOVE REG-APCONT        TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ APCONT.
           PERFORM 001-13-FS-APCONT.

       004-31-FIM.                EXIT.

      *================================================================*
       004-40-LER-VENDCONT        SECTION.
      *================================================================*
           MOVE 4                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT VENDCONT.

           IF FS-VENDCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (4)
           ELSE
               PERFORM 001-14-FS-VENDCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ VENDCONT
               PERFORM 001-14-FS-VENDCONT
               PERFORM 004-41-ACUMULAR-VENDCONT
                   UNTIL FS-VENDCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE VENDCONT
               PERFORM 001-14-FS-VENDCONT.

       004-40-FIM.                EXIT.

      *================================================================*
       004-41-ACUMULAR-VENDCONT   SECTION.
      *================================================================*
           MOVE REG-VENDCONT      TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ VENDCONT.
           PERFORM 001-14-FS-VENDCONT.

       004-41-FIM.                EXIT.

      *================================================================*
       004-50-LER-PDDCONT         SECTION.
      *================================================================*
           MOVE 5                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PDDCONT.

           IF FS-PDDCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (5)
           ELSE
               PERFORM 001-15-FS-PDDCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PDDCONT
               PERFORM 001-15-FS-PDDCONT
               PERFORM 004-51-ACUMULAR-PDDCONT
                   UNTIL FS-PDDCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PDDCONT
               PERFORM 001-15-FS-PDDCONT.

       004-50-FIM.                EXIT.

      *================================================================*
       004-51-ACUMULAR-PDDCONT    SECTION.
      *================================================================*
           MOVE REG-PDDCONT       TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PDDCONT.
           PERFORM 001-15-FS-PDDCONT.

       004-51-FIM.                EXIT.

      *================================================================*
       004-60-LER-PROVCONT        SECTION.
      *================================================================*
           MOVE 6                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PROVCONT.

           IF FS-PROVCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (6)
           ELSE
               PERFORM 001-16-FS-PROVCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PROVCONT
               PERFORM 001-16-FS-PROVCONT
               PERFORM 004-61-ACUMULAR-PROVCONT
                   UNTIL FS-PROVCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PROVCONT
               PERFORM 001-16-FS-PROVCONT.

       004-60-FIM.                EXIT.

      *================================================================*
       004-61-ACUMULAR-PROVCONT   SECTION.
      *================================================================*
           MOVE REG-PROVCONT      TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PROVCONT.
           PERFORM 001-16-FS-PROVCONT.

       004-61-FIM.                EXIT.

      *================================================================*
       004-80-LER-DEPCONT         SECTION.
      *================================================================*
           MOVE 7                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT DEPCONT.

           IF FS-DEPCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (7)
           ELSE
               PERFORM 001-18-FS-DEPCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ DEPCONT
               PERFORM 001-18-FS-DEPCONT
               PERFORM 004-81-ACUMULAR-DEPCONT
                   UNTIL FS-DEPCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE DEPCONT
               PERFORM 001-18-FS-DEPCONT.

       004-80-FIM.                EXIT.

      *================================================================*
       004-81-ACUMULAR-DEPCONT    SECTION.
      *================================================================*
           MOVE REG-DEPCONT       TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DEPCONT.
           PERFORM 001-18-FS-DEPCONT.

       004-81-FIM.                EXIT.

      *================================================================*
       004-82-LER-FOLCONT         SECTION.
      *================================================================*
           MOVE 8                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT FOLCONT.

           IF FS-FOLCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (8)
           ELSE
               PERFORM 001-18-01-FS-FOLCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ FOLCONT
               PERFORM 001-18-01-FS-FOLCONT
               PERFORM 004-83-ACUMULAR-FOLCONT
                   UNTIL FS-FOLCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE FOLCONT
               PERFORM 001-18-01-FS-FOLCONT.

       004-82-FIM.                EXIT.

      *================================================================*
       004-83-ACUMULAR-FOLCONT    SECTION.
      *================================================================*
           MOVE REG-FOLCONT       TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FOLCONT.
           PERFORM 001-18-01-FS-FOLCONT.

       004-83-FIM.                EXIT.

      *================================================================*
       004-84-LER-BAIXCONT        SECTION.
      *================================================================*
           MOVE 9                 TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT BAIXCONT.

           IF FS-BAIXCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (9)
           ELSE
               PERFORM 001-18-02-FS-BAIXCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ BAIXCONT
               PERFORM 001-18-02-FS-BAIXCONT
               PERFORM 004-85-ACUMULAR-BAIXCONT
                   UNTIL FS-BAIXCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE BAIXCONT
               PERFORM 001-18-02-FS-BAIXCONT.

       004-84-FIM.                EXIT.

      *================================================================*
       004-85-ACUMULAR-BAIXCONT   SECTION.
      *================================================================*
           MOVE REG-BAIXCONT      TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ BAIXCONT.
           PERFORM 001-18-02-FS-BAIXCONT.

       004-85-FIM.                EXIT.

      *================================================================*
       004-86-LER-VARMOD          SECTION.
      *================================================================*
           MOVE 10                TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT VARMOD.

           IF FS-VARMOD EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (10)
           ELSE
               PERFORM 001-18-03-FS-VARMOD
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ VARMOD
               PERFORM 001-18-03-FS-VARMOD
               PERFORM 004-87-ACUMULAR-VARMOD
                   UNTIL FS-VARMOD EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE VARMOD
               PERFORM 001-18-03-FS-VARMOD.

       004-86-FIM.                EXIT.

      *================================================================*
       004-87-ACUMULAR-VARMOD     SECTION.
      *================================================================*
           MOVE REG-VARMOD        TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ VARMOD.
           PERFORM 001-18-03-FS-VARMOD.

       004-87-FIM.                EXIT.

      *================================================================*
       004-88-LER-ACESCONT        SECTION.
      *================================================================*
           MOVE 11                TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT ACESCONT.

           IF FS-ACESCONT EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (11)
           ELSE
               PERFORM 001-18-04-FS-ACESCONT
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ ACESCONT
               PERFORM 001-18-04-FS-ACESCONT
               PERFORM 004-89-ACUMULAR-ACESCONT
                   UNTIL FS-ACESCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE ACESCONT
               PERFORM 001-18-04-FS-ACESCONT.

       004-88-FIM.                EXIT.

      *================================================================*
       004-89-ACUMULAR-ACESCONT   SECTION.
      *================================================================*
           MOVE REG-ACESCONT      TO WS-REG-MOV.
           MOVE WS-MOV-QTD-REG    TO WS-DOC-SEQ.
           MOVE WS-DOC-LANC       TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ACESCONT.
           PERFORM 001-18-04-FS-ACESCONT.

       004-89-FIM.                EXIT.

      *================================================================*
       004-90-LER-LANCAPR         SECTION.
      *================================================================*
           MOVE 12                TO WS-FON-ATUAL.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT LANCAPR.

           IF FS-LANCAPR EQUAL '35'
               MOVE 'N'           TO WS-TAB-FON-INFORMADO (12)
           ELSE
               PERFORM 001-19-FS-LANCAPR
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ LANCAPR
               PERFORM 001-19-FS-LANCAPR
               PERFORM 004-91-ACUMULAR-LANCAPR
                   UNTIL FS-LANCAPR EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE LANCAPR
               PERFORM 001-19-FS-LANCAPR.

       004-90-FIM.                EXIT.

      *================================================================*
       004-91-ACUMULAR-LANCAPR    SECTION.
      *================================================================*
           MOVE REG-LANCAPR       TO WS-REG-APR.
           MOVE WS-APR-CONTA      TO WS-MOV-CONTA.
           MOVE WS-APR-IND-DC     TO WS-MOV-IND-DC.
           MOVE WS-APR-VALOR      TO WS-MOV-VALOR.
           MOVE WS-APR-DATA       TO WS-MOV-DATA.
           MOVE WS-APR-DOC        TO WS-DOC-ATUAL.
           PERFORM 004-95-INCLUIR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ LANCAPR.
           PERFORM 001-19-FS-LANCAPR.

       004-91-FIM.                EXIT.

      *================================================================*
       004-95-INCLUIR-PARTIDA     SECTION.
      *================================================================*
      * PARTIDA EM WS-MOV-CONTA/IND-DC/VALOR/DATA, DOCUMENTO EM
      * WS-DOC-ATUAL E FLUXO EM WS-FON-ATUAL: SOMA NA CONTA E ENTRA
      * NA TABELA DEPOIS DAS PARTIDAS DO MESMO LANCAMENTO (DATA,
      * FLUXO E, NOS MANUAIS, DOCUMENTO) JA CARREGADAS.
      *
           ADD 1                  TO ACUM-MOVIMENTO.
           ADD 1                  TO WS-TAB-FON-LIDOS (WS-FON-ATUAL).

           IF WS-TAB-MOV-QTD EQUAL 5000
               DISPLAY '* MAIS DE 5000 PARTIDAS NO PERIODO   *'
               DISPLAY '* AUMENTAR WS-TAB-MOV E REPROCESSAR  *'
               MOVE WS-TAB-FON-ARQ (WS-FON-ATUAL) TO FS-ARQUIVO
               MOVE SPACES        TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE WS-MOV-CONTA      TO WS-CONTA-BUSCA.
           PERFORM 003-02-LOCALIZAR-CONTA.

           IF WS-MOV-IND-DC EQUAL 'C'
               ADD WS-MOV-VALOR   TO WS-TAB-CTA-CRE (WS-IDX-ACHADO)
           ELSE
               ADD WS-MOV-VALOR   TO WS-TAB-CTA-DEB (WS-IDX-ACHADO).

           MOVE WS-MOV-DATA       TO WS-CHAVE-DATA.
           MOVE WS-FON-ATUAL      TO WS-CHAVE-FON.

           IF WS-FON-ATUAL EQUAL 12
               MOVE WS-DOC-ATUAL  TO WS-CHAVE-GRUPO
           ELSE
               MOVE SPACES        TO WS-CHAVE-GRUPO.

           COMPUTE WS-POSICAO = WS-TAB-MOV-QTD + 1.
           PERFORM 004-97-PROCURAR-POSICAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MOV-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-MOV-QTD.

           PERFORM 004-98-DESLOCAR-PARTIDA
               VARYING WS-IDX FROM WS-TAB-MOV-QTD BY -1
               UNTIL WS-IDX LESS WS-POSICAO.

           ADD 1                  TO WS-TAB-MOV-QTD.
           ADD 1                  TO
               WS-TAB-FON-PARTIDAS (WS-FON-ATUAL).

           MOVE WS-CHAVE          TO WS-TAB-MOV-CHAVE (WS-POSICAO).
           MOVE WS-MOV-CONTA      TO WS-TAB-MOV-CONTA (WS-POSICAO).
           MOVE WS-DOC-ATUAL      TO WS-TAB-MOV-DOC (WS-POSICAO).
           MOVE WS-MOV-IND-DC     TO WS-TAB-MOV-IND (WS-POSICAO).
           MOVE WS-MOV-VALOR      TO WS-TAB-MOV-VALOR (WS-POSICAO).

       004-95-FIM.                EXIT.

      *================================================================*
       004-97-PROCURAR-POSICAO    SECTION.
      *================================================================*
           IF WS-TAB-MOV-CHAVE (WS-IDX) GREATER WS-CHAVE
               MOVE WS-IDX        TO WS-POSICAO.

       004-97-FIM.                EXIT.

      *================================================================*
       004-98-DESLOCAR-PARTIDA    SECTION.
      *================================================================*
           MOVE WS-TAB-MOV-ENTRY (WS-IDX) TO
               WS-TAB-MOV-ENTRY (WS-IDX + 1).

       004-98-FIM.                EXIT.

      *================================================================*
       005-00-CARREGAR-FECHAMENTO SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTF.
           PERFORM 001-03-FS-CADCONTF.

           PERFORM 005-01-ACUMULAR-FECHAMENTO
               UNTIL FS-CADCONTF EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCONTF.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-ACUMULAR-FECHAMENTO SECTION.
      *================================================================*
           ADD 1                  TO ACUM-FECHAMENTO.

           MOVE CONTA-CTF         TO WS-CONTA-BUSCA.
           PERFORM 003-02-LOCALIZAR-CONTA.
           MOVE 'S'               TO WS-TAB-CTA-NO-CTF (WS-IDX-ACHADO).

           IF IND-DC-CTF EQUAL 'C'
               SUBTRACT VALOR-CTF FROM
                   WS-TAB-CTA-FECH (WS-IDX-ACHADO)
           ELSE
               ADD VALOR-CTF      TO
                   WS-TAB-CTA-FECH (WS-IDX-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTF.
           PERFORM 001-03-FS-CADCONTF.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-CRITICAR-CONTAS     SECTION.
      *================================================================*
      * NATUREZA E CONTA SUPERIOR DO I050, SALDOS DO I155 E
      * CONFERENCIA DOS SALDOS COM O FECHAMENTO
      *
           PERFORM 006-01-CRITICAR-UMA-CONTA
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD.

           MOVE 'I155'            TO WS-OCO-REG.
           MOVE SPACES            TO WS-OCO-CHAVE.

           IF ACUM-SOMA-ABERT NOT EQUAL ZEROS
               MOVE 'SALDOS INICIAIS: DEVEDORES <> CREDORES'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

           IF ACUM-SOMA-DEB NOT EQUAL ACUM-SOMA-CRE
               MOVE 'MOVIMENTO: DEBITOS DIFEREM DOS CREDITOS'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-CRITICAR-UMA-CONTA  SECTION.
      *================================================================*
           IF WS-TAB-CTA-NO-PLANO (WS-IDX-CTA) EQUAL 'S'
               ADD 1              TO WS-QTD-I050
               PERFORM 006-02-DEFINIR-NATUREZA
               PERFORM 006-03-DEFINIR-SUPERIOR
               MOVE ZEROS         TO WS-QTD-PIPE
               INSPECT WS-TAB-CTA-DESC (WS-IDX-CTA)
                   TALLYING WS-QTD-PIPE FOR ALL '|'
               IF WS-QTD-PIPE NOT EQUAL ZEROS
                   MOVE 'I050'    TO WS-OCO-REG
                   MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO WS-OCO-CHAVE
                   MOVE 'DESCRICAO DA CONTA CONTEM O CARACTER |'
                                  TO WS-OCO-MOTIVO
                   PERFORM 500-00-REGISTRAR-OCORRENCIA
               END-IF.

           IF WS-TAB-CTA-ABERT (WS-IDX-CTA) EQUAL ZEROS
              AND WS-TAB-CTA-DEB (WS-IDX-CTA) EQUAL ZEROS
              AND WS-TAB-CTA-CRE (WS-IDX-CTA) EQUAL ZEROS
              AND WS-TAB-CTA-FECH (WS-IDX-CTA) EQUAL ZEROS
               MOVE 'N'           TO WS-TAB-CTA-I155 (WS-IDX-CTA)
           ELSE
               MOVE 'S'           TO WS-TAB-CTA-I155 (WS-IDX-CTA)
               PERFORM 006-05-CRITICAR-SALDO.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-DEFINIR-NATUREZA    SECTION.
      *================================================================*
      *    PELO GRUPO DAS DEMONSTRACOES: 01 ATIVO, 02 PASSIVO,
      *    03 PATRIMONIO LIQUIDO, 04 RESULTADO, 09 OUTRAS
           EVALUATE WS-TAB-CTA-GRUPO (WS-IDX-CTA) (1:1)
               WHEN '1'
                   MOVE '01'      TO WS-TAB-CTA-NAT (WS-IDX-CTA)
               WHEN '2'
                   MOVE '02'      TO WS-TAB-CTA-NAT (WS-IDX-CTA)
               WHEN '3'
                   MOVE '03'      TO WS-TAB-CTA-NAT (WS-IDX-CTA)
               WHEN '4'
               WHEN '5'
               WHEN '6'
                   MOVE '04'      TO WS-TAB-CTA-NAT (WS-IDX-CTA)
               WHEN OTHER
                   MOVE '09'      TO WS-TAB-CTA-NAT (WS-IDX-CTA)
           END-EVALUATE.

       006-02-FIM.                EXIT.

      *================================================================*
       006-03-DEFINIR-SUPERIOR    SECTION.
      *================================================================*
      * A CONTA SUPERIOR E A LINHA SINTETICA DO GRUPO: PARA A CONTA
      * ANALITICA, A LINHA DO SEU GRUPO; PARA A SINTETICA, A LINHA
      * DO CODIGO SEM O ULTIMO DIGITO. CONTA SEM GRUPO FICA NO
      * NIVEL 1, SEM SUPERIOR.
      *
           MOVE SPACES            TO WS-GRUPO-SUP.
           MOVE SPACES            TO WS-TAB-CTA-SUP (WS-IDX-CTA).

           IF WS-TAB-CTA-GRUPO (WS-IDX-CTA) EQUAL SPACES
               MOVE 1             TO WS-TAB-CTA-NIVEL (WS-IDX-CTA)
           ELSE
               IF WS-TAB-CTA-IND (WS-IDX-CTA) EQUAL 'A'
                   MOVE WS-TAB-CTA-GRUPO (WS-IDX-CTA) TO WS-GRUPO-SUP
               ELSE
                   IF WS-TAB-CTA-NIVEL (WS-IDX-CTA) GREATER 1
                       COMPUTE WS-TAM-SUP =
                           WS-TAB-CTA-NIVEL (WS-IDX-CTA) - 1
                       IF WS-TAM-SUP GREATER 5
                           MOVE 5 TO WS-TAM-SUP
                       END-IF
                       MOVE WS-TAB-CTA-GRUPO (WS-IDX-CTA)
                            (1:WS-TAM-SUP) TO WS-GRUPO-SUP
                   END-IF
               END-IF
           END-IF.

           IF WS-GRUPO-SUP NOT EQUAL SPACES
               MOVE 'N'           TO WS-SUP-ACHADO
               PERFORM 006-04-PROCURAR-SUPERIOR
                   VARYING WS-IDX-SUP FROM 1 BY 1
                   UNTIL WS-IDX-SUP GREATER WS-TAB-CTA-QTD
                      OR WS-SUP-ACHADO EQUAL 'S'
               IF WS-SUP-ACHADO NOT EQUAL 'S'
                   MOVE 'I050'    TO WS-OCO-REG
                   MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO WS-OCO-CHAVE
                   MOVE 'CONTA SUPERIOR (LINHA SINTETICA) NAO ACHADA'
                                  TO WS-OCO-MOTIVO
                   PERFORM 500-00-REGISTRAR-OCORRENCIA
               END-IF
           END-IF.

       006-03-FIM.                EXIT.

      *================================================================*
       006-04-PROCURAR-SUPERIOR   SECTION.
      *================================================================*
           IF WS-TAB-CTA-NO-PLANO (WS-IDX-SUP) EQUAL 'S'
              AND WS-TAB-CTA-IND (WS-IDX-SUP) EQUAL 'S'
              AND WS-TAB-CTA-GRUPO (WS-IDX-SUP) EQUAL WS-GRUPO-SUP
              AND WS-IDX-SUP NOT EQUAL WS-IDX-CTA
               MOVE 'S'           TO WS-SUP-ACHADO
               MOVE WS-TAB-CTA-CONTA (WS-IDX-SUP) TO
                   WS-TAB-CTA-SUP (WS-IDX-CTA).

       006-04-FIM.                EXIT.

      *================================================================*
       006-05-CRITICAR-SALDO      SECTION.
      *================================================================*
           ADD 1                  TO WS-QTD-I155.
           ADD WS-TAB-CTA-ABERT (WS-IDX-CTA) TO ACUM-SOMA-ABERT.
           ADD WS-TAB-CTA-DEB (WS-IDX-CTA)   TO ACUM-SOMA-DEB.
           ADD WS-TAB-CTA-CRE (WS-IDX-CTA)   TO ACUM-SOMA-CRE.

           MOVE 'I155'            TO WS-OCO-REG.
           MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO WS-OCO-CHAVE.

           IF WS-TAB-CTA-NO-PLANO (WS-IDX-CTA) NOT EQUAL 'S'
               MOVE 'CONTA COM SALDO OU MOVIMENTO FORA DO PLANO'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA
           ELSE
               IF WS-TAB-CTA-IND (WS-IDX-CTA) EQUAL 'S'
                   MOVE 'SALDO OU MOVIMENTO EM CONTA SINTETICA'
                                  TO WS-OCO-MOTIVO
                   PERFORM 500-00-REGISTRAR-OCORRENCIA
               END-IF
           END-IF.

           COMPUTE WS-SALDO = WS-TAB-CTA-ABERT (WS-IDX-CTA)
                            + WS-TAB-CTA-DEB (WS-IDX-CTA)
                            - WS-TAB-CTA-CRE (WS-IDX-CTA).

           IF WS-SALDO NOT EQUAL WS-TAB-CTA-FECH (WS-IDX-CTA)
               MOVE 'SALDO FINAL DIFERE DO CADCONTF (PU8EXE43)'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

       006-05-FIM.                EXIT.

      *================================================================*
       007-00-CONTAR-LINHAS       SECTION.
      *================================================================*
      * QUANTIDADES QUE O I030 E O J900 DECLARAM ANTES DE O ARQUIVO
      * SER GRAVADO: LANCAMENTOS, TIPOS DE REGISTRO E LINHAS.
      *
           MOVE ZEROS             TO WS-QTD-I200.
           MOVE 1                 TO WS-LCT-INI.

           PERFORM 007-01-CONTAR-LANCAMENTO
               UNTIL WS-LCT-INI GREATER WS-TAB-MOV-QTD.

      *    15 REGISTROS SEMPRE PRESENTES MAIS I050, I155, I200/I250
           MOVE 15                TO WS-QTD-TIPOS.

           IF WS-QTD-I050 GREATER ZEROS
               ADD 1              TO WS-QTD-TIPOS.

           IF WS-QTD-I155 GREATER ZEROS
               ADD 1              TO WS-QTD-TIPOS.

           IF WS-QTD-I200 GREATER ZEROS
               ADD 2              TO WS-QTD-TIPOS.

      *    BLOCO 0 (3) + BLOCO I (5 FIXOS) + BLOCO J (3) + BLOCO 9
      *    (9001, 9990, 9999 E UM 9900 POR TIPO)
           COMPUTE WS-QTD-LINHAS = 3 + 5 + WS-QTD-I050 + WS-QTD-I155
                                 + WS-QTD-I200 + WS-TAB-MOV-QTD
                                 + 3 + 3 + WS-QTD-TIPOS.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-CONTAR-LANCAMENTO   SECTION.
      *================================================================*
           PERFORM 011-20-DELIMITAR-LANCAMENTO.
           ADD 1                  TO WS-QTD-I200.
           COMPUTE WS-LCT-INI = WS-LCT-FIM + 1.

       007-01-FIM.                EXIT.

      *================================================================*
       010-00-GRAVAR-BLOCO-0      SECTION.
      *================================================================*
      *    0000 - ABERTURA DO ARQUIVO E IDENTIFICACAO DA EMPRESA
           MOVE 1                 TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE 'LECD'            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-DATA-INI   TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           MOVE WS-ECD-DATA-FIN   TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           MOVE WS-ECD-NOME       TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-CNPJ       TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-UF         TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    IE
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-COD-MUN    TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    IM E SITUACAO ESPECIAL
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    INICIO NORMAL DO PERIODO
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    EMPRESA COM NIRE
           IF WS-ECD-NIRE EQUAL SPACES
               MOVE '0'           TO WS-CAMPO
           ELSE
               MOVE '1'           TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    ESCRITURACAO ORIGINAL, SEM HASH SUBSTITUIDO
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    NAO E GRANDE PORTE; ECD DA PROPRIA EMPRESA, SEM SCP
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    SEM MOEDA FUNCIONAL, SEM CONSOLIDACAO
           MOVE 'N'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    ESCRITURACAO CENTRALIZADA, SEM MUDANCA DO PLANO
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    SEM PLANO REFERENCIAL
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

      *    0001 - ABERTURA DO BLOCO 0 (COM DADOS)
           MOVE 2                 TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

      *    0990 - ENCERRAMENTO DO BLOCO 0
           MOVE 3                 TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           COMPUTE WS-CAMPO-NUMERO = WS-TAB-REG-QTD (1)
                                   + WS-TAB-REG-QTD (2) + 1.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           PERFORM 700-90-GRAVAR-LINHA.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-GRAVAR-BLOCO-I      SECTION.
      *================================================================*
      *    I001 - ABERTURA DO BLOCO I (COM DADOS)
           MOVE 4                 TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

      *    I010 - LIVRO DIARIO GERAL
           MOVE 5                 TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE 'G'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE '9.00'            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

      *    I030 - TERMO DE ABERTURA, COM AS LINHAS DO ARQUIVO
           MOVE 6                 TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE 'TERMO DE ABERTURA' TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-NUM-ORD    TO WS-CAMPO-NUMERO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           MOVE 'DIARIO GERAL'    TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-QTD-LINHAS     TO WS-CAMPO-NUMERO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           MOVE WS-ECD-NOME       TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-NIRE       TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-CNPJ       TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    DATAS DE ARQUIVAMENTO E MUNICIPIO NAO INFORMADOS
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-DATA-FIN   TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           PERFORM 700-90-GRAVAR-LINHA.

      *    I050 - PLANO DE CONTAS
           PERFORM 011-01-GRAVAR-I050
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD.

      *    I150 - PERIODO DOS SALDOS
           MOVE 8                 TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE WS-ECD-DATA-INI   TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           MOVE WS-ECD-DATA-FIN   TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           PERFORM 700-90-GRAVAR-LINHA.

      *    I155 - SALDOS DAS CONTAS NO PERIODO
           PERFORM 011-10-GRAVAR-I155
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD.

      *    I200/I250 - LANCAMENTOS E PARTIDAS
           MOVE ZEROS             TO WS-LCT-NUM.
           MOVE 1                 TO WS-LCT-INI.

           PERFORM 011-30-GRAVAR-LANCAMENTO
               UNTIL WS-LCT-INI GREATER WS-TAB-MOV-QTD.

      *    I990 - ENCERRAMENTO DO BLOCO I
           MOVE 12                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE 1                 TO WS-QTD-BLOCO.
           PERFORM 011-40-SOMAR-BLOCO
               VARYING WS-IDX-REG FROM 4 BY 1
               UNTIL WS-IDX-REG GREATER 11.
           MOVE WS-QTD-BLOCO      TO WS-CAMPO-NUMERO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           PERFORM 700-90-GRAVAR-LINHA.

       011-00-FIM.                EXIT.

      *================================================================*
       011-01-GRAVAR-I050         SECTION.
      *================================================================*
           IF WS-TAB-CTA-NO-PLANO (WS-IDX-CTA) EQUAL 'S'
               MOVE 7             TO WS-REG-ATUAL
               PERFORM 700-00-INICIAR-LINHA
               MOVE WS-ECD-DATA-INI TO WS-CAMPO-DATA
               PERFORM 700-40-ACRESCENTAR-DATA
               MOVE WS-TAB-CTA-NAT (WS-IDX-CTA) TO WS-CAMPO
               PERFORM 700-10-ACRESCENTAR-TEXTO
               MOVE WS-TAB-CTA-IND (WS-IDX-CTA) TO WS-CAMPO
               PERFORM 700-10-ACRESCENTAR-TEXTO
               MOVE WS-TAB-CTA-NIVEL (WS-IDX-CTA) TO WS-CAMPO-NUMERO
               PERFORM 700-30-ACRESCENTAR-NUMERO
               MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO WS-CAMPO
               PERFORM 700-10-ACRESCENTAR-TEXTO
               MOVE WS-TAB-CTA-SUP (WS-IDX-CTA) TO WS-CAMPO
               PERFORM 700-10-ACRESCENTAR-TEXTO
               MOVE WS-TAB-CTA-DESC (WS-IDX-CTA) TO WS-CAMPO
               PERFORM 700-10-ACRESCENTAR-TEXTO
               PERFORM 700-90-GRAVAR-LINHA.

       011-01-FIM.                EXIT.

      *================================================================*
       011-10-GRAVAR-I155         SECTION.
      *================================================================*
      * VALORES SEM SINAL, COM O INDICADOR D/C (SALDO ZERO = D)
      *
           IF WS-TAB-CTA-I155 (WS-IDX-CTA) EQUAL 'S'
               MOVE 9             TO WS-REG-ATUAL
               PERFORM 700-00-INICIAR-LINHA
               MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO WS-CAMPO
               PERFORM 700-10-ACRESCENTAR-TEXTO
      *        SEM CENTRO DE CUSTO
               MOVE SPACES        TO WS-CAMPO
               PERFORM 700-10-ACRESCENTAR-TEXTO
               MOVE WS-TAB-CTA-ABERT (WS-IDX-CTA) TO WS-SALDO
               PERFORM 011-11-ACRESCENTAR-SALDO
               MOVE WS-TAB-CTA-DEB (WS-IDX-CTA) TO WS-CAMPO-VALOR
               PERFORM 700-20-ACRESCENTAR-VALOR
               MOVE WS-TAB-CTA-CRE (WS-IDX-CTA) TO WS-CAMPO-VALOR
               PERFORM 700-20-ACRESCENTAR-VALOR
               COMPUTE WS-SALDO = WS-TAB-CTA-ABERT (WS-IDX-CTA)
                                + WS-TAB-CTA-DEB (WS-IDX-CTA)
                                - WS-TAB-CTA-CRE (WS-IDX-CTA)
               PERFORM 011-11-ACRESCENTAR-SALDO
               PERFORM 700-90-GRAVAR-LINHA.

       011-10-FIM.                EXIT.

      *================================================================*
       011-11-ACRESCENTAR-SALDO   SECTION.
      *================================================================*
           IF WS-SALDO LESS ZEROS
               COMPUTE WS-CAMPO-VALOR = WS-SALDO * -1
               PERFORM 700-20-ACRESCENTAR-VALOR
               MOVE 'C'           TO WS-CAMPO
           ELSE
               MOVE WS-SALDO      TO WS-CAMPO-VALOR
               PERFORM 700-20-ACRESCENTAR-VALOR
               MOVE 'D'           TO WS-CAMPO.

           PERFORM 700-10-ACRESCENTAR-TEXTO.

       011-11-FIM.                EXIT.

      *================================================================*
       011-20-DELIMITAR-LANCAMENTO SECTION.
      *================================================================*
      * A PARTIR DE WS-LCT-INI, DEVOLVE EM WS-LCT-FIM A ULTIMA
      * PARTIDA DO MESMO LANCAMENTO E OS TOTAIS DE DEBITO E CREDITO.
      *
           MOVE WS-LCT-INI        TO WS-LCT-FIM.
           MOVE 'N'               TO WS-LCT-FECHADO.
           MOVE ZEROS             TO WS-LCT-DEB.
           MOVE ZEROS             TO WS-LCT-CRE.

           PERFORM 011-21-ESTENDER-LANCAMENTO
               VARYING WS-IDX-MOV FROM WS-LCT-INI BY 1
               UNTIL WS-IDX-MOV GREATER WS-TAB-MOV-QTD
                  OR WS-LCT-FECHADO EQUAL 'S'.

       011-20-FIM.                EXIT.

      *================================================================*
       011-21-ESTENDER-LANCAMENTO SECTION.
      *================================================================*
           IF WS-TAB-MOV-CHAVE (WS-IDX-MOV) EQUAL
              WS-TAB-MOV-CHAVE (WS-LCT-INI)
               MOVE WS-IDX-MOV    TO WS-LCT-FIM
               IF WS-TAB-MOV-IND (WS-IDX-MOV) EQUAL 'C'
                   ADD WS-TAB-MOV-VALOR (WS-IDX-MOV) TO WS-LCT-CRE
               ELSE
                   ADD WS-TAB-MOV-VALOR (WS-IDX-MOV) TO WS-LCT-DEB
               END-IF
           ELSE
               MOVE 'S'           TO WS-LCT-FECHADO.

       011-21-FIM.                EXIT.

      *================================================================*
       011-30-GRAVAR-LANCAMENTO   SECTION.
      *================================================================*
           PERFORM 011-20-DELIMITAR-LANCAMENTO.
           ADD 1                  TO WS-LCT-NUM.

           MOVE WS-LCT-NUM        TO WS-OCO-LCTO-NUM.
           MOVE WS-TAB-MOV-FON (WS-LCT-INI) TO WS-IDX-FON.

           IF WS-IDX-FON EQUAL 12
               MOVE WS-TAB-MOV-GRUPO (WS-LCT-INI) TO
                   WS-OCO-LCTO-ORIGEM
           ELSE
               MOVE WS-TAB-FON-ARQ (WS-IDX-FON) TO WS-OCO-LCTO-ORIGEM.

           MOVE 'I200'            TO WS-OCO-REG.
           MOVE WS-OCO-LCTO       TO WS-OCO-CHAVE.

           IF WS-LCT-DEB NOT EQUAL WS-LCT-CRE
               MOVE 'LANCAMENTO NAO FECHA - DEBITOS <> CREDITOS'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

           IF WS-TAB-MOV-DATA (WS-LCT-INI) LESS WS-ECD-DATA-INI
              OR WS-TAB-MOV-DATA (WS-LCT-INI) GREATER WS-ECD-DATA-FIN
               MOVE 'DATA DO LANCAMENTO FORA DO PERIODO'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

      *    I200 - LANCAMENTO NORMAL, PELO TOTAL DOS DEBITOS
           MOVE 10                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE WS-LCT-NUM        TO WS-CAMPO-NUMERO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           MOVE WS-TAB-MOV-DATA (WS-LCT-INI) TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           MOVE WS-LCT-DEB        TO WS-CAMPO-VALOR.
           PERFORM 700-20-ACRESCENTAR-VALOR.
           MOVE 'N'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

           PERFORM 011-31-GRAVAR-I250
               VARYING WS-IDX-MOV FROM WS-LCT-INI BY 1
               UNTIL WS-IDX-MOV GREATER WS-LCT-FIM.

           COMPUTE WS-LCT-INI = WS-LCT-FIM + 1.

       011-30-FIM.                EXIT.

      *================================================================*
       011-31-GRAVAR-I250         SECTION.
      *================================================================*
           MOVE 11                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE WS-TAB-MOV-CONTA (WS-IDX-MOV) TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    SEM CENTRO DE CUSTO
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-TAB-MOV-VALOR (WS-IDX-MOV) TO WS-CAMPO-VALOR.
           PERFORM 700-20-ACRESCENTAR-VALOR.
           MOVE WS-TAB-MOV-IND (WS-IDX-MOV) TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    NUMERO DO ARQUIVAMENTO: O DOCUMENTO DA PARTIDA
           MOVE WS-TAB-MOV-DOC (WS-IDX-MOV) TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    SEM HISTORICO PADRAO; HISTORICO COM O FLUXO DE ORIGEM
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE SPACES            TO WS-CAMPO.
           STRING 'LANCAMENTO '   DELIMITED BY SIZE
                  WS-TAB-FON-ARQ (WS-IDX-FON) DELIMITED BY SPACE
                  ' - '           DELIMITED BY SIZE
                  WS-TAB-FON-PGM (WS-IDX-FON) DELIMITED BY SIZE
               INTO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
      *    SEM PARTICIPANTE
           MOVE SPACES            TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

       011-31-FIM.                EXIT.

      *================================================================*
       011-40-SOMAR-BLOCO         SECTION.
      *================================================================*
           ADD WS-TAB-REG-QTD (WS-IDX-REG) TO WS-QTD-BLOCO.

       011-40-FIM.                EXIT.

      *================================================================*
       012-00-GRAVAR-BLOCO-J      SECTION.
      *================================================================*
      *    J001 - ABERTURA DO BLOCO J (COM DADOS)
           MOVE 13                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

      *    J900 - TERMO DE ENCERRAMENTO, COM AS LINHAS DO ARQUIVO
           MOVE 14                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE 'TERMO DE ENCERRAMENTO' TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-NUM-ORD    TO WS-CAMPO-NUMERO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           MOVE 'DIARIO GERAL'    TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-ECD-NOME       TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           MOVE WS-QTD-LINHAS     TO WS-CAMPO-NUMERO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           MOVE WS-ECD-DATA-INI   TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           MOVE WS-ECD-DATA-FIN   TO WS-CAMPO-DATA.
           PERFORM 700-40-ACRESCENTAR-DATA.
           PERFORM 700-90-GRAVAR-LINHA.

      *    J990 - ENCERRAMENTO DO BLOCO J
           MOVE 15                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           COMPUTE WS-CAMPO-NUMERO = WS-TAB-REG-QTD (13)
                                   + WS-TAB-REG-QTD (14) + 1.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           PERFORM 700-90-GRAVAR-LINHA.

       012-00-FIM.                EXIT.

      *================================================================*
       013-00-GRAVAR-BLOCO-9      SECTION.
      *================================================================*
      *    9001 - ABERTURA DO BLOCO 9 (COM DADOS)
           MOVE 16                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE '0'               TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-90-GRAVAR-LINHA.

      *    9900 - UM POR TIPO DE REGISTRO GRAVADO; OS DO PROPRIO
      *    BLOCO 9 SAO OS CALCULADOS EM 007-00
           PERFORM 013-01-GRAVAR-9900
               VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG GREATER 16.

           MOVE 17                TO WS-IDX-REG.
           MOVE WS-QTD-TIPOS      TO WS-CAMPO-NUMERO.
           PERFORM 013-02-GRAVAR-9900-BLOCO-9.

           MOVE 18                TO WS-IDX-REG.
           MOVE 1                 TO WS-CAMPO-NUMERO.
           PERFORM 013-02-GRAVAR-9900-BLOCO-9.

           MOVE 19                TO WS-IDX-REG.
           MOVE 1                 TO WS-CAMPO-NUMERO.
           PERFORM 013-02-GRAVAR-9900-BLOCO-9.

      *    9990 - ENCERRAMENTO DO BLOCO 9 (CONTANDO 9990 E 9999)
           MOVE 18                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           COMPUTE WS-CAMPO-NUMERO = WS-TAB-REG-QTD (16)
                                   + WS-TAB-REG-QTD (17) + 2.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           PERFORM 700-90-GRAVAR-LINHA.

      *    9999 - ENCERRAMENTO DO ARQUIVO
           MOVE 19                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE 1                 TO WS-QTD-BLOCO.
           PERFORM 011-40-SOMAR-BLOCO
               VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG GREATER 18.
           MOVE WS-QTD-BLOCO      TO WS-CAMPO-NUMERO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           PERFORM 700-90-GRAVAR-LINHA.

       013-00-FIM.                EXIT.

      *================================================================*
       013-01-GRAVAR-9900         SECTION.
      *================================================================*
           IF WS-TAB-REG-QTD (WS-IDX-REG) GREATER ZEROS
               MOVE WS-TAB-REG-QTD (WS-IDX-REG) TO WS-CAMPO-NUMERO
               PERFORM 013-02-GRAVAR-9900-BLOCO-9.

       013-01-FIM.                EXIT.

      *================================================================*
       013-02-GRAVAR-9900-BLOCO-9 SECTION.
      *================================================================*
      * 9900 DO REGISTRO WS-IDX-REG COM A QUANTIDADE JA MOVIDA PARA
      * WS-CAMPO-NUMERO
      *
           MOVE 17                TO WS-REG-ATUAL.
           PERFORM 700-00-INICIAR-LINHA.
           MOVE WS-TAB-REG-COD (WS-IDX-REG) TO WS-CAMPO.
           PERFORM 700-10-ACRESCENTAR-TEXTO.
           PERFORM 700-30-ACRESCENTAR-NUMERO.
           PERFORM 700-90-GRAVAR-LINHA.

       013-02-FIM.                EXIT.

      *================================================================*
       014-00-CONFERIR-CONTAGENS  SECTION.
      *================================================================*
      * LINHAS GRAVADAS CONTRA AS DECLARADAS NO I030/J900 E NO 9900
      *
           MOVE ZEROS             TO WS-QTD-GRAVADAS.
           MOVE ZEROS             TO WS-QTD-BLOCO.
           PERFORM 011-40-SOMAR-BLOCO
               VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG GREATER 19.
           MOVE WS-QTD-BLOCO      TO WS-QTD-GRAVADAS.

           IF WS-QTD-GRAVADAS NOT EQUAL WS-QTD-LINHAS
               MOVE '9999'        TO WS-OCO-REG
               MOVE WS-QTD-GRAVADAS TO WS-OCO-CHAVE
               MOVE 'LINHAS GRAVADAS DIFEREM DO I030/J900'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

           IF WS-TAB-REG-QTD (17) NOT EQUAL WS-QTD-TIPOS
               MOVE '9900'        TO WS-OCO-REG
               MOVE WS-TAB-REG-QTD (17) TO WS-OCO-CHAVE
               MOVE 'QUANTIDADE DE 9900 DIFERE DA DECLARADA'
                                  TO WS-OCO-MOTIVO
               PERFORM 500-00-REGISTRAR-OCORRENCIA.

       014-00-FIM.                EXIT.

      *================================================================*
       015-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-OCORRENCIAS EQUAL ZEROS
               PERFORM 020-00-CABECALHOS
               WRITE REG-RELATO   FROM DET003 AFTER 1
               PERFORM 001-04-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           IF ACUM-LINHAS GREATER 30
               PERFORM 020-00-CABECALHOS.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.

           PERFORM 015-01-IMPRIMIR-REGISTRO
               VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG GREATER 19.

           MOVE WS-QTD-I050       TO TOT001-PLANO.
           MOVE WS-QTD-I155       TO TOT002-SALDOS.
           MOVE WS-LCT-NUM        TO TOT003-LANCAMENTOS.
           MOVE WS-TAB-MOV-QTD    TO TOT004-PARTIDAS.
           MOVE WS-QTD-GRAVADAS   TO TOT005-LINHAS.
           MOVE ACUM-OCORRENCIAS  TO TOT006-OCORRENCIAS.

           WRITE REG-RELATO       FROM TOT001 AFTER 2.
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

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.

           PERFORM 015-02-IMPRIMIR-FONTE
               VARYING WS-IDX-FON FROM 1 BY 1
               UNTIL WS-IDX-FON GREATER 12.

           IF ACUM-OCORRENCIAS NOT EQUAL ZEROS
               DISPLAY '* ESCRITURACAO COM ' ACUM-OCORRENCIAS
                       ' OCORRENCIA(S) - VER RELATORIO *'
               DISPLAY '* CORRIGIR ANTES DE TRANSMITIR        *'
               MOVE 0004          TO RETURN-CODE.

       015-00-FIM.                EXIT.

      *================================================================*
       015-01-IMPRIMIR-REGISTRO   SECTION.
      *================================================================*
           IF WS-TAB-REG-QTD (WS-IDX-REG) GREATER ZEROS
               MOVE WS-TAB-REG-COD (WS-IDX-REG) TO DET002-REG
               MOVE WS-TAB-REG-QTD (WS-IDX-REG) TO DET002-QTD
               WRITE REG-RELATO   FROM DET002 AFTER 1
               PERFORM 001-04-FS-RELATO.

       015-01-FIM.                EXIT.

      *================================================================*
       015-02-IMPRIMIR-FONTE      SECTION.
      *================================================================*
           IF WS-TAB-FON-INFORMADO (WS-IDX-FON) EQUAL 'S'
               MOVE WS-TAB-FON-ARQ (WS-IDX-FON) TO TOT007-ARQ
               MOVE WS-TAB-FON-PGM (WS-IDX-FON) TO TOT007-PGM
               MOVE WS-TAB-FON-LIDOS (WS-IDX-FON) TO TOT007-LIDOS
               WRITE REG-RELATO   FROM TOT007 AFTER 1
               PERFORM 001-04-FS-RELATO
           ELSE
               MOVE WS-TAB-FON-ARQ (WS-IDX-FON) TO TOT008-ARQ
               MOVE WS-TAB-FON-PGM (WS-IDX-FON) TO TOT008-PGM
               WRITE REG-RELATO   FROM TOT008 AFTER 1
               PERFORM 001-04-FS-RELATO.

       015-02-FIM.                EXIT.

      *================================================================*
       016-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SPEDECD
                 RELATO.
           PERFORM 001-07-FS-SPEDECD.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       016-00-FIM.                EXIT.

      *================================================================*
       020-00-CABECALHOS          SECTION.
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

       020-00-FIM.                EXIT.

      *================================================================*
       500-00-REGISTRAR-OCORRENCIA SECTION.
      *================================================================*
      * IMPRIME A OCORRENCIA EM WS-OCO-REG/CHAVE/MOTIVO
      *
           IF ACUM-LINHAS GREATER 59
               PERFORM 020-00-CABECALHOS.

           MOVE WS-OCO-REG        TO DET001-REG.
           MOVE WS-OCO-CHAVE      TO DET001-CHAVE.
           MOVE WS-OCO-MOTIVO     TO DET001-MOTIVO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.
           ADD 1                  TO ACUM-OCORRENCIAS.

       500-00-FIM.                EXIT.

      *================================================================*
       700-00-INICIAR-LINHA       SECTION.
      *================================================================*
      * LINHA DO REGISTRO WS-REG-ATUAL: '|' + CODIGO + '|'; CADA
      * CAMPO ACRESCENTADO LEVA O SEU '|' DE FECHAMENTO
      *
           MOVE SPACES            TO WS-LINHA-ECD.
           MOVE 1                 TO WS-PONTEIRO.

           STRING '|'             DELIMITED BY SIZE
                  WS-TAB-REG-COD (WS-REG-ATUAL) DELIMITED BY SIZE
                  '|'             DELIMITED BY SIZE
               INTO WS-LINHA-ECD
               WITH POINTER WS-PONTEIRO.

       700-00-FIM.                EXIT.

      *================================================================*
       700-10-ACRESCENTAR-TEXTO   SECTION.
      *================================================================*
      *    TEXTO EM WS-CAMPO, SEM OS BRANCOS DO FINAL
           STRING WS-CAMPO        DELIMITED BY '  '
                  '|'             DELIMITED BY SIZE
               INTO WS-LINHA-ECD
               WITH POINTER WS-PONTEIRO.

       700-10-FIM.                EXIT.

      *================================================================*
       700-20-ACRESCENTAR-VALOR   SECTION.
      *================================================================*
      *    VALOR EM WS-CAMPO-VALOR, COM VIRGULA E SEM ZEROS A ESQUERDA
           MOVE WS-CAMPO-VALOR    TO WS-VALOR-EDIT.
           MOVE ZEROS             TO WS-BRANCOS.
           INSPECT WS-VALOR-EDIT TALLYING WS-BRANCOS
               FOR LEADING SPACES.

           STRING WS-VALOR-EDIT (WS-BRANCOS + 1:) DELIMITED BY SIZE
                  '|'             DELIMITED BY SIZE
               INTO WS-LINHA-ECD
               WITH POINTER WS-PONTEIRO.

       700-20-FIM.                EXIT.

      *================================================================*
       700-30-ACRESCENTAR-NUMERO  SECTION.
      *================================================================*
      *    INTEIRO EM WS-CAMPO-NUMERO, SEM ZEROS A ESQUERDA
           MOVE WS-CAMPO-NUMERO   TO WS-NUMERO-EDIT.
           MOVE ZEROS             TO WS-BRANCOS.
           INSPECT WS-NUMERO-EDIT TALLYING WS-BRANCOS
               FOR LEADING SPACES.

           STRING WS-NUMERO-EDIT (WS-BRANCOS + 1:) DELIMITED BY SIZE
                  '|'             DELIMITED BY SIZE
               INTO WS-LINHA-ECD
               WITH POINTER WS-PONTEIRO.

       700-30-FIM.                EXIT.

      *================================================================*
       700-40-ACRESCENTAR-DATA    SECTION.
      *================================================================*
      *    DATA AAAAMMDD EM WS-CAMPO-DATA, GRAVADA COMO DDMMAAAA
           MOVE WS-DIA-CAMPO      TO WS-DIA-DDMMAAAA.
           MOVE WS-MES-CAMPO      TO WS-MES-DDMMAAAA.
           MOVE WS-ANO-CAMPO      TO WS-ANO-DDMMAAAA.

           STRING WS-DATA-DDMMAAAA DELIMITED BY SIZE
                  '|'             DELIMITED BY SIZE
               INTO WS-LINHA-ECD
               WITH POINTER WS-PONTEIRO.

       700-40-FIM.                EXIT.

      *================================================================*
       700-90-GRAVAR-LINHA        SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-SPEDECD      FROM WS-LINHA-ECD.
           PERFORM 001-07-FS-SPEDECD.

           ADD 1                  TO WS-TAB-REG-QTD (WS-REG-ATUAL).

       700-90-FIM.                EXIT.

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
               MOVE 'PU8EXF47'        TO RUNLOG-PROGRAMA
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
                   ACUM-PLANO + ACUM-ABERTURA + ACUM-MOVIMENTO
                 + ACUM-FECHAMENTO
               MOVE WS-QTD-GRAVADAS         TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-OCORRENCIAS        TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
