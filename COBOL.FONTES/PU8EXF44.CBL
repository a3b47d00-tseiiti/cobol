       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF44.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * RAZAO ANALITICO DO PERIODO: PARA CADA CONTA DA FAIXA PEDIDA,
      * PARTE DO SALDO DE ABERTURA DO CADCONTP E LISTA, EM ORDEM DE
      * DATA, TODAS AS PARTIDAS DOS FLUXOS DE POSTAGEM DO PERIODO -
      * COM O ARQUIVO E O PROGRAMA DE ORIGEM, O DOCUMENTO, O DEBITO
      * OU CREDITO E O SALDO ACUMULADO - ATE O SALDO FINAL DA CONTA.
      *
      * OS FLUXOS SAO LIDOS UM A UM, CADA QUAL COM O SEU DD, PARA A
      * ORIGEM DE CADA PARTIDA FICAR IDENTIFICADA: CADCONTA
      * (PU8EXE12), ESTCONT (PU8EXF20), APCONT (PU8EXE81), VENDCONT
      * (PU8EXF35), PDDCONT (PU8EXF40), PROVCONT (PU8EXE46), DEPCONT
      * (PU8EXF03), FOLCONT (PU8EXF52), BAIXCONT (PU8EXF51), VARMOD
      * (PU8EXF29), ACESCONT (PU8EXF25) E OS LANCAMENTOS MANUAIS
      * APROVADOS PELO PU8EXE45 (LANCAPR). O RECEBIDO NAO FATURADO
      * ENTRA PELO ESTCONT E E BAIXADO PELO APCONT E, NA PARCELA DOS
      * CUSTOS ACESSORIOS, PELO ACESCONT. TODOS SAO OPCIONAIS: O
      * FLUXO NAO INFORMADO NA RODADA ('35') SAI NOS TOTAIS COMO NAO
      * INFORMADO. NOS FLUXOS AUTOMATICOS O DOCUMENTO E O NUMERO DO
      * LANCAMENTO NO SUBSISTEMA (QTD-REG); NOS MANUAIS, O DOCUMENTO
      * DIGITADO NO LANCMAN.
      *
      * O SALDO FINAL DE CADA CONTA E CONFERIDO COM O SALDO GRAVADO
      * NO CADCONTF PELO FECHAMENTO DO PU8EXE43; CONTA QUE NAO BATE
      * SAI MARCADA COMO DIVERGENTE E O PROGRAMA TERMINA COM
      * RETURN-CODE 0004 (OS FLUXOS INFORMADOS AQUI DEVEM SER OS
      * MESMOS QUE ENTRARAM NO CADCONTM DO FECHAMENTO).
      *
      * FAIXA DE CONTAS (ARQUIVO PARMRAZ, OPCIONAL): CONTA INICIAL E
      * CONTA FINAL; CONTA FINAL EM BRANCO LISTA SO A CONTA INICIAL.
      * SEM PARMRAZ ('35' OU VAZIO) SAEM TODAS AS CONTAS.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
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
           SELECT PARMRAZ         ASSIGN TO UT-S-PARMRAZ
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMRAZ.
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
      * FAIXA DE CONTAS DO RAZAO
      *
       FD PARMRAZ
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMRAZ.
       01 REG-PARMRAZ.
          05 CONTA-DE-PARM        PIC X(10).
          05 CONTA-ATE-PARM       PIC X(10).
      *
       FD RELATO
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(100).
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
      *  FAIXA DE CONTAS (PARMRAZ PRESENTE)
      *
       77 FS-PARMRAZ              PIC X(02) VALUE SPACES.
       77 WS-MODO-FAIXA           PIC X(01) VALUE 'N'.
       77 WS-CONTA-DE             PIC X(10) VALUE SPACES.
       77 WS-CONTA-ATE            PIC X(10) VALUE SPACES.
       77 WS-NA-FAIXA             PIC X(01) VALUE SPACES.
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
      *  CONTAS DA FAIXA EM ORDEM DE CONTA: SALDO DE ABERTURA E SALDO
      *  DO CADCONTF (COM SINAL, DEBITO POSITIVO), DEBITOS E CREDITOS
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CTA-CONTA  PIC X(10).
             10 WS-TAB-CTA-ABERT  PIC S9(11)V99.
             10 WS-TAB-CTA-DEB    PIC 9(11)V99.
             10 WS-TAB-CTA-CRE    PIC 9(11)V99.
             10 WS-TAB-CTA-FECH   PIC S9(11)V99.
             10 WS-TAB-CTA-NO-CTF PIC X(01).
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CTA              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(04) VALUE ZEROS.
       77 WS-CONTA-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-CONTA-EXISTE         PIC X(01) VALUE SPACES.
      *
      *  PARTIDAS DA FAIXA EM ORDEM DE CONTA E DATA (NA MESMA DATA,
      *  NA ORDEM DE LEITURA DOS FLUXOS)
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-MOV-ENTRY OCCURS 3000 TIMES.
             10 WS-TAB-MOV-CHAVE.
                15 WS-TAB-MOV-CONTA PIC X(10).
                15 WS-TAB-MOV-DATA  PIC 9(08).
             10 WS-TAB-MOV-FON    PIC 9(02).
             10 WS-TAB-MOV-DOC    PIC X(08).
             10 WS-TAB-MOV-IND    PIC X(01).
             10 WS-TAB-MOV-VALOR  PIC 9(11)V99.
      *
       01 WS-CHAVE.
          05 WS-CHAVE-CONTA       PIC X(10).
          05 WS-CHAVE-DATA        PIC 9(08).
      *
       77 WS-IDX-MOV              PIC 9(04) VALUE ZEROS.
       77 WS-FIM-CONTA            PIC X(01) VALUE SPACES.
       77 WS-SALDO                PIC S9(13)V99 VALUE ZEROS.
      *
       01 WS-DATA-PARTIDA.
          05 WS-ANO-PARTIDA       PIC 9(04).
          05 WS-MES-PARTIDA       PIC 9(02).
          05 WS-DIA-PARTIDA       PIC 9(02).
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-ABERTURA           PIC 9(06) VALUE ZEROS.
       77 ACUM-MOVIMENTO          PIC 9(06) VALUE ZEROS.
       77 ACUM-FECHAMENTO         PIC 9(06) VALUE ZEROS.
       77 ACUM-DIVERGENTES        PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
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
             'PROGRAMA = PU8EXF44'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'RAZAO ANALITICO DO PERIODO'.
      *
       01  CAB004.
          05 FILLER               PIC X(98) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(12) VALUE 'DATA'.
          05 FILLER               PIC X(19) VALUE 'ORIGEM'.
          05 FILLER               PIC X(15) VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(19) VALUE 'DEBITO'.
          05 FILLER               PIC X(20) VALUE 'CREDITO'.
          05 FILLER               PIC X(12) VALUE 'SALDO'.
      *
       01  DET001.
          05 DET001-DIA           PIC 9(02)/.
          05 DET001-MES           PIC 9(02)/.
          05 DET001-ANO           PIC 9(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ARQ           PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PGM           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DOC           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DEBITO        PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CREDITO       PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET002.
          05 FILLER               PIC X(07) VALUE 'CONTA: '.
          05 DET002-CONTA         PIC X(10).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(58) VALUE 'SALDO ANTERIOR'.
          05 DET002-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET003.
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE
             'TOTAIS / SALDO FINAL'.
          05 DET003-DEBITOS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-CREDITOS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET004.
          05 FILLER               PIC X(21) VALUE SPACES.
          05 FILLER               PIC X(33) VALUE
             'SALDO NO FECHAMENTO (PU8EXE43)'.
          05 DET004-SITUACAO      PIC X(25).
          05 DET004-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE CONTAS NO RAZAO                 :'.
          05 TOT001-CONTAS        PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PARTIDAS LISTADAS               :'.
          05 TOT002-PARTIDAS      PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'CONTAS DIVERGENTES DO FECHAMENTO         :'.
          05 TOT003-DIVERGENTES   PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(06) VALUE 'FLUXO '.
          05 TOT004-ARQ           PIC X(08).
          05 FILLER               PIC X(02) VALUE ' ('.
          05 TOT004-PGM           PIC X(08).
          05 FILLER               PIC X(16) VALUE ')  LIDAS/FAIXA:'.
          05 TOT004-LIDOS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(03) VALUE ' / '.
          05 TOT004-PARTIDAS      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(06) VALUE 'FLUXO '.
          05 TOT005-ARQ           PIC X(08).
          05 FILLER               PIC X(02) VALUE ' ('.
          05 TOT005-PGM           PIC X(08).
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
           PERFORM 001-09-LER-PARMRAZ.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-ABERTURA.
           PERFORM 004-00-CARREGAR-MOVIMENTO.
           PERFORM 005-00-CARREGAR-FECHAMENTO.
           PERFORM 006-00-IMPRIMIR-RAZAO.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 008-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
      *    OS FLUXOS DE POSTAGEM SAO ABERTOS UM A UM NA CARGA (004-00)
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADCONTP
                       CADCONTF
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

           PERFORM 001-10-ZERAR-FONTE
               VARYING WS-IDX-FON FROM 1 BY 1
               UNTIL WS-IDX-FON GREATER 12.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADCONTP.
           PERFORM 001-03-FS-CADCONTF.
           PERFORM 001-04-FS-RELATO.

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
       001-09-LER-PARMRAZ         SECTION.
      *================================================================*
      *    SEM PARMRAZ ('35' OU VAZIO) O RAZAO SAI PARA TODAS AS
      *    CONTAS; COM ELE, SO PARA A FAIXA (OU A CONTA UNICA)
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMRAZ.

           IF FS-PARMRAZ NOT EQUAL '00' AND '35'
               MOVE 'PARMRAZ'     TO FS-ARQUIVO
               MOVE FS-PARMRAZ    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           IF FS-PARMRAZ EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMRAZ
               IF FS-PARMRAZ EQUAL '00'
                   MOVE 'S'            TO WS-MODO-FAIXA
                   MOVE CONTA-DE-PARM  TO WS-CONTA-DE
                   MOVE CONTA-ATE-PARM TO WS-CONTA-ATE
               END-IF
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMRAZ.

           IF WS-MODO-FAIXA EQUAL 'S'
               IF WS-CONTA-ATE EQUAL SPACES
                   MOVE WS-CONTA-DE TO WS-CONTA-ATE
               END-IF
               IF WS-CONTA-ATE LESS WS-CONTA-DE
                   DISPLAY '* FAIXA INVERTIDA NO PARMRAZ: '
                           WS-CONTA-DE ' A ' WS-CONTA-ATE ' *'
                   MOVE 'PARMRAZ' TO FS-ARQUIVO
                   MOVE FS-PARMRAZ TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   DISPLAY 'RAZAO DAS CONTAS ' WS-CONTA-DE ' ATE '
                           WS-CONTA-ATE.

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
       003-00-CARREGAR-ABERTURA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTP.
           PERFORM 001-02-FS-CADCONTP.

           PERFORM 003-01-ACUMULAR-ABERTURA
               UNTIL FS-CADCONTP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCONTP.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-ABERTURA   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-ABERTURA.

           MOVE CONTA-CTA-P       TO WS-CONTA-BUSCA.
           PERFORM 003-05-TESTAR-FAIXA.

           IF WS-NA-FAIXA EQUAL 'S'
               PERFORM 003-02-LOCALIZAR-CONTA
               IF IND-DC-CTA-P EQUAL 'C'
                   SUBTRACT VALOR-CTA-P FROM
                       WS-TAB-CTA-ABERT (WS-IDX-ACHADO)
               ELSE
                   ADD VALOR-CTA-P TO
                       WS-TAB-CTA-ABERT (WS-IDX-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTP.
           PERFORM 001-02-FS-CADCONTP.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-LOCALIZAR-CONTA     SECTION.
      *================================================================*
      * DEVOLVE EM WS-IDX-ACHADO A ENTRADA DA CONTA EM WS-CONTA-BUSCA,
      * CRIANDO-A ZERADA, NA ORDEM DE CONTA, QUANDO AINDA NAO EXISTE.
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
                   DISPLAY '* MAIS DE 500 CONTAS NO RAZAO       *'
                   DISPLAY '* RESTRINGIR A FAIXA NO PARMRAZ     *'
                   MOVE 'PARMRAZ'  TO FS-ARQUIVO
                   MOVE SPACES     TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   PERFORM 003-04-DESLOCAR-CONTA
                       VARYING WS-IDX FROM WS-TAB-CTA-QTD BY -1
                       UNTIL WS-IDX LESS WS-POSICAO
                   ADD 1          TO WS-TAB-CTA-QTD
                   MOVE WS-CONTA-BUSCA TO
                       WS-TAB-CTA-CONTA (WS-POSICAO)
                   MOVE ZEROS     TO WS-TAB-CTA-ABERT (WS-POSICAO)
                                     WS-TAB-CTA-DEB (WS-POSICAO)
                                     WS-TAB-CTA-CRE (WS-POSICAO)
                                     WS-TAB-CTA-FECH (WS-POSICAO)
                   MOVE 'N'       TO WS-TAB-CTA-NO-CTF (WS-POSICAO).

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
       003-05-TESTAR-FAIXA        SECTION.
      *================================================================*
           IF WS-MODO-FAIXA NOT EQUAL 'S'
               MOVE 'S'           TO WS-NA-FAIXA
           ELSE
               IF WS-CONTA-BUSCA NOT LESS WS-CONTA-DE
                  AND WS-CONTA-BUSCA NOT GREATER WS-CONTA-ATE
                   MOVE 'S'       TO WS-NA-FAIXA
               ELSE
                   MOVE 'N'       TO WS-NA-FAIXA.

       003-05-FIM.                EXIT.

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
      * WS-DOC-ATUAL E FLUXO EM WS-FON-ATUAL: SE A CONTA ESTA NA
      * FAIXA, ENTRA NA TABELA DEPOIS DAS PARTIDAS DA MESMA CONTA E
      * DATA JA CARREGADAS.
      *
           ADD 1                  TO ACUM-MOVIMENTO.
           ADD 1                  TO WS-TAB-FON-LIDOS (WS-FON-ATUAL).

           MOVE WS-MOV-CONTA      TO WS-CONTA-BUSCA.
           PERFORM 003-05-TESTAR-FAIXA.

           IF WS-NA-FAIXA EQUAL 'S'
               PERFORM 004-96-GRAVAR-TABELA.

       004-95-FIM.                EXIT.

      *================================================================*
       004-96-GRAVAR-TABELA       SECTION.
      *================================================================*
           IF WS-TAB-MOV-QTD EQUAL 3000
               DISPLAY '* MAIS DE 3000 PARTIDAS NA FAIXA    *'
               DISPLAY '* RESTRINGIR A FAIXA NO PARMRAZ     *'
               MOVE WS-TAB-FON-ARQ (WS-FON-ATUAL) TO FS-ARQUIVO
               MOVE SPACES        TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           PERFORM 003-02-LOCALIZAR-CONTA.

           IF WS-MOV-IND-DC EQUAL 'C'
               ADD WS-MOV-VALOR   TO WS-TAB-CTA-CRE (WS-IDX-ACHADO)
           ELSE
               ADD WS-MOV-VALOR   TO WS-TAB-CTA-DEB (WS-IDX-ACHADO).

           MOVE WS-MOV-CONTA      TO WS-CHAVE-CONTA.
           MOVE WS-MOV-DATA       TO WS-CHAVE-DATA.

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
           MOVE WS-FON-ATUAL      TO WS-TAB-MOV-FON (WS-POSICAO).
           MOVE WS-DOC-ATUAL      TO WS-TAB-MOV-DOC (WS-POSICAO).
           MOVE WS-MOV-IND-DC     TO WS-TAB-MOV-IND (WS-POSICAO).
           MOVE WS-MOV-VALOR      TO WS-TAB-MOV-VALOR (WS-POSICAO).

       004-96-FIM.                EXIT.

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
           PERFORM 003-05-TESTAR-FAIXA.

           IF WS-NA-FAIXA EQUAL 'S'
               PERFORM 003-02-LOCALIZAR-CONTA
               MOVE 'S'           TO WS-TAB-CTA-NO-CTF (WS-IDX-ACHADO)
               IF IND-DC-CTF EQUAL 'C'
                   SUBTRACT VALOR-CTF FROM
                       WS-TAB-CTA-FECH (WS-IDX-ACHADO)
               ELSE
                   ADD VALOR-CTF  TO
                       WS-TAB-CTA-FECH (WS-IDX-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTF.
           PERFORM 001-03-FS-CADCONTF.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-RAZAO      SECTION.
      *================================================================*
      * CONTAS E PARTIDAS ESTAO NA MESMA ORDEM DE CONTA: A PARTIDA
      * CORRENTE (WS-IDX-MOV) AVANCA JUNTO COM A CONTA.
      *
           MOVE 1                 TO WS-IDX-MOV.

           PERFORM 006-01-TRATAR-UMA-CONTA
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-TRATAR-UMA-CONTA    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 57
               PERFORM 010-00-CABECALHOS.

           MOVE WS-TAB-CTA-ABERT (WS-IDX-CTA) TO WS-SALDO.

           MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO DET002-CONTA.
           MOVE WS-SALDO          TO DET002-SALDO.

           WRITE REG-RELATO       FROM DET002 AFTER 2.
           PERFORM 001-04-FS-RELATO.
           ADD 2                  TO ACUM-LINHAS.

           PERFORM 006-02-TESTAR-PARTIDA.
           PERFORM 006-03-IMPRIMIR-PARTIDA
               UNTIL WS-FIM-CONTA EQUAL 'S'.

           PERFORM 006-04-IMPRIMIR-FINAL.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-TESTAR-PARTIDA      SECTION.
      *================================================================*
           MOVE 'N'               TO WS-FIM-CONTA.

           IF WS-IDX-MOV GREATER WS-TAB-MOV-QTD
               MOVE 'S'           TO WS-FIM-CONTA
           ELSE
               IF WS-TAB-MOV-CONTA (WS-IDX-MOV) NOT EQUAL
                  WS-TAB-CTA-CONTA (WS-IDX-CTA)
                   MOVE 'S'       TO WS-FIM-CONTA.

       006-02-FIM.                EXIT.

      *================================================================*
       006-03-IMPRIMIR-PARTIDA    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 010-00-CABECALHOS.

           MOVE WS-TAB-MOV-DATA (WS-IDX-MOV) TO WS-DATA-PARTIDA.
           MOVE WS-DIA-PARTIDA    TO DET001-DIA.
           MOVE WS-MES-PARTIDA    TO DET001-MES.
           MOVE WS-ANO-PARTIDA    TO DET001-ANO.

           MOVE WS-TAB-MOV-FON (WS-IDX-MOV) TO WS-IDX-FON.
           MOVE WS-TAB-FON-ARQ (WS-IDX-FON) TO DET001-ARQ.
           MOVE WS-TAB-FON-PGM (WS-IDX-FON) TO DET001-PGM.
           MOVE WS-TAB-MOV-DOC (WS-IDX-MOV) TO DET001-DOC.

           IF WS-TAB-MOV-IND (WS-IDX-MOV) EQUAL 'C'
               SUBTRACT WS-TAB-MOV-VALOR (WS-IDX-MOV) FROM WS-SALDO
               MOVE ZEROS         TO DET001-DEBITO
               MOVE WS-TAB-MOV-VALOR (WS-IDX-MOV) TO DET001-CREDITO
           ELSE
               ADD WS-TAB-MOV-VALOR (WS-IDX-MOV) TO WS-SALDO
               MOVE WS-TAB-MOV-VALOR (WS-IDX-MOV) TO DET001-DEBITO
               MOVE ZEROS         TO DET001-CREDITO.

           MOVE WS-SALDO          TO DET001-SALDO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           ADD 1                  TO WS-IDX-MOV.
           PERFORM 006-02-TESTAR-PARTIDA.

       006-03-FIM.                EXIT.

      *================================================================*
       006-04-IMPRIMIR-FINAL      SECTION.
      *================================================================*
      * SALDO FINAL DA CONTA E CONFERENCIA COM O CADCONTF
      *
           IF ACUM-LINHAS GREATER 58
               PERFORM 010-00-CABECALHOS.

           MOVE WS-TAB-CTA-DEB (WS-IDX-CTA) TO DET003-DEBITOS.
           MOVE WS-TAB-CTA-CRE (WS-IDX-CTA) TO DET003-CREDITOS.
           MOVE WS-SALDO          TO DET003-SALDO.

           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE WS-TAB-CTA-FECH (WS-IDX-CTA) TO DET004-SALDO.

           IF WS-TAB-CTA-NO-CTF (WS-IDX-CTA) NOT EQUAL 'S'
               MOVE 'NAO CONSTA NO CADCONTF' TO DET004-SITUACAO
               ADD 1              TO ACUM-DIVERGENTES
           ELSE
               IF WS-SALDO EQUAL WS-TAB-CTA-FECH (WS-IDX-CTA)
                   MOVE 'CONFERE' TO DET004-SITUACAO
               ELSE
                   MOVE '*** DIVERGENTE ***' TO DET004-SITUACAO
                   ADD 1          TO ACUM-DIVERGENTES.

           WRITE REG-RELATO       FROM DET004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           ADD 2                  TO ACUM-LINHAS.

       006-04-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE WS-TAB-CTA-QTD    TO TOT001-CONTAS.
           MOVE WS-TAB-MOV-QTD    TO TOT002-PARTIDAS.
           MOVE ACUM-DIVERGENTES  TO TOT003-DIVERGENTES.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.

           PERFORM 007-01-IMPRIMIR-FONTE
               VARYING WS-IDX-FON FROM 1 BY 1
               UNTIL WS-IDX-FON GREATER 12.

           IF ACUM-DIVERGENTES NOT EQUAL ZEROS
               DISPLAY '* RAZAO DIVERGENTE DO FECHAMENTO EM '
                       ACUM-DIVERGENTES ' CONTA(S) *'
               DISPLAY '* CONFERIR OS FLUXOS INFORMADOS     *'
               MOVE 0004          TO RETURN-CODE.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-IMPRIMIR-FONTE      SECTION.
      *================================================================*
           IF WS-TAB-FON-INFORMADO (WS-IDX-FON) EQUAL 'S'
               MOVE WS-TAB-FON-ARQ (WS-IDX-FON) TO TOT004-ARQ
               MOVE WS-TAB-FON-PGM (WS-IDX-FON) TO TOT004-PGM
               MOVE WS-TAB-FON-LIDOS (WS-IDX-FON) TO TOT004-LIDOS
               MOVE WS-TAB-FON-PARTIDAS (WS-IDX-FON) TO
                   TOT004-PARTIDAS
               WRITE REG-RELATO   FROM TOT004 AFTER 1
               PERFORM 001-04-FS-RELATO
           ELSE
               MOVE WS-TAB-FON-ARQ (WS-IDX-FON) TO TOT005-ARQ
               MOVE WS-TAB-FON-PGM (WS-IDX-FON) TO TOT005-PGM
               WRITE REG-RELATO   FROM TOT005 AFTER 1
               PERFORM 001-04-FS-RELATO.

       007-01-FIM.                EXIT.

      *================================================================*
       008-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       008-00-FIM.                EXIT.

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
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF44'        TO RUNLOG-PROGRAMA
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
                   ACUM-ABERTURA + ACUM-MOVIMENTO + ACUM-FECHAMENTO
               MOVE ZEROS                   TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
