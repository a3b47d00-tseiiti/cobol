       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF64.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ORDENS PERMANENTES DE CONTA CORRENTE (VER COPY ORDPERM):
      * DEBITOS E TRANSFERENCIAS MENSAIS PROGRAMADOS PELO CLIENTE
      * (ALUGUEL PARA OUTRA CONTA, APLICACAO, PAGAMENTOS). RODA TODO
      * DIA UTIL ANTES DO PU8EXE58 E GERA OS MOVIMENTOS VENCIDOS NO
      * MOVORDP, NO LAYOUT DO MOVCONTA ('S' DEBITO, 'T' TRANSFERENCIA
      * COM O CPF DE CONTRAPARTIDA), QUE O PU8EXE58 LE JUNTO COM OS
      * MOVIMENTOS DIGITADOS DO DIA, COMO O MOVDEPO DO PU8EXF15.
      *
      * O VENCIMENTO E O DIA DA ORDEM NO MES (MES MAIS CURTO: ULTIMO
      * DIA), DENTRO DA VIGENCIA (INICIO E FIM); CAINDO EM DIA NAO
      * UTIL NO CALENDARIO CALPROC, O DEBITO PASSA PARA O DIA UTIL
      * SEGUINTE. O MOVIMENTO SO E GERADO SE A CONTA COBRE O VALOR
      * (SALDO DO SALDOCOR MAIS O LIMITE DO LIMCHESP) E NENHUM DOS
      * CPF ESTA NO BLOQCPF - A MESMA VALIDACAO DO PU8EXE58. SEM
      * FUNDOS A ORDEM E TENTADA DE NOVO NAS RODADAS SEGUINTES, ATE
      * O LIMITE DE TENTATIVAS DO PARMORD (SEM PARMORD, 3); ESGOTADO
      * O LIMITE O VENCIMENTO E ABANDONADO, SAI COMO FALHA NO
      * RELATORIO E O PROGRAMA TERMINA COM RETURN-CODE 0004. ORDEM
      * INVALIDA (TIPO, VALOR, DIA, CPF FORA DO CTCORGER) TAMBEM.
      * ORDEM NOVA NAO GERA DEBITO RETROATIVO: O PRIMEIRO VENCIMENTO
      * E O PRIMEIRO DIA DA ORDEM A PARTIR DO INICIO DA VIGENCIA E DA
      * DATA DE REFERENCIA. A NOVA GERACAO DAS ORDENS, COM O PROXIMO
      * VENCIMENTO E AS TENTATIVAS, SAI NO ORDPERMN.
      *
      * O SALDO DO SALDOCOR E O DO FECHAMENTO ANTERIOR: OS MOVIMENTOS
      * DO DIA (MOVCONTA) AINDA NAO BAIXADOS PELO PU8EXE58 ENTRAM NO
      * SALDO ANTES DA VALIDACAO, COMO NO PU8EXF65. O MOVIMENTO
      * GERADO LEVA 'OP' E O NUMERO DA ORDEM NAS POSICOES 45-49 E A
      * ORDEM FICA EMITIDA (EMITIDA-ORD 'S') NO MESMO VENCIMENTO; SO
      * NA RODADA SEGUINTE, DEPOIS DA BAIXA DO MOVORDP PELO PU8EXE58,
      * O VENCIMENTO E DADO COMO DEBITADO E A ORDEM AVANCA PARA O
      * PROXIMO MES. MOVIMENTO QUE ESTA NO ARQUIVO DE SUSPENSOS
      * DAQUELA BAIXA (MOVSUSCC, OPCIONAL - SEM ELE NADA FOI
      * SUSPENSO) VOLTA COMO DEBITO DEVOLVIDO: CONTA UMA TENTATIVA
      * SEM FUNDOS E O VENCIMENTO E TENTADO DE NOVO NA PROXIMA
      * RODADA, ATE O LIMITE DO PARMORD.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT ORDPERM         ASSIGN TO UT-S-ORDPERM
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORDPERM.
      *
           SELECT ORDPERMN        ASSIGN TO UT-S-ORDPERMN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORDPERMN.
      *
           SELECT MOVORDP         ASSIGN TO UT-S-MOVORDP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVORDP.
      *
           SELECT CALPROC         ASSIGN TO UT-S-CALPROC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CALPROC.
      *
           SELECT CTCORGER        ASSIGN TO UT-S-CTCORGER
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CTCORGER.
      *
           SELECT SALDOCOR        ASSIGN TO UT-S-SALDOCOR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SALDOCOR.
      *
           SELECT LIMCHESP        ASSIGN TO UT-S-LIMCHESP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-LIMCHESP.
      *
           SELECT BLOQCPF         ASSIGN TO UT-S-BLOQCPF
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-BLOQCPF.
      *
           SELECT MOVCONTA        ASSIGN TO UT-S-MOVCONTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVCONTA.
      *
           SELECT MOVSUSCC        ASSIGN TO UT-S-MOVSUSCC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVSUSCC.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT PARMORD         ASSIGN TO UT-S-PARMORD
                      FILE STATUS IS FS-PARMORD.
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
       FD ORDPERM
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-ORDPERM.
       COPY ORDPERM.
      *
      * ORDENS - NOVA GERACAO, NO MESMO LAYOUT.
      *
       FD ORDPERMN
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-ORDPERMN.
       01 REG-ORDPERMN             PIC X(80).
      *
      * DEBITOS E TRANSFERENCIAS DAS ORDENS, NO LAYOUT DO MOVCONTA,
      * PARA O PU8EXE58 BAIXAR NA CONTA CORRENTE.
      *
       FD MOVORDP
          RECORD      CONTAINS    52 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-MOVORDP.
       01 REG-MOVORDP.
          05 CPF-MOV              PIC 9(11).
          05 TIPO-MOV-CC          PIC X(01).
          05 VALOR-MOV            PIC 9(11)V99.
          05 DATA-MOV-CC          PIC 9(08).
          05 CPF-CONTRA-MOV       PIC 9(11).
          05 REF-ORIGEM-MOV       PIC X(02).
          05 REF-ORD-MOV          PIC 9(03).
          05 FILLER               PIC X(03).
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
      * CADASTRO CONSOLIDADO DE CORRENTISTAS (DO PU8EXE19).
      *
       FD CTCORGER
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CTCORGER.
       01 REG-CTCORGER.
          05 CPF-GER              PIC 9(11).
          05 NOME-GER             PIC X(30).
          05 BCO-GER              PIC X(03).
          05 FILLER               PIC X(06).
      *
      * POSICAO DA CONTA CORRENTE (MESMOS LAYOUTS DO PU8EXE58),
      * LIDA PARA VALIDAR OS DEBITOS DAS ORDENS.
      *
       FD SALDOCOR
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SALDOCOR.
       01 REG-SALDOCOR.
          05 CPF-SAL              PIC 9(11).
          05 SALDO-SAL            PIC 9(11)V99.
          05 IND-SAL              PIC X(01).
          05 FILLER               PIC X(05).
      *
       FD LIMCHESP
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-LIMCHESP.
       01 REG-LIMCHESP.
          05 CPF-LIM              PIC 9(11).
          05 LIMITE-LIM           PIC 9(09)V99.
          05 FILLER               PIC X(08).
      *
       FD BLOQCPF
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-BLOQCPF.
       01 REG-BLOQCPF.
          05 CPF-BLQ              PIC 9(11).
          05 MOTIVO-BLQ           PIC X(30).
          05 FILLER               PIC X(09).
      *
      * MOVIMENTOS DO DIA AINDA NAO BAIXADOS PELO PU8EXE58.
      *
       FD MOVCONTA
           RECORD     CONTAINS    52 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVCONTA.
       01 REG-MOVCONTA.
          05 CPF-MCC              PIC 9(11).
          05 TIPO-MCC             PIC X(01).
          05 VALOR-MCC            PIC 9(11)V99.
          05 DATA-MCC             PIC 9(08).
          05 CPF-CONTRA-MCC       PIC 9(11).
          05 FILLER               PIC X(08).
      *
      * MOVIMENTOS SUSPENSOS NA ULTIMA BAIXA DO PU8EXE58 (IMAGEM DO
      * MOVIMENTO SEGUIDA DO MOTIVO).
      *
       FD MOVSUSCC
           RECORD     CONTAINS    82 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVSUSCC.
       01 REG-MOVSUSCC.
          05 CPF-SUS              PIC 9(11).
          05 TIPO-SUS             PIC X(01).
          05 VALOR-SUS            PIC 9(11)V99.
          05 DATA-SUS             PIC 9(08).
          05 CPF-CONTRA-SUS       PIC 9(11).
          05 REF-SUS.
             10 REF-ORIGEM-SUS    PIC X(02).
             10 FILLER            PIC X(06).
          05 MOTIVO-SUS           PIC X(30).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO OPCIONAL: DIAS DE TENTATIVA DE UM VENCIMENTO SEM
      * FUNDOS ANTES DE ABANDONA-LO.
      *
       FD PARMORD
           RECORD     CONTAINS    10 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMORD.
       01 REG-PARMORD.
          05 MAX-TENTATIVAS-PARM  PIC 9(02).
          05 FILLER               PIC X(08).
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
       77 WS-MAX-TENTATIVAS       PIC 9(02) VALUE 3.
      *
      *  DIAS UTEIS DO CALPROC, EM DIAS CORRIDOS, NA ORDEM DO ARQUIVO
      *
       01 WS-TAB-UTL.
          05 WS-TAB-UTL-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-UTL-ENTRY OCCURS 1500 TIMES.
             10 WS-TAB-UTL-DIAS   PIC 9(07).
      *
       77 WS-IDX-UTL              PIC 9(04) VALUE ZEROS.
       77 WS-UTL-ACHADO           PIC 9(04) VALUE ZEROS.
      *
      *  CALCULO DOS VENCIMENTOS
      *
       01 WS-DATA-CALC.
          05 WS-ANO-CALC          PIC 9(04).
          05 WS-MES-CALC          PIC 9(02).
          05 WS-DIA-CALC          PIC 9(02).
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC
                                  PIC 9(08).
      *
       01 WS-DATA-AUX.
          05 WS-ANO-AUX           PIC 9(04).
          05 WS-MES-AUX           PIC 9(02).
          05 WS-DIA-AUX           PIC 9(02).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX
                                  PIC 9(08).
      *
       77 WS-DIAS-INT             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-NOMINAL         PIC 9(07) VALUE ZEROS.
       77 WS-ULTIMO-DIA           PIC 9(02) VALUE ZEROS.
       77 WS-DT-EFETIVA           PIC 9(08) VALUE ZEROS.
      *
      *  VALIDACAO E EXECUCAO DA ORDEM
      *
       77 WS-MOTIVO               PIC X(22) VALUE SPACES.
       77 WS-OCORRENCIA           PIC X(22) VALUE SPACES.
       77 WS-IDX-ORIGEM           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DESTINO          PIC 9(03) VALUE ZEROS.
      *
      *  CONTAS DO CTCORGER COM O SALDO (COM SINAL) DO SALDOCOR, O
      *  LIMITE DO LIMCHESP E A MARCA DE BLOQUEIO DO BLOQCPF. CONTA
      *  SEM LINHA DE SALDO COMECA ZERADA, COMO NO PU8EXE58.
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CTA-CPF    PIC 9(11).
             10 WS-TAB-CTA-SALDO  PIC S9(11)V99.
             10 WS-TAB-CTA-LIMITE PIC 9(09)V99.
             10 WS-TAB-CTA-TEM-LIM PIC X(01).
             10 WS-TAB-CTA-BLOQ   PIC X(01).
      *
       77 WS-LIMITE-PADRAO        PIC 9(09)V99 VALUE ZEROS.
       77 WS-CPF-BUSCA            PIC 9(11) VALUE ZEROS.
       77 WS-IDX-CTA              PIC 9(03) VALUE ZEROS.
       77 WS-CTA-ACHADA           PIC 9(03) VALUE ZEROS.
      *
      *  MOVIMENTOS DE ORDEM SUSPENSOS PELO PU8EXE58 (CPF E 'OP' MAIS
      *  O NUMERO DA ORDEM DAS POSICOES 45-52 DO MOVIMENTO)
      *
       01 WS-TAB-SUS.
          05 WS-TAB-SUS-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-SUS-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-SUS-CPF    PIC 9(11).
             10 WS-TAB-SUS-REF    PIC X(08).
      *
       01 WS-REF-BUSCA.
          05 FILLER               PIC X(02) VALUE 'OP'.
          05 WS-REF-BUSCA-ORD     PIC 9(03) VALUE ZEROS.
          05 FILLER               PIC X(03) VALUE SPACES.
      *
       77 WS-IDX-SUS              PIC 9(03) VALUE ZEROS.
       77 WS-SUS-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-DEVOLVIDA            PIC X(01) VALUE 'N'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-EXECUTADAS         PIC 9(06) VALUE ZEROS.
       77 ACUM-DEBITOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-TRANSFER           PIC 9(06) VALUE ZEROS.
       77 ACUM-ADIADAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-PENDENTES          PIC 9(06) VALUE ZEROS.
       77 ACUM-FALHAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-ENCERRADAS         PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-CONFIRMADAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-DEVOLVIDAS         PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-EXECUTADO      PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-FALHAS         PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-ORDPERM              PIC X(02) VALUE SPACES.
       77 FS-ORDPERMN             PIC X(02) VALUE SPACES.
       77 FS-MOVORDP              PIC X(02) VALUE SPACES.
       77 FS-CALPROC              PIC X(02) VALUE SPACES.
       77 FS-CTCORGER             PIC X(02) VALUE SPACES.
       77 FS-SALDOCOR             PIC X(02) VALUE SPACES.
       77 FS-LIMCHESP             PIC X(02) VALUE SPACES.
       77 FS-BLOQCPF              PIC X(02) VALUE SPACES.
       77 FS-MOVCONTA             PIC X(02) VALUE SPACES.
       77 FS-MOVSUSCC             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMORD              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF64'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'ORDENS PERMANENTES DE CONTA CORRENTE'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(13) VALUE 'CPF'.
          05 FILLER               PIC X(05) VALUE 'ORD'.
          05 FILLER               PIC X(02) VALUE 'T'.
          05 FILLER               PIC X(10) VALUE 'VENCTO'.
          05 FILLER               PIC X(10) VALUE 'DEBITO'.
          05 FILLER               PIC X(15) VALUE '          VALOR'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'OCORRENCIA'.
      *
       01  DET001.
          05 DET001-CPF           PIC 9(11).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ORD           PIC 9(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-TIPO          PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VENC          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-EFETIVA       PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-OCORR         PIC X(22).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'ORDENS LIDAS                             :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'DEBITOS EMITIDOS                         :'.
          05 TOT002-DEBITOS       PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TRANSFERENCIAS EMITIDAS                  :'.
          05 TOT003-TRANSFER      PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(29) VALUE
             'TOTAL MOVIMENTADO          :'.
          05 TOT004-VLR-EXECUTADO PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'DEBITOS ADIADOS PARA O DIA UTIL SEGUINTE :'.
          05 TOT005-ADIADAS       PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'SEM FUNDOS - NOVA TENTATIVA NA PROX.RODADA:'.
          05 TOT006-PENDENTES     PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'FALHAS (TENTATIVAS ESGOTADAS)            :'.
          05 TOT007-FALHAS        PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'VALOR DAS FALHAS           :'.
          05 TOT008-VLR-FALHAS    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(44) VALUE
             'ORDENS ENCERRADAS (FIM DA VIGENCIA)      :'.
          05 TOT009-ENCERRADAS    PIC ZZZ.ZZ9.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'ORDENS RECUSADAS                         :'.
          05 TOT010-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT011.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS ANTERIORES CONFIRMADOS        :'.
          05 TOT011-CONFIRMADAS   PIC ZZZ.ZZ9.
      *
       01  TOT012.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS DEVOLVIDOS (MOVSUSCC)         :'.
          05 TOT012-DEVOLVIDAS    PIC ZZZ.ZZ9.
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
           PERFORM 001-06-LER-PARMDATA.
           PERFORM 001-08-LER-PARMORD.
           PERFORM 001-10-CARREGAR-CALPROC.
           PERFORM 001-18-CARREGAR-CTCORGER.
           PERFORM 001-20-CARREGAR-SALDOCOR.
           PERFORM 001-13-CARREGAR-MOVCONTA.
           PERFORM 001-22-CARREGAR-LIMCHESP.
           PERFORM 001-24-CARREGAR-BLOQCPF.
           PERFORM 001-16-CARREGAR-MOVSUSCC.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TRATAR
               UNTIL FS-ORDPERM EQUAL '10'.
           PERFORM 004-00-IMPRIMIR-TOTAIS.
           PERFORM 005-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  ORDPERM
                       PARMDATA
                OUTPUT ORDPERMN
                       MOVORDP
                       RELATO.
           PERFORM 001-02-FS-ORDPERM.
           PERFORM 001-04-FS-ORDPERMN.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-07-FS-MOVORDP.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORDPERM.
           PERFORM 001-02-FS-ORDPERM.

       001-00-FIM.                EXIT.

      *================================================================*
       001-02-FS-ORDPERM          SECTION.
      *================================================================*
           MOVE 'ORDPERM'         TO FS-ARQUIVO.
           MOVE FS-ORDPERM        TO FS-COD-STATUS.

           IF FS-ORDPERM NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-04-FS-ORDPERMN         SECTION.
      *================================================================*
           MOVE 'ORDPERMN'        TO FS-ARQUIVO.
           MOVE FS-ORDPERMN       TO FS-COD-STATUS.

           IF FS-ORDPERMN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-LER-PARMDATA        SECTION.
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

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-MOVORDP          SECTION.
      *================================================================*
           MOVE 'MOVORDP'         TO FS-ARQUIVO.
           MOVE FS-MOVORDP        TO FS-COD-STATUS.

           IF FS-MOVORDP NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMORD         SECTION.
      *================================================================*
      *    SEM PARMORD ('35') FICAM AS 3 TENTATIVAS PADRAO
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMORD.
           PERFORM 001-09-FS-PARMORD.

           IF FS-PARMORD EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMORD
               PERFORM 001-09-FS-PARMORD.

           IF FS-PARMORD EQUAL '00'
              AND MAX-TENTATIVAS-PARM GREATER ZEROS
               MOVE MAX-TENTATIVAS-PARM TO WS-MAX-TENTATIVAS.

           IF FS-PARMORD NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMORD.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-PARMORD          SECTION.
      *================================================================*
           MOVE 'PARMORD'         TO FS-ARQUIVO.
           MOVE FS-PARMORD        TO FS-COD-STATUS.

           IF FS-PARMORD NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-CALPROC    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CALPROC.
           PERFORM 001-12-FS-CALPROC.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CALPROC.
           PERFORM 001-12-FS-CALPROC.

           PERFORM 001-11-ACUMULAR-CALPROC
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

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-CALPROC    SECTION.
      *================================================================*
           IF DIA-UTIL-CAL EQUAL 'S'
               ADD 1              TO WS-TAB-UTL-QTD
               COMPUTE WS-TAB-UTL-DIAS (WS-TAB-UTL-QTD) =
                   FUNCTION INTEGER-OF-DATE (DATA-CAL).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CALPROC.
           PERFORM 001-12-FS-CALPROC.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-CALPROC          SECTION.
      *================================================================*
           MOVE 'CALPROC'         TO FS-ARQUIVO.
           MOVE FS-CALPROC        TO FS-COD-STATUS.

           IF FS-CALPROC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-MOVCONTA   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT MOVCONTA.
           PERFORM 001-15-FS-MOVCONTA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-15-FS-MOVCONTA.

           PERFORM 001-14-ACUMULAR-MOVCONTA
               UNTIL FS-MOVCONTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVCONTA.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-MOVCONTA   SECTION.
      *================================================================*
      * DEPOSITO SOMA, SAQUE E TRANSFERENCIA DIMINUEM; A
      * TRANSFERENCIA TAMBEM SOMA NO DESTINO, COMO NO PU8EXF65.
      *
           MOVE CPF-MCC           TO WS-CPF-BUSCA.
           PERFORM 003-14-PROCURAR-CONTA-TAB.

           IF WS-CTA-ACHADA NOT EQUAL ZEROS
               IF TIPO-MCC EQUAL 'D'
                   ADD VALOR-MCC  TO
                       WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
               ELSE
                   SUBTRACT VALOR-MCC FROM
                       WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
               END-IF.

           IF TIPO-MCC EQUAL 'T'
               MOVE CPF-CONTRA-MCC TO WS-CPF-BUSCA
               PERFORM 003-14-PROCURAR-CONTA-TAB
               IF WS-CTA-ACHADA NOT EQUAL ZEROS
                   ADD VALOR-MCC  TO
                       WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-15-FS-MOVCONTA.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-FS-MOVCONTA         SECTION.
      *================================================================*
           MOVE 'MOVCONTA'        TO FS-ARQUIVO.
           MOVE FS-MOVCONTA       TO FS-COD-STATUS.

           IF FS-MOVCONTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-CARREGAR-MOVSUSCC   SECTION.
      *================================================================*
      *    SEM MOVSUSCC ('35') NENHUM MOVIMENTO FOI SUSPENSO
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT MOVSUSCC.
           PERFORM 001-17-FS-MOVSUSCC.

           IF FS-MOVSUSCC EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ MOVSUSCC
               PERFORM 001-17-FS-MOVSUSCC
               PERFORM 001-16-01-ACUMULAR-MOVSUSCC
                   UNTIL FS-MOVSUSCC EQUAL '10'
                      OR WS-TAB-SUS-QTD EQUAL 500
               IF FS-MOVSUSCC NOT EQUAL '10'
                   DISPLAY '* MOVSUSCC COM MAIS DE 500 MOVTOS    *'
                   DISPLAY '* AUMENTAR WS-TAB-SUS E REPROCESSAR  *'
                   MOVE 'MOVSUSCC' TO FS-ARQUIVO
                   MOVE FS-MOVSUSCC TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF.

           IF FS-MOVSUSCC NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE MOVSUSCC.

       001-16-FIM.                EXIT.

      *================================================================*
       001-16-01-ACUMULAR-MOVSUSCC SECTION.
      *================================================================*
      * SO INTERESSAM OS MOVIMENTOS GERADOS AQUI ('OP' NAS POSICOES
      * 45-46).
      *
           IF REF-ORIGEM-SUS EQUAL 'OP'
               ADD 1              TO WS-TAB-SUS-QTD
               MOVE CPF-SUS       TO
                   WS-TAB-SUS-CPF (WS-TAB-SUS-QTD)
               MOVE REF-SUS       TO
                   WS-TAB-SUS-REF (WS-TAB-SUS-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVSUSCC.
           PERFORM 001-17-FS-MOVSUSCC.

       001-16-01-FIM.             EXIT.

      *================================================================*
       001-17-FS-MOVSUSCC         SECTION.
      *================================================================*
           MOVE 'MOVSUSCC'        TO FS-ARQUIVO.
           MOVE FS-MOVSUSCC       TO FS-COD-STATUS.

           IF FS-MOVSUSCC NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-CARREGAR-CTCORGER   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CTCORGER.
           PERFORM 001-29-FS-CTCORGER.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 001-29-FS-CTCORGER.

           PERFORM 001-19-ACUMULAR-CTCORGER
               UNTIL FS-CTCORGER EQUAL '10'
                  OR WS-TAB-CTA-QTD EQUAL 500.

           IF FS-CTCORGER NOT EQUAL '10'
               DISPLAY '* CTCORGER COM MAIS DE 500 CONTAS    *'
               DISPLAY '* AUMENTAR WS-TAB-CTA E REPROCESSAR  *'
               MOVE 'CTCORGER'    TO FS-ARQUIVO
               MOVE FS-CTCORGER   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CTCORGER.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-ACUMULAR-CTCORGER   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-CTA-QTD.
           MOVE CPF-GER           TO
               WS-TAB-CTA-CPF (WS-TAB-CTA-QTD).
           MOVE ZEROS             TO
               WS-TAB-CTA-SALDO (WS-TAB-CTA-QTD)
               WS-TAB-CTA-LIMITE (WS-TAB-CTA-QTD).
           MOVE SPACES            TO
               WS-TAB-CTA-TEM-LIM (WS-TAB-CTA-QTD)
               WS-TAB-CTA-BLOQ (WS-TAB-CTA-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 001-29-FS-CTCORGER.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-CARREGAR-SALDOCOR   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT SALDOCOR.
           PERFORM 001-26-FS-SALDOCOR.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOCOR.
           PERFORM 001-26-FS-SALDOCOR.

           PERFORM 001-21-ACUMULAR-SALDOCOR
               UNTIL FS-SALDOCOR EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SALDOCOR.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-ACUMULAR-SALDOCOR   SECTION.
      *================================================================*
      * SALDO DE CPF FORA DO CTCORGER E IGNORADO, COMO NO PU8EXE58.
      *
           MOVE CPF-SAL           TO WS-CPF-BUSCA.
           PERFORM 003-14-PROCURAR-CONTA-TAB.

           IF WS-CTA-ACHADA NOT EQUAL ZEROS
               IF IND-SAL EQUAL 'D'
                   COMPUTE WS-TAB-CTA-SALDO (WS-CTA-ACHADA) =
                       ZEROS - SALDO-SAL
               ELSE
                   MOVE SALDO-SAL TO
                       WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOCOR.
           PERFORM 001-26-FS-SALDOCOR.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-CARREGAR-LIMCHESP   SECTION.
      *================================================================*
      * A LINHA COM CPF ZEROS DA O LIMITE PADRAO, COMO NO PU8EXE58.
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT LIMCHESP.
           PERFORM 001-27-FS-LIMCHESP.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ LIMCHESP.
           PERFORM 001-27-FS-LIMCHESP.

           PERFORM 001-23-ACUMULAR-LIMCHESP
               UNTIL FS-LIMCHESP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE LIMCHESP.

           PERFORM 001-23-01-APLICAR-PADRAO
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-ACUMULAR-LIMCHESP   SECTION.
      *================================================================*
           IF CPF-LIM EQUAL ZEROS
               MOVE LIMITE-LIM    TO WS-LIMITE-PADRAO
           ELSE
               MOVE CPF-LIM       TO WS-CPF-BUSCA
               PERFORM 003-14-PROCURAR-CONTA-TAB
               IF WS-CTA-ACHADA NOT EQUAL ZEROS
                   MOVE LIMITE-LIM TO
                       WS-TAB-CTA-LIMITE (WS-CTA-ACHADA)
                   MOVE 'S'       TO
                       WS-TAB-CTA-TEM-LIM (WS-CTA-ACHADA)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ LIMCHESP.
           PERFORM 001-27-FS-LIMCHESP.

       001-23-FIM.                EXIT.

      *================================================================*
       001-23-01-APLICAR-PADRAO   SECTION.
      *================================================================*
           IF WS-TAB-CTA-TEM-LIM (WS-IDX-CTA) EQUAL SPACES
               MOVE WS-LIMITE-PADRAO TO
                   WS-TAB-CTA-LIMITE (WS-IDX-CTA).

       001-23-01-FIM.             EXIT.

      *================================================================*
       001-24-CARREGAR-BLOQCPF    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT BLOQCPF.
           PERFORM 001-28-FS-BLOQCPF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ BLOQCPF.
           PERFORM 001-28-FS-BLOQCPF.

           PERFORM 001-25-MARCAR-BLOQUEIO
               UNTIL FS-BLOQCPF EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE BLOQCPF.

       001-24-FIM.                EXIT.

      *================================================================*
       001-25-MARCAR-BLOQUEIO     SECTION.
      *================================================================*
           MOVE CPF-BLQ           TO WS-CPF-BUSCA.
           PERFORM 003-14-PROCURAR-CONTA-TAB.

           IF WS-CTA-ACHADA NOT EQUAL ZEROS
               MOVE 'S'           TO
                   WS-TAB-CTA-BLOQ (WS-CTA-ACHADA).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ BLOQCPF.
           PERFORM 001-28-FS-BLOQCPF.

       001-25-FIM.                EXIT.

      *================================================================*
       001-26-FS-SALDOCOR         SECTION.
      *================================================================*
           MOVE 'SALDOCOR'        TO FS-ARQUIVO.
           MOVE FS-SALDOCOR       TO FS-COD-STATUS.

           IF FS-SALDOCOR NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-26-FIM.                EXIT.

      *================================================================*
       001-27-FS-LIMCHESP         SECTION.
      *================================================================*
           MOVE 'LIMCHESP'        TO FS-ARQUIVO.
           MOVE FS-LIMCHESP       TO FS-COD-STATUS.

           IF FS-LIMCHESP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-27-FIM.                EXIT.

      *================================================================*
       001-28-FS-BLOQCPF          SECTION.
      *================================================================*
           MOVE 'BLOQCPF'         TO FS-ARQUIVO.
           MOVE FS-BLOQCPF        TO FS-COD-STATUS.

           IF FS-BLOQCPF NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-28-FIM.                EXIT.

      *================================================================*
       001-29-FS-CTCORGER         SECTION.
      *================================================================*
           MOVE 'CTCORGER'        TO FS-ARQUIVO.
           MOVE FS-CTCORGER       TO FS-COD-STATUS.

           IF FS-CTCORGER NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-29-FIM.                EXIT.

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
       003-00-TRATAR              SECTION.
      *================================================================*
      * SO A ORDEM ATIVA E PROCESSADA; ENCERRADA OU CANCELADA PASSA
      * SEM ALTERACAO PARA O ORDPERMN. O MOVIMENTO EMITIDO NA RODADA
      * ANTERIOR E CONFERIDO ANTES; DEVOLVIDO, SO E TENTADO DE NOVO
      * NA PROXIMA RODADA.
      *
           ADD 1                  TO ACUM-LIDOS.
           MOVE ZEROS             TO WS-DT-EFETIVA.
           MOVE 'N'               TO WS-DEVOLVIDA.

           IF SIT-ORD EQUAL 'A'
              AND EMITIDA-ORD EQUAL 'S'
               PERFORM 003-13-CONFERIR-EMITIDA.

           IF SIT-ORD EQUAL 'A'
              AND WS-DEVOLVIDA EQUAL 'N'
               PERFORM 003-01-VALIDAR-ORDEM
               IF WS-MOTIVO NOT EQUAL SPACES
                   MOVE WS-MOTIVO TO WS-OCORRENCIA
                   ADD 1          TO ACUM-RECUSADOS
                   PERFORM 003-06-IMPRIMIR-DETALHE
               ELSE
                   PERFORM 003-02-VERIFICAR-VENCIMENTO
               END-IF.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-ORDPERMN     FROM REG-ORDPERM.
           PERFORM 001-04-FS-ORDPERMN.
           ADD 1                  TO ACUM-GRAVADOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORDPERM.
           PERFORM 001-02-FS-ORDPERM.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-VALIDAR-ORDEM       SECTION.
      *================================================================*
           MOVE SPACES            TO WS-MOTIVO.
           MOVE ZEROS             TO WS-IDX-ORIGEM
                                     WS-IDX-DESTINO.

           MOVE CPF-ORD           TO WS-CPF-BUSCA.
           PERFORM 003-14-PROCURAR-CONTA-TAB.
           MOVE WS-CTA-ACHADA     TO WS-IDX-ORIGEM.

           IF TIPO-ORD EQUAL 'T'
               MOVE CPF-CONTRA-ORD TO WS-CPF-BUSCA
               PERFORM 003-14-PROCURAR-CONTA-TAB
               MOVE WS-CTA-ACHADA TO WS-IDX-DESTINO.

           EVALUATE TRUE
               WHEN TIPO-ORD NOT EQUAL 'S' AND 'T'
                   MOVE 'TIPO DE ORDEM INVALIDO' TO WS-MOTIVO
               WHEN VALOR-ORD EQUAL ZEROS
                   MOVE 'VALOR ZERADO'    TO WS-MOTIVO
               WHEN DIA-ORD EQUAL ZEROS
                 OR DIA-ORD GREATER 31
                   MOVE 'DIA DO MES INVALIDO' TO WS-MOTIVO
               WHEN DT-INICIO-ORD EQUAL ZEROS
                   MOVE 'SEM DATA DE INICIO' TO WS-MOTIVO
               WHEN WS-IDX-ORIGEM EQUAL ZEROS
                   MOVE 'CPF FORA DO CTCORGER' TO WS-MOTIVO
               WHEN TIPO-ORD EQUAL 'T'
                AND CPF-CONTRA-ORD EQUAL CPF-ORD
                   MOVE 'DESTINO IGUAL A ORIGEM' TO WS-MOTIVO
               WHEN TIPO-ORD EQUAL 'T'
                AND WS-IDX-DESTINO EQUAL ZEROS
                   MOVE 'DESTINO FORA CTCORGER' TO WS-MOTIVO
           END-EVALUATE.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-VERIFICAR-VENCIMENTO SECTION.
      *================================================================*
      * ORDEM NOVA TEM O PRIMEIRO VENCIMENTO NO INICIO DA VIGENCIA
      * OU DEPOIS DELE - NUNCA ANTES DA DATA DE REFERENCIA, PARA NAO
      * GERAR DEBITO RETROATIVO. VENCIMENTO ALEM DO FIM DA VIGENCIA
      * ENCERRA A ORDEM.
      *
           IF DT-PROX-ORD EQUAL ZEROS
               PERFORM 003-02-01-PRIMEIRO-VENCIMENTO.

           IF DT-FIM-ORD NOT EQUAL ZEROS
              AND DT-PROX-ORD GREATER DT-FIM-ORD
               PERFORM 003-12-ENCERRAR-ORDEM
           ELSE
               PERFORM 003-05-OBTER-DIA-UTIL
               IF WS-DT-EFETIVA NOT GREATER WS-DATA-REF
                   PERFORM 003-07-EXECUTAR-ORDEM
               END-IF.

       003-02-FIM.                EXIT.

      *================================================================*
       003-02-01-PRIMEIRO-VENCIMENTO SECTION.
      *================================================================*
           IF DT-INICIO-ORD GREATER WS-DATA-REF
               MOVE DT-INICIO-ORD TO WS-DATA-AUX-R
           ELSE
               MOVE WS-DATA-REF   TO WS-DATA-AUX-R.

           MOVE WS-DATA-AUX-R     TO WS-DATA-CALC.
           PERFORM 003-03-AJUSTAR-DIA.

           IF WS-DATA-CALC-R LESS DT-INICIO-ORD
              OR WS-DATA-CALC-R LESS WS-DATA-REF
               PERFORM 003-04-AVANCAR-MES.

           MOVE WS-DATA-CALC-R    TO DT-PROX-ORD.

       003-02-01-FIM.             EXIT.

      *================================================================*
       003-03-AJUSTAR-DIA         SECTION.
      *================================================================*
      * POE EM WS-DATA-CALC O DIA DA ORDEM NO MES DE WS-DATA-CALC,
      * LIMITADO AO ULTIMO DIA DO MES (DIA 1 DO MES SEGUINTE MENOS 1).
      *
           MOVE WS-ANO-CALC       TO WS-ANO-AUX.
           MOVE WS-MES-CALC       TO WS-MES-AUX.
           MOVE 1                 TO WS-DIA-AUX.
           ADD 1                  TO WS-MES-AUX.
           IF WS-MES-AUX GREATER 12
               MOVE 1             TO WS-MES-AUX
               ADD 1              TO WS-ANO-AUX.

           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-AUX-R).
           SUBTRACT 1             FROM WS-DIAS-INT.
           COMPUTE WS-DATA-AUX-R =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-INT).
           MOVE WS-DIA-AUX        TO WS-ULTIMO-DIA.

           IF DIA-ORD GREATER WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-CALC
           ELSE
               MOVE DIA-ORD       TO WS-DIA-CALC.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-AVANCAR-MES         SECTION.
      *================================================================*
           ADD 1                  TO WS-MES-CALC.
           IF WS-MES-CALC GREATER 12
               MOVE 1             TO WS-MES-CALC
               ADD 1              TO WS-ANO-CALC.

           PERFORM 003-03-AJUSTAR-DIA.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-OBTER-DIA-UTIL      SECTION.
      *================================================================*
      * PRIMEIRO DIA UTIL DO CALPROC A PARTIR DO VENCIMENTO; FORA DO
      * PERIODO COBERTO PELO CALENDARIO VALE O PROPRIO VENCIMENTO.
      *
           COMPUTE WS-DIAS-NOMINAL =
               FUNCTION INTEGER-OF-DATE (DT-PROX-ORD).
           MOVE ZEROS             TO WS-UTL-ACHADO.

           PERFORM 003-05-01-COMPARAR-DIA
               VARYING WS-IDX-UTL FROM 1 BY 1
               UNTIL WS-IDX-UTL GREATER WS-TAB-UTL-QTD
                  OR WS-UTL-ACHADO NOT EQUAL ZEROS.

           IF WS-UTL-ACHADO EQUAL ZEROS
               MOVE DT-PROX-ORD   TO WS-DT-EFETIVA
           ELSE
               COMPUTE WS-DT-EFETIVA = FUNCTION DATE-OF-INTEGER
                   (WS-TAB-UTL-DIAS (WS-UTL-ACHADO)).

       003-05-FIM.                EXIT.

      *================================================================*
       003-05-01-COMPARAR-DIA     SECTION.
      *================================================================*
           IF WS-TAB-UTL-DIAS (WS-IDX-UTL) NOT LESS WS-DIAS-NOMINAL
               MOVE WS-IDX-UTL    TO WS-UTL-ACHADO.

       003-05-01-FIM.             EXIT.

      *================================================================*
       003-06-IMPRIMIR-DETALHE    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE CPF-ORD           TO DET001-CPF.
           MOVE NUM-ORD           TO DET001-ORD.
           MOVE TIPO-ORD          TO DET001-TIPO.
           MOVE DT-PROX-ORD       TO DET001-VENC.
           MOVE WS-DT-EFETIVA     TO DET001-EFETIVA.
           MOVE VALOR-ORD         TO DET001-VALOR.
           MOVE WS-OCORRENCIA     TO DET001-OCORR.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-EXECUTAR-ORDEM      SECTION.
      *================================================================*
      * MESMAS RECUSAS DO PU8EXE58: CPF BLOQUEADO DE QUALQUER LADO
      * OU VALOR ALEM DO SALDO MAIS LIMITE DA ORIGEM.
      *
           MOVE SPACES            TO WS-MOTIVO.

           IF WS-TAB-CTA-BLOQ (WS-IDX-ORIGEM) EQUAL 'S'
               MOVE 'CPF ORIGEM BLOQUEADO' TO WS-MOTIVO.

           IF WS-MOTIVO EQUAL SPACES
              AND TIPO-ORD EQUAL 'T'
               IF WS-TAB-CTA-BLOQ (WS-IDX-DESTINO) EQUAL 'S'
                   MOVE 'CPF DESTINO BLOQUEADO' TO WS-MOTIVO
               END-IF.

           IF WS-MOTIVO EQUAL SPACES
               IF WS-TAB-CTA-SALDO (WS-IDX-ORIGEM)
                  + WS-TAB-CTA-LIMITE (WS-IDX-ORIGEM)
                  LESS VALOR-ORD
                   MOVE 'SEM FUNDOS' TO WS-MOTIVO
               END-IF.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 003-08-GERAR-MOVIMENTO
           ELSE
               PERFORM 003-10-FALTA-DE-FUNDOS.

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-GERAR-MOVIMENTO     SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE SPACES            TO REG-MOVORDP.
           MOVE CPF-ORD           TO CPF-MOV.
           MOVE TIPO-ORD          TO TIPO-MOV-CC.
           MOVE VALOR-ORD         TO VALOR-MOV.
           MOVE WS-DATA-REF       TO DATA-MOV-CC.
           MOVE 'OP'              TO REF-ORIGEM-MOV.
           MOVE NUM-ORD           TO REF-ORD-MOV.

           IF TIPO-ORD EQUAL 'T'
               MOVE CPF-CONTRA-ORD TO CPF-CONTRA-MOV
               ADD VALOR-ORD      TO
                   WS-TAB-CTA-SALDO (WS-IDX-DESTINO)
               MOVE 'TRANSFERENCIA GERADA' TO WS-OCORRENCIA
               ADD 1              TO ACUM-TRANSFER
           ELSE
               MOVE ZEROS         TO CPF-CONTRA-MOV
               MOVE 'DEBITO GERADO' TO WS-OCORRENCIA
               ADD 1              TO ACUM-DEBITOS.

           WRITE REG-MOVORDP.
           PERFORM 001-07-FS-MOVORDP.

           SUBTRACT VALOR-ORD     FROM
               WS-TAB-CTA-SALDO (WS-IDX-ORIGEM).

           ADD 1                  TO ACUM-EXECUTADAS.
           ADD VALOR-ORD          TO ACUM-VLR-EXECUTADO.
           IF WS-DT-EFETIVA GREATER DT-PROX-ORD
               ADD 1              TO ACUM-ADIADAS.

           PERFORM 003-06-IMPRIMIR-DETALHE.

           MOVE 'S'               TO EMITIDA-ORD.

       003-08-FIM.                EXIT.

      *================================================================*
       003-10-FALTA-DE-FUNDOS     SECTION.
      *================================================================*
      * CADA RODADA SEM FUNDOS CONTA UMA TENTATIVA; NO LIMITE O
      * VENCIMENTO E ABANDONADO E A ORDEM SEGUE PARA O PROXIMO MES.
      *
           ADD 1                  TO TENTATIVAS-ORD.

           IF TENTATIVAS-ORD LESS WS-MAX-TENTATIVAS
               MOVE WS-MOTIVO     TO WS-OCORRENCIA
               ADD 1              TO ACUM-PENDENTES
               PERFORM 003-06-IMPRIMIR-DETALHE
           ELSE
               MOVE 'FALHA-TENTAT.ESGOTADAS' TO WS-OCORRENCIA
               ADD 1              TO ACUM-FALHAS
               ADD VALOR-ORD      TO ACUM-VLR-FALHAS
               PERFORM 003-06-IMPRIMIR-DETALHE
               PERFORM 003-11-PROXIMO-VENCIMENTO.

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-PROXIMO-VENCIMENTO  SECTION.
      *================================================================*
           MOVE ZEROS             TO TENTATIVAS-ORD.
           MOVE DT-PROX-ORD       TO WS-DATA-CALC.
           PERFORM 003-04-AVANCAR-MES.
           MOVE WS-DATA-CALC-R    TO DT-PROX-ORD.

           IF DT-FIM-ORD NOT EQUAL ZEROS
              AND DT-PROX-ORD GREATER DT-FIM-ORD
               PERFORM 003-12-ENCERRAR-ORDEM.

       003-11-FIM.                EXIT.

      *================================================================*
       003-12-ENCERRAR-ORDEM      SECTION.
      *================================================================*
           MOVE 'E'               TO SIT-ORD.
           MOVE ZEROS             TO WS-DT-EFETIVA.
           MOVE 'ORDEM ENCERRADA'  TO WS-OCORRENCIA.
           ADD 1                  TO ACUM-ENCERRADAS.
           PERFORM 003-06-IMPRIMIR-DETALHE.

       003-12-FIM.                EXIT.

      *================================================================*
       003-13-CONFERIR-EMITIDA    SECTION.
      *================================================================*
      * FORA DO MOVSUSCC O MOVIMENTO FOI BAIXADO: O VENCIMENTO ESTA
      * DEBITADO E A ORDEM AVANCA. SUSPENSO, CONTA COMO UMA
      * TENTATIVA SEM FUNDOS DO MESMO VENCIMENTO.
      *
           MOVE SPACES            TO EMITIDA-ORD.
           MOVE CPF-ORD           TO WS-CPF-BUSCA.
           MOVE NUM-ORD           TO WS-REF-BUSCA-ORD.
           MOVE ZEROS             TO WS-SUS-ACHADO.

           PERFORM 003-13-01-COMPARAR-SUSPENSO
               VARYING WS-IDX-SUS FROM 1 BY 1
               UNTIL WS-IDX-SUS GREATER WS-TAB-SUS-QTD
                  OR WS-SUS-ACHADO NOT EQUAL ZEROS.

           IF WS-SUS-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-CONFIRMADAS
               MOVE DT-PROX-ORD   TO DT-ULT-EXEC-ORD
               PERFORM 003-11-PROXIMO-VENCIMENTO
           ELSE
               MOVE 'S'           TO WS-DEVOLVIDA
               ADD 1              TO ACUM-DEVOLVIDAS
               MOVE 'DEBITO DEVOLVIDO' TO WS-MOTIVO
               PERFORM 003-10-FALTA-DE-FUNDOS.

       003-13-FIM.                EXIT.

      *================================================================*
       003-13-01-COMPARAR-SUSPENSO SECTION.
      *================================================================*
           IF WS-TAB-SUS-CPF (WS-IDX-SUS) EQUAL WS-CPF-BUSCA
              AND WS-TAB-SUS-REF (WS-IDX-SUS) EQUAL WS-REF-BUSCA
               MOVE WS-IDX-SUS    TO WS-SUS-ACHADO.

       003-13-01-FIM.             EXIT.

      *================================================================*
       003-14-PROCURAR-CONTA-TAB  SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-CTA-ACHADA.

           PERFORM 003-14-01-COMPARAR-CPF
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD
                  OR WS-CTA-ACHADA NOT EQUAL ZEROS.

       003-14-FIM.                EXIT.

      *================================================================*
       003-14-01-COMPARAR-CPF     SECTION.
      *================================================================*
           IF WS-TAB-CTA-CPF (WS-IDX-CTA) EQUAL WS-CPF-BUSCA
               MOVE WS-IDX-CTA    TO WS-CTA-ACHADA.

       003-14-01-FIM.             EXIT.

      *================================================================*
       004-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-DEBITOS      TO TOT002-DEBITOS.
           MOVE ACUM-TRANSFER     TO TOT003-TRANSFER.
           MOVE ACUM-VLR-EXECUTADO TO TOT004-VLR-EXECUTADO.
           MOVE ACUM-ADIADAS      TO TOT005-ADIADAS.
           MOVE ACUM-PENDENTES    TO TOT006-PENDENTES.
           MOVE ACUM-FALHAS       TO TOT007-FALHAS.
           MOVE ACUM-VLR-FALHAS   TO TOT008-VLR-FALHAS.
           MOVE ACUM-ENCERRADAS   TO TOT009-ENCERRADAS.
           MOVE ACUM-RECUSADOS    TO TOT010-RECUSADOS.
           MOVE ACUM-CONFIRMADAS  TO TOT011-CONFIRMADAS.
           MOVE ACUM-DEVOLVIDAS   TO TOT012-DEVOLVIDAS.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT012 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           IF ACUM-FALHAS NOT EQUAL ZEROS
               DISPLAY '* ORDENS PERMANENTES NAO CUMPRIDAS: '
                       ACUM-FALHAS ' - VER RELATO *'
               MOVE 0004          TO RETURN-CODE.

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* ORDENS PERMANENTES RECUSADAS: '
                       ACUM-RECUSADOS ' - VER ORDPERM *'
               MOVE 0004          TO RETURN-CODE.

       004-00-FIM.                EXIT.

      *================================================================*
       005-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORDPERM
                 ORDPERMN
                 MOVORDP
                 RELATO.
           PERFORM 001-02-FS-ORDPERM.
           PERFORM 001-04-FS-ORDPERMN.
           PERFORM 001-07-FS-MOVORDP.
           PERFORM 001-05-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       005-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

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
               MOVE 'PU8EXF64'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-RECUSADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
