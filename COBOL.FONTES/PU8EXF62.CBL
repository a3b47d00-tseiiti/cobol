       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF62.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * EMPRESTIMO PESSOAL A CORRENTISTAS. RODADA DIARIA SOBRE OS
      * CONTRATOS DO CONTEMP E O CRONOGRAMA DE PARCELAS DO PARCEMP
      * (OS DOIS EM ORDEM DE CPF E CONTRATO).
      *
      * CONTRATO NOVO ('N') DE CPF DO CTCORGER TEM O PRINCIPAL
      * CREDITADO NA CONTA CORRENTE PELO MOVIMENTO 'D' NA ESTEIRA DO
      * MOVCONTA (ARQUIVO MOVEMPR, QUE O PU8EXE58 LE JUNTO COM OS
      * MOVIMENTOS DO DIA, COMO O MOVDEPO DO PU8EXF15), PASSA A
      * ATIVO ('A') E GANHA O CRONOGRAMA NO PARCEMN: TABELA PRICE
      * (PARCELA FIXA, PRINCIPAL X TAXA / (1 - (1 + TAXA) ** -N)) OU
      * SAC (AMORTIZACAO FIXA, PRINCIPAL / N), JUROS DO MES SOBRE O
      * SALDO DEVEDOR E A ULTIMA PARCELA ACERTANDO O ARREDONDAMENTO.
      * A PRIMEIRA PARCELA VENCE UM MES DEPOIS DA LIBERACAO, NO MESMO
      * DIA (NO MAXIMO DIA 28). CPF BLOQUEADO NO BLOQCPF FICA COM A
      * LIBERACAO RETIDA PARA A PROXIMA RODADA; CONTRATO SEM VALOR,
      * SEM PARCELAS, COM SISTEMA DIFERENTE DE 'P'/'S' OU DE CPF FORA
      * DO CTCORGER E RECUSADO (CONTINUA 'N') E O PROGRAMA TERMINA
      * COM RETURN-CODE 0004.
      *
      * PARCELA NAO PAGA COM VENCIMENTO ATE A DATA DE REFERENCIA E
      * DEBITADA NA CONTA PELO MOVIMENTO 'S' NO MOVEMPR, SE A CONTA
      * COBRE O VALOR (SALDO DO SALDOCOR MAIS O LIMITE DO LIMCHESP,
      * CPF FORA DO BLOQCPF - A MESMA VALIDACAO DO PU8EXF15). SEM
      * FUNDOS A PARCELA FICA VENCIDA ('V') E E TENTADA DE NOVO A
      * CADA RODADA, ACRESCIDA DOS JUROS DE MORA DO PARMEMP (% AO
      * MES PRO RATA DIA SOBRE A PARCELA, DIAS A TRINTA POR MES
      * DESDE O VENCIMENTO). CONTRATO COM TODAS AS PARCELAS PAGAS
      * PASSA A QUITADO ('Q'). A NOVA GERACAO SAI NO CONTEMPN E NO
      * PARCEMN; O CRONOGRAMA IMPRESSO E O RELATORIO DE ATRASOS SAO
      * DO PU8EXF63.
      *
      * O SALDO DO SALDOCOR E O DO FECHAMENTO ANTERIOR: OS MOVIMENTOS
      * DO DIA (MOVCONTA) AINDA NAO BAIXADOS PELO PU8EXE58 ENTRAM NO
      * SALDO ANTES DA VALIDACAO, COMO NO PU8EXF65 ('D' SOMA, 'S' E
      * 'T' DIMINUEM, 'T' SOMA NO CPF DE CONTRAPARTIDA). O DEBITO
      * GERADO DEIXA A PARCELA EMITIDA ('E'), COM O CONTRATO E A
      * PARCELA NAS POSICOES 45-52 DO MOVIMENTO; ELA SO PASSA A PAGA
      * ('P') NA RODADA SEGUINTE, DEPOIS QUE O PU8EXE58 BAIXOU O
      * MOVEMPR: SE O DEBITO ESTA NO ARQUIVO DE SUSPENSOS DAQUELA
      * BAIXA (MOVSUSCC, OPCIONAL - SEM ELE NADA FOI SUSPENSO) A
      * PARCELA VOLTA A VENCIDA ('V') E E COBRADA DE NOVO; SENAO O
      * DEBITO ESTA CONFIRMADO. PARCELA EMITIDA NAO CONTA COMO PAGA
      * PARA O SALDO DEVEDOR NEM PARA A QUITACAO DO CONTRATO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CONTEMP         ASSIGN TO UT-S-CONTEMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CONTEMP.
      *
           SELECT PARCEMP         ASSIGN TO UT-S-PARCEMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARCEMP.
      *
           SELECT CONTEMPN        ASSIGN TO UT-S-CONTEMPN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CONTEMPN.
      *
           SELECT PARCEMN         ASSIGN TO UT-S-PARCEMN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARCEMN.
      *
           SELECT MOVEMPR         ASSIGN TO UT-S-MOVEMPR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVEMPR.
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
           SELECT     PARMEMP     ASSIGN TO UT-S-PARMEMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMEMP.
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
       FD CONTEMP
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CONTEMP.
       COPY CONTEMP.
      *
       FD PARCEMP
          RECORD      CONTAINS    100 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PARCEMP.
       COPY PARCEMP.
      *
      * CONTRATOS E CRONOGRAMA - NOVA GERACAO, NOS MESMOS LAYOUTS.
      *
       FD CONTEMPN
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CONTEMPN.
       01 REG-CONTEMPN             PIC X(80).
      *
       FD PARCEMN
          RECORD      CONTAINS    100 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PARCEMN.
       01 REG-PARCEMN              PIC X(100).
      *
      * CREDITOS DE LIBERACAO E DEBITOS DE PARCELA, NO LAYOUT DO
      * MOVCONTA, PARA O PU8EXE58 BAIXAR NA CONTA CORRENTE.
      *
       FD MOVEMPR
          RECORD      CONTAINS    52 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-MOVEMPR.
       01 REG-MOVEMPR.
          05 CPF-MOV              PIC 9(11).
          05 TIPO-MOV-CC          PIC X(01).
          05 VALOR-MOV            PIC 9(11)V99.
          05 DATA-MOV-CC          PIC 9(08).
          05 CPF-CONTRA-MOV       PIC 9(11).
          05 REF-CONTR-MOV        PIC 9(05).
          05 REF-PARC-MOV         PIC 9(03).
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
      * LIDA PARA VALIDAR O DEBITO DAS PARCELAS.
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
          05 REF-SUS              PIC X(08).
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
      * PARAMETRO COM OS JUROS DE MORA DA PARCELA EM ATRASO, % AO MES.
      *
       FD PARMEMP
           RECORD     CONTAINS    10 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMEMP.
       01 REG-PARMEMP.
          05 PERC-MORA-PARM       PIC 9(02)V99.
          05 FILLER               PIC X(06).
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
       77 WS-PERC-MORA            PIC 9(02)V99 VALUE ZEROS.
      *
      *  CHAVES DO CASAMENTO CONTRATO X PARCELAS (HIGH-VALUES NO FIM
      *  DO PARCEMP)
      *
       01 WS-CHAVE-CONTR.
          05 WS-CHAVE-CONTR-CPF   PIC 9(11).
          05 WS-CHAVE-CONTR-NUM   PIC 9(05).
       01 WS-CHAVE-PARC.
          05 WS-CHAVE-PARC-CPF    PIC 9(11).
          05 WS-CHAVE-PARC-NUM    PIC 9(05).
      *
      *  CALCULO DO CRONOGRAMA
      *
       77 WS-UM                   PIC 9(01)V9(17) VALUE 1.
       77 WS-TAXA                 PIC 9(01)V9(08) VALUE ZEROS.
       77 WS-UM-MAIS-TAXA         PIC 9(01)V9(08) VALUE ZEROS.
       77 WS-DESCONTO             PIC 9(01)V9(17) VALUE ZEROS.
       77 WS-FATOR                PIC 9(01)V9(17) VALUE ZEROS.
       77 WS-DENOMINADOR          PIC 9(01)V9(17) VALUE ZEROS.
       77 WS-PMT-BASE             PIC 9(11)V9(08) VALUE ZEROS.
       77 WS-VLR-PMT              PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-AMORT-FIXA       PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-CALC           PIC 9(09)V99 VALUE ZEROS.
       77 WS-NUM-PARC             PIC 9(03) VALUE ZEROS.
       77 WS-DIA-VENC-EMP         PIC 9(02) VALUE ZEROS.
       77 WS-ANO-VENC             PIC 9(04) VALUE ZEROS.
       77 WS-MES-VENC             PIC 9(02) VALUE ZEROS.
      *
      *  PARCELA GERADA NA LIBERACAO, NO LAYOUT DO PARCEMP
      *
       01 WS-REG-PARCELA.
          05 WS-CPF-PAR           PIC 9(11).
          05 WS-NUM-CONTR-PAR     PIC 9(05).
          05 WS-NUM-PARC-PAR      PIC 9(03).
          05 WS-DT-VENC-PAR.
             10 WS-ANO-VENC-PAR   PIC 9(04).
             10 WS-MES-VENC-PAR   PIC 9(02).
             10 WS-DIA-VENC-PAR   PIC 9(02).
          05 WS-VLR-AMORT-PAR     PIC 9(09)V99.
          05 WS-VLR-JUROS-PAR     PIC 9(09)V99.
          05 WS-VLR-PARC-PAR      PIC 9(09)V99.
          05 WS-SALDO-APOS-PAR    PIC 9(09)V99.
          05 WS-SIT-PAR           PIC X(01).
          05 WS-VLR-MORA-PAR      PIC 9(07)V99.
          05 WS-DT-PAGTO-PAR      PIC 9(08).
          05 FILLER               PIC X(11).
      *
      *  DEBITO DA PARCELA E JUROS DE MORA
      *
       01 WS-DATA-CALC.
          05 WS-ANO-CALC          PIC 9(04).
          05 WS-MES-CALC          PIC 9(02).
          05 WS-DIA-CALC          PIC 9(02).
      *
       77 WS-DIAS-CALC            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-REF             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
       77 WS-VLR-MORA-BASE        PIC 9(11)V9(04) VALUE ZEROS.
       77 WS-VLR-MORA             PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-DEBITO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-PAGAS            PIC 9(03) VALUE ZEROS.
       77 WS-VLR-AMORT-PAGA       PIC 9(09)V99 VALUE ZEROS.
       77 WS-OCORRENCIA           PIC X(18) VALUE SPACES.
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
       77 WS-DEBITO-OK            PIC X(01) VALUE 'N'.
      *
      *  DEBITOS DE PARCELA SUSPENSOS PELO PU8EXE58 (CPF E CONTRATO/
      *  PARCELA DAS POSICOES 45-52 DO MOVIMENTO)
      *
       01 WS-TAB-SUS.
          05 WS-TAB-SUS-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-SUS-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-SUS-CPF    PIC 9(11).
             10 WS-TAB-SUS-REF    PIC X(08).
      *
       01 WS-REF-BUSCA.
          05 WS-REF-BUSCA-CONTR   PIC 9(05).
          05 WS-REF-BUSCA-PARC    PIC 9(03).
      *
       77 WS-IDX-SUS              PIC 9(03) VALUE ZEROS.
       77 WS-SUS-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-LIBERADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-LIBER-RETIDAS      PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-QUITADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-GERADAS       PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-DEBITADAS     PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-ATRASO        PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-AVULSAS       PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-CONFIRM       PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-DEVOLV        PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-LIBERADO       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-DEBITADO       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-MORA-REC       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-ATRASO         PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CARTEIRA       PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CONTEMP              PIC X(02) VALUE SPACES.
       77 FS-PARCEMP              PIC X(02) VALUE SPACES.
       77 FS-CONTEMPN             PIC X(02) VALUE SPACES.
       77 FS-PARCEMN              PIC X(02) VALUE SPACES.
       77 FS-MOVEMPR              PIC X(02) VALUE SPACES.
       77 FS-CTCORGER             PIC X(02) VALUE SPACES.
       77 FS-SALDOCOR             PIC X(02) VALUE SPACES.
       77 FS-LIMCHESP             PIC X(02) VALUE SPACES.
       77 FS-BLOQCPF              PIC X(02) VALUE SPACES.
       77 FS-MOVCONTA             PIC X(02) VALUE SPACES.
       77 FS-MOVSUSCC             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMEMP              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF62'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'MOVIMENTACAO DIARIA DOS EMPRESTIMOS PESSOAIS'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(13) VALUE 'CPF'.
          05 FILLER               PIC X(08) VALUE 'CONTR.'.
          05 FILLER               PIC X(06) VALUE 'PARC'.
          05 FILLER               PIC X(10) VALUE 'VENCTO'.
          05 FILLER               PIC X(21) VALUE
             '            VALOR'.
          05 FILLER               PIC X(18) VALUE 'OCORRENCIA'.
      *
       01  DET001.
          05 DET001-CPF           PIC 9(11).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CONTR         PIC 9(05).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-PARC          PIC ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-VENC          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-OCORR         PIC X(18).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'CONTRATOS PROCESSADOS                    :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'CONTRATOS LIBERADOS                      :'.
          05 TOT002-LIBERADOS     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(29) VALUE
             'TOTAL LIBERADO EM CONTA    :'.
          05 TOT003-VLR-LIBERADO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'PARCELAS GERADAS NOS CRONOGRAMAS         :'.
          05 TOT004-GERADAS       PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'DEBITOS DE PARCELA EMITIDOS              :'.
          05 TOT005-DEBITADAS     PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DEBITADO EM CONTA    :'.
          05 TOT006-VLR-DEBITADO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'JUROS DE MORA COBRADOS     :'.
          05 TOT007-VLR-MORA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'PARCELAS EM ATRASO (SEM FUNDOS)          :'.
          05 TOT008-ATRASO        PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'VALOR EM ATRASO COM MORA   :'.
          05 TOT009-VLR-ATRASO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'CONTRATOS QUITADOS                       :'.
          05 TOT010-QUITADOS      PIC ZZZ.ZZ9.
      *
       01  TOT011.
          05 FILLER               PIC X(44) VALUE
             'LIBERACOES RETIDAS (CPF BLOQUEADO)       :'.
          05 TOT011-RETIDAS       PIC ZZZ.ZZ9.
      *
       01  TOT012.
          05 FILLER               PIC X(44) VALUE
             'CONTRATOS RECUSADOS                      :'.
          05 TOT012-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT013.
          05 FILLER               PIC X(44) VALUE
             'PARCELAS SEM CONTRATO NO CONTEMP         :'.
          05 TOT013-AVULSAS       PIC ZZZ.ZZ9.
      *
       01  TOT014.
          05 FILLER               PIC X(29) VALUE
             'CARTEIRA ATIVA (SALDO DEV.):'.
          05 TOT014-CARTEIRA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT015.
          05 FILLER               PIC X(44) VALUE
             'DEBITOS ANTERIORES CONFIRMADOS           :'.
          05 TOT015-CONFIRM       PIC ZZZ.ZZ9.
      *
       01  TOT016.
          05 FILLER               PIC X(44) VALUE
             'DEBITOS ANTERIORES DEVOLVIDOS (MOVSUSCC) :'.
          05 TOT016-DEVOLV        PIC ZZZ.ZZ9.
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
           PERFORM 001-08-LER-PARMEMP.
           PERFORM 001-18-CARREGAR-CTCORGER.
           PERFORM 001-20-CARREGAR-SALDOCOR.
           PERFORM 001-10-CARREGAR-MOVCONTA.
           PERFORM 001-22-CARREGAR-LIMCHESP.
           PERFORM 001-24-CARREGAR-BLOQCPF.
           PERFORM 001-13-CARREGAR-MOVSUSCC.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-90-LER-PARCEMP.
           PERFORM 003-00-TRATAR
               UNTIL FS-CONTEMP EQUAL '10'.
           PERFORM 003-01-COPIAR-AVULSA
               UNTIL FS-PARCEMP EQUAL '10'.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 004-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CONTEMP
                       PARCEMP
                       PARMEMP
                       PARMDATA
                OUTPUT CONTEMPN
                       PARCEMN
                       MOVEMPR
                       RELATO.
           PERFORM 001-02-FS-CONTEMP.
           PERFORM 001-03-FS-PARCEMP.
           PERFORM 001-04-FS-CONTEMPN.
           PERFORM 001-09-FS-PARCEMN.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-07-FS-MOVEMPR.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTEMP.
           PERFORM 001-02-FS-CONTEMP.

       001-00-FIM.                EXIT.

      *================================================================*
       001-02-FS-CONTEMP          SECTION.
      *================================================================*
           MOVE 'CONTEMP'         TO FS-ARQUIVO.
           MOVE FS-CONTEMP        TO FS-COD-STATUS.

           IF FS-CONTEMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PARCEMP          SECTION.
      *================================================================*
           MOVE 'PARCEMP'         TO FS-ARQUIVO.
           MOVE FS-PARCEMP        TO FS-COD-STATUS.

           IF FS-PARCEMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CONTEMPN         SECTION.
      *================================================================*
           MOVE 'CONTEMPN'        TO FS-ARQUIVO.
           MOVE FS-CONTEMPN       TO FS-COD-STATUS.

           IF FS-CONTEMPN NOT EQUAL '00'
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
       001-07-FS-MOVEMPR          SECTION.
      *================================================================*
           MOVE 'MOVEMPR'         TO FS-ARQUIVO.
           MOVE FS-MOVEMPR        TO FS-COD-STATUS.

           IF FS-MOVEMPR NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMEMP         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMEMP.

           MOVE 'PARMEMP'         TO FS-ARQUIVO.
           MOVE FS-PARMEMP        TO FS-COD-STATUS.
           IF FS-PARMEMP NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE PERC-MORA-PARM    TO WS-PERC-MORA.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMEMP.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-PARCEMN          SECTION.
      *================================================================*
           MOVE 'PARCEMN'         TO FS-ARQUIVO.
           MOVE FS-PARCEMN        TO FS-COD-STATUS.

           IF FS-PARCEMN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-MOVCONTA   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT MOVCONTA.
           PERFORM 001-12-FS-MOVCONTA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-12-FS-MOVCONTA.

           PERFORM 001-11-ACUMULAR-MOVCONTA
               UNTIL FS-MOVCONTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVCONTA.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-MOVCONTA   SECTION.
      *================================================================*
      * DEPOSITO SOMA, SAQUE E TRANSFERENCIA DIMINUEM; A
      * TRANSFERENCIA TAMBEM SOMA NO DESTINO, COMO NO PU8EXF65.
      *
           MOVE CPF-MCC           TO WS-CPF-BUSCA.
           PERFORM 003-09-01-PROCURAR-CONTA-TAB.

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
               PERFORM 003-09-01-PROCURAR-CONTA-TAB
               IF WS-CTA-ACHADA NOT EQUAL ZEROS
                   ADD VALOR-MCC  TO
                       WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-12-FS-MOVCONTA.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-MOVCONTA         SECTION.
      *================================================================*
           MOVE 'MOVCONTA'        TO FS-ARQUIVO.
           MOVE FS-MOVCONTA       TO FS-COD-STATUS.

           IF FS-MOVCONTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-MOVSUSCC   SECTION.
      *================================================================*
      *    SEM MOVSUSCC ('35') NENHUM DEBITO FOI SUSPENSO
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT MOVSUSCC.
           PERFORM 001-15-FS-MOVSUSCC.

           IF FS-MOVSUSCC EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ MOVSUSCC
               PERFORM 001-15-FS-MOVSUSCC
               PERFORM 001-14-ACUMULAR-MOVSUSCC
                   UNTIL FS-MOVSUSCC EQUAL '10'
                      OR WS-TAB-SUS-QTD EQUAL 500
               IF FS-MOVSUSCC NOT EQUAL '10'
                   DISPLAY '* MOVSUSCC COM MAIS DE 500 DEBITOS   *'
                   DISPLAY '* AUMENTAR WS-TAB-SUS E REPROCESSAR  *'
                   MOVE 'MOVSUSCC' TO FS-ARQUIVO
                   MOVE FS-MOVSUSCC TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF.

           IF FS-MOVSUSCC NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE MOVSUSCC.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-MOVSUSCC   SECTION.
      *================================================================*
      * SO INTERESSAM OS DEBITOS DE PARCELA GERADOS AQUI: SAQUE COM
      * CONTRATO E PARCELA NAS POSICOES 45-52.
      *
           IF TIPO-SUS EQUAL 'S'
              AND REF-SUS NUMERIC
               ADD 1              TO WS-TAB-SUS-QTD
               MOVE CPF-SUS       TO
                   WS-TAB-SUS-CPF (WS-TAB-SUS-QTD)
               MOVE REF-SUS       TO
                   WS-TAB-SUS-REF (WS-TAB-SUS-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVSUSCC.
           PERFORM 001-15-FS-MOVSUSCC.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-FS-MOVSUSCC         SECTION.
      *================================================================*
           MOVE 'MOVSUSCC'        TO FS-ARQUIVO.
           MOVE FS-MOVSUSCC       TO FS-COD-STATUS.

           IF FS-MOVSUSCC NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-15-FIM.                EXIT.

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
           PERFORM 003-09-01-PROCURAR-CONTA-TAB.

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
               PERFORM 003-09-01-PROCURAR-CONTA-TAB
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
           PERFORM 003-09-01-PROCURAR-CONTA-TAB.

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

           MOVE WS-DATA-REF       TO WS-DATA-CALC.
           PERFORM 003-08-CONTAR-DIAS.
           MOVE WS-DIAS-CALC      TO WS-DIAS-REF.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-TRATAR              SECTION.
      *================================================================*
      * AS PARCELAS DE CHAVE MENOR QUE A DO CONTRATO NAO TEM CONTRATO
      * NO CONTEMP: PASSAM SEM ALTERACAO PARA O PARCEMN.
      *
           ADD 1                  TO ACUM-LIDOS.
           MOVE CPF-CEM           TO WS-CHAVE-CONTR-CPF.
           MOVE NUM-CONTR-CEM     TO WS-CHAVE-CONTR-NUM.

           PERFORM 003-01-COPIAR-AVULSA
               UNTIL WS-CHAVE-PARC NOT LESS WS-CHAVE-CONTR.

           EVALUATE SIT-CEM
               WHEN 'N'
                   PERFORM 003-10-LIBERAR
               WHEN 'A'
                   PERFORM 003-02-COBRAR-PARCELAS
           END-EVALUATE.

           PERFORM 003-03-COPIAR-PARCELA
               UNTIL WS-CHAVE-PARC NOT EQUAL WS-CHAVE-CONTR.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CONTEMPN     FROM REG-CONTEMP.
           PERFORM 001-04-FS-CONTEMPN.
           ADD 1                  TO ACUM-GRAVADOS.

           IF SIT-CEM EQUAL 'A'
               ADD SALDO-DEV-CEM  TO ACUM-VLR-CARTEIRA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTEMP.
           PERFORM 001-02-FS-CONTEMP.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-COPIAR-AVULSA       SECTION.
      *================================================================*
           MOVE 'PARC SEM CONTRATO' TO WS-OCORRENCIA.
           MOVE VLR-PARC-PCE      TO WS-VLR-DEBITO.
           PERFORM 003-06-IMPRIMIR-DETALHE.
           ADD 1                  TO ACUM-PARC-AVULSAS.

           PERFORM 003-03-COPIAR-PARCELA.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-COBRAR-PARCELAS     SECTION.
      *================================================================*
      * CONTRATO ATIVO: DEBITA AS PARCELAS VENCIDAS E ATUALIZA O
      * SALDO DEVEDOR PELAS AMORTIZACOES JA PAGAS.
      *
           MOVE ZEROS             TO WS-QTD-PAGAS
                                     WS-VLR-AMORT-PAGA.

           PERFORM 003-04-TRATAR-PARCELA
               UNTIL WS-CHAVE-PARC NOT EQUAL WS-CHAVE-CONTR.

           MOVE WS-QTD-PAGAS      TO QTD-PAGAS-CEM.

           IF WS-VLR-AMORT-PAGA LESS VLR-PRINC-CEM
               COMPUTE SALDO-DEV-CEM =
                   VLR-PRINC-CEM - WS-VLR-AMORT-PAGA
           ELSE
               MOVE ZEROS         TO SALDO-DEV-CEM.

           IF WS-QTD-PAGAS NOT LESS QTD-PARC-CEM
               MOVE 'Q'           TO SIT-CEM
               MOVE ZEROS         TO SALDO-DEV-CEM
               ADD 1              TO ACUM-QUITADOS
               MOVE 'QUITADO'     TO WS-OCORRENCIA
               MOVE ZEROS         TO WS-VLR-DEBITO
               PERFORM 003-07-IMPRIMIR-CONTRATO.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-COPIAR-PARCELA      SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PARCEMN      FROM REG-PARCEMP.
           PERFORM 001-09-FS-PARCEMN.

           PERFORM 003-90-LER-PARCEMP.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-TRATAR-PARCELA      SECTION.
      *================================================================*
           IF SIT-PCE EQUAL 'E'
               PERFORM 003-15-CONFERIR-EMITIDA.

           IF SIT-PCE NOT EQUAL 'P' AND 'E'
              AND DT-VENC-PCE NOT GREATER WS-DATA-REF
               PERFORM 003-05-DEBITAR-PARCELA.

           IF SIT-PCE EQUAL 'P'
               ADD 1              TO WS-QTD-PAGAS
               ADD VLR-AMORT-PCE  TO WS-VLR-AMORT-PAGA.

           IF SIT-PCE EQUAL 'V'
               ADD 1              TO ACUM-PARC-ATRASO
               ADD VLR-PARC-PCE   TO ACUM-VLR-ATRASO
               ADD VLR-MORA-PCE   TO ACUM-VLR-ATRASO.

           PERFORM 003-03-COPIAR-PARCELA.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-DEBITAR-PARCELA     SECTION.
      *================================================================*
      * A MORA CORRE DO VENCIMENTO ATE A DATA DE REFERENCIA (TAXA
      * MENSAL DO PARMEMP / 30 POR DIA) E E RECALCULADA A CADA
      * RODADA; NO DIA DO VENCIMENTO A PARCELA VAI SEM MORA.
      *
           MOVE DT-VENC-PCE       TO WS-DATA-CALC.
           PERFORM 003-08-CONTAR-DIAS.
           MOVE WS-DIAS-CALC      TO WS-DIAS-VENC.

           IF WS-DIAS-REF GREATER WS-DIAS-VENC
               COMPUTE WS-DIAS-ATRASO = WS-DIAS-REF - WS-DIAS-VENC
           ELSE
               MOVE ZEROS         TO WS-DIAS-ATRASO.

           COMPUTE WS-VLR-MORA-BASE = VLR-PARC-PCE * WS-PERC-MORA.
           COMPUTE WS-VLR-MORA ROUNDED =
               WS-VLR-MORA-BASE * WS-DIAS-ATRASO / 3000.

           MOVE VLR-PARC-PCE      TO WS-VLR-DEBITO.
           ADD WS-VLR-MORA        TO WS-VLR-DEBITO.
           MOVE WS-VLR-MORA       TO VLR-MORA-PCE.

           PERFORM 003-09-VALIDAR-FUNDOS.

           IF WS-DEBITO-OK EQUAL 'S'
               PERFORM 003-11-GERAR-DEBITO
           ELSE
               MOVE 'V'           TO SIT-PCE
               MOVE 'SEM FUNDOS-ATRASO' TO WS-OCORRENCIA.

           PERFORM 003-06-IMPRIMIR-DETALHE.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-IMPRIMIR-DETALHE    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE CPF-PCE           TO DET001-CPF.
           MOVE NUM-CONTR-PCE     TO DET001-CONTR.
           MOVE NUM-PARC-PCE      TO DET001-PARC.
           MOVE DT-VENC-PCE       TO DET001-VENC.
           MOVE WS-VLR-DEBITO     TO DET001-VALOR.
           MOVE WS-OCORRENCIA     TO DET001-OCORR.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-IMPRIMIR-CONTRATO   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE CPF-CEM           TO DET001-CPF.
           MOVE NUM-CONTR-CEM     TO DET001-CONTR.
           MOVE ZEROS             TO DET001-PARC
                                     DET001-VENC.
           MOVE WS-VLR-DEBITO     TO DET001-VALOR.
           MOVE WS-OCORRENCIA     TO DET001-OCORR.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-CONTAR-DIAS         SECTION.
      *================================================================*
      * DIAS CORRIDOS DA DATA EM WS-DATA-CALC A TRINTA DIAS POR MES.
      *
           IF WS-DIA-CALC GREATER 30
               MOVE 30            TO WS-DIA-CALC.

           COMPUTE WS-DIAS-CALC =
               (WS-ANO-CALC * 360) + (WS-MES-CALC * 30).
           ADD WS-DIA-CALC        TO WS-DIAS-CALC.

       003-08-FIM.                EXIT.

      *================================================================*
       003-09-VALIDAR-FUNDOS      SECTION.
      *================================================================*
      * UM DEBITO QUE O PU8EXE58 SUSPENDERIA (SEM SALDO MAIS LIMITE,
      * OU CPF BLOQUEADO) NAO E GERADO: A PARCELA FICA EM ATRASO.
      *
           MOVE 'N'               TO WS-DEBITO-OK.
           MOVE CPF-PCE           TO WS-CPF-BUSCA.
           PERFORM 003-09-01-PROCURAR-CONTA-TAB.

           IF WS-CTA-ACHADA NOT EQUAL ZEROS
              AND WS-TAB-CTA-BLOQ (WS-CTA-ACHADA) NOT EQUAL 'S'
              AND WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
                  + WS-TAB-CTA-LIMITE (WS-CTA-ACHADA)
                  NOT LESS WS-VLR-DEBITO
               MOVE 'S'           TO WS-DEBITO-OK
               SUBTRACT WS-VLR-DEBITO FROM
                   WS-TAB-CTA-SALDO (WS-CTA-ACHADA).

       003-09-FIM.                EXIT.

      *================================================================*
       003-09-01-PROCURAR-CONTA-TAB SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-CTA-ACHADA.

           PERFORM 003-09-02-COMPARAR-CPF
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD
                  OR WS-CTA-ACHADA NOT EQUAL ZEROS.

       003-09-01-FIM.             EXIT.

      *================================================================*
       003-09-02-COMPARAR-CPF     SECTION.
      *================================================================*
           IF WS-TAB-CTA-CPF (WS-IDX-CTA) EQUAL WS-CPF-BUSCA
               MOVE WS-IDX-CTA    TO WS-CTA-ACHADA.

       003-09-02-FIM.             EXIT.

      *================================================================*
       003-10-LIBERAR             SECTION.
      *================================================================*
      * CONTRATO NOVO: CONFERE OS DADOS E O CPF E CREDITA O PRINCIPAL
      * NA CONTA, GERANDO O CRONOGRAMA.
      *
           MOVE ZEROS             TO WS-VLR-DEBITO.
           MOVE CPF-CEM           TO WS-CPF-BUSCA.
           PERFORM 003-09-01-PROCURAR-CONTA-TAB.

           IF VLR-PRINC-CEM EQUAL ZEROS
              OR QTD-PARC-CEM EQUAL ZEROS
              OR (TIPO-AMORT-CEM NOT EQUAL 'P' AND 'S')
               MOVE 'CONTRATO INVALIDO' TO WS-OCORRENCIA
               ADD 1              TO ACUM-RECUSADOS
           ELSE
               IF WS-CTA-ACHADA EQUAL ZEROS
                   MOVE 'CPF SEM CONTA' TO WS-OCORRENCIA
                   ADD 1          TO ACUM-RECUSADOS
               ELSE
                   IF WS-TAB-CTA-BLOQ (WS-CTA-ACHADA) EQUAL 'S'
                       MOVE 'LIBERACAO RETIDA' TO WS-OCORRENCIA
                       ADD 1      TO ACUM-LIBER-RETIDAS
                   ELSE
                       PERFORM 003-12-CREDITAR-PRINCIPAL
                   END-IF
               END-IF.

           MOVE VLR-PRINC-CEM     TO WS-VLR-DEBITO.
           PERFORM 003-07-IMPRIMIR-CONTRATO.

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-GERAR-DEBITO        SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE SPACES            TO REG-MOVEMPR.
           MOVE CPF-PCE           TO CPF-MOV.
           MOVE 'S'               TO TIPO-MOV-CC.
           MOVE WS-VLR-DEBITO     TO VALOR-MOV.
           MOVE WS-DATA-REF       TO DATA-MOV-CC.
           MOVE ZEROS             TO CPF-CONTRA-MOV.
           MOVE NUM-CONTR-PCE     TO REF-CONTR-MOV.
           MOVE NUM-PARC-PCE      TO REF-PARC-MOV.

           WRITE REG-MOVEMPR.
           PERFORM 001-07-FS-MOVEMPR.

           MOVE 'E'               TO SIT-PCE.
           MOVE WS-DATA-REF       TO DT-PAGTO-PCE.

           IF WS-VLR-MORA GREATER ZEROS
               MOVE 'DEBITO COM MORA' TO WS-OCORRENCIA
           ELSE
               MOVE 'PARCELA DEBITADA' TO WS-OCORRENCIA.

           ADD 1                  TO ACUM-PARC-DEBITADAS.
           ADD WS-VLR-DEBITO      TO ACUM-VLR-DEBITADO.
           ADD WS-VLR-MORA        TO ACUM-VLR-MORA-REC.

       003-11-FIM.                EXIT.

      *================================================================*
       003-12-CREDITAR-PRINCIPAL  SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE SPACES            TO REG-MOVEMPR.
           MOVE CPF-CEM           TO CPF-MOV.
           MOVE 'D'               TO TIPO-MOV-CC.
           MOVE VLR-PRINC-CEM     TO VALOR-MOV.
           MOVE WS-DATA-REF       TO DATA-MOV-CC.
           MOVE ZEROS             TO CPF-CONTRA-MOV.

           WRITE REG-MOVEMPR.
           PERFORM 001-07-FS-MOVEMPR.

           ADD VLR-PRINC-CEM      TO
               WS-TAB-CTA-SALDO (WS-CTA-ACHADA).

           MOVE 'A'               TO SIT-CEM.
           MOVE WS-DATA-REF       TO DT-LIBER-CEM.
           MOVE VLR-PRINC-CEM     TO SALDO-DEV-CEM.
           MOVE ZEROS             TO QTD-PAGAS-CEM.
           MOVE 'LIBERACAO'       TO WS-OCORRENCIA.
           ADD 1                  TO ACUM-LIBERADOS.
           ADD VLR-PRINC-CEM      TO ACUM-VLR-LIBERADO.

           PERFORM 003-13-GERAR-CRONOGRAMA.

       003-12-FIM.                EXIT.

      *================================================================*
       003-13-GERAR-CRONOGRAMA    SECTION.
      *================================================================*
      * PRICE: PARCELA = PRINCIPAL X TAXA / (1 - (1 / (1 + TAXA)) ** N)
      * (SEM JUROS, PRINCIPAL / N). SAC: AMORTIZACAO = PRINCIPAL / N.
      *
           COMPUTE WS-TAXA = TAXA-MES-CEM / 100.
           MOVE VLR-PRINC-CEM     TO WS-SALDO-CALC.

           IF TIPO-AMORT-CEM EQUAL 'P'
               IF WS-TAXA EQUAL ZEROS
                   COMPUTE WS-VLR-PMT ROUNDED =
                       VLR-PRINC-CEM / QTD-PARC-CEM
               ELSE
                   COMPUTE WS-UM-MAIS-TAXA = WS-UM + WS-TAXA
                   COMPUTE WS-DESCONTO = WS-UM / WS-UM-MAIS-TAXA
                   COMPUTE WS-FATOR = WS-DESCONTO ** QTD-PARC-CEM
                   COMPUTE WS-DENOMINADOR = WS-UM - WS-FATOR
                   COMPUTE WS-PMT-BASE = VLR-PRINC-CEM * WS-TAXA
                   COMPUTE WS-VLR-PMT ROUNDED =
                       WS-PMT-BASE / WS-DENOMINADOR
               END-IF
           ELSE
               COMPUTE WS-VLR-AMORT-FIXA ROUNDED =
                   VLR-PRINC-CEM / QTD-PARC-CEM.

           MOVE WS-DATA-REF       TO WS-DATA-CALC.
           MOVE WS-ANO-CALC       TO WS-ANO-VENC.
           MOVE WS-MES-CALC       TO WS-MES-VENC.
           MOVE WS-DIA-CALC       TO WS-DIA-VENC-EMP.
           IF WS-DIA-VENC-EMP GREATER 28
               MOVE 28            TO WS-DIA-VENC-EMP.

           PERFORM 003-14-GERAR-PARCELA
               VARYING WS-NUM-PARC FROM 1 BY 1
               UNTIL WS-NUM-PARC GREATER QTD-PARC-CEM.

       003-13-FIM.                EXIT.

      *================================================================*
       003-14-GERAR-PARCELA       SECTION.
      *================================================================*
      * JUROS DO MES SOBRE O SALDO DEVEDOR; A ULTIMA PARCELA AMORTIZA
      * O QUE SOBROU DO ARREDONDAMENTO.
      *
           ADD 1                  TO WS-MES-VENC.
           IF WS-MES-VENC GREATER 12
               MOVE 1             TO WS-MES-VENC
               ADD 1              TO WS-ANO-VENC.

           MOVE SPACES            TO WS-REG-PARCELA.
           MOVE CPF-CEM           TO WS-CPF-PAR.
           MOVE NUM-CONTR-CEM     TO WS-NUM-CONTR-PAR.
           MOVE WS-NUM-PARC       TO WS-NUM-PARC-PAR.
           MOVE WS-ANO-VENC       TO WS-ANO-VENC-PAR.
           MOVE WS-MES-VENC       TO WS-MES-VENC-PAR.
           MOVE WS-DIA-VENC-EMP   TO WS-DIA-VENC-PAR.

           COMPUTE WS-VLR-JUROS-PAR ROUNDED = WS-SALDO-CALC * WS-TAXA.

           EVALUATE TRUE
               WHEN WS-NUM-PARC EQUAL QTD-PARC-CEM
                   MOVE WS-SALDO-CALC TO WS-VLR-AMORT-PAR
               WHEN TIPO-AMORT-CEM EQUAL 'P'
                   COMPUTE WS-VLR-AMORT-PAR =
                       WS-VLR-PMT - WS-VLR-JUROS-PAR
               WHEN OTHER
                   MOVE WS-VLR-AMORT-FIXA TO WS-VLR-AMORT-PAR
           END-EVALUATE.

           IF WS-VLR-AMORT-PAR GREATER WS-SALDO-CALC
               MOVE WS-SALDO-CALC TO WS-VLR-AMORT-PAR.

           MOVE WS-VLR-AMORT-PAR  TO WS-VLR-PARC-PAR.
           ADD WS-VLR-JUROS-PAR   TO WS-VLR-PARC-PAR.
           SUBTRACT WS-VLR-AMORT-PAR FROM WS-SALDO-CALC.
           MOVE WS-SALDO-CALC     TO WS-SALDO-APOS-PAR.
           MOVE 'A'               TO WS-SIT-PAR.
           MOVE ZEROS             TO WS-VLR-MORA-PAR
                                     WS-DT-PAGTO-PAR.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PARCEMN      FROM WS-REG-PARCELA.
           PERFORM 001-09-FS-PARCEMN.
           ADD 1                  TO ACUM-PARC-GERADAS.

       003-14-FIM.                EXIT.

      *================================================================*
       003-15-CONFERIR-EMITIDA    SECTION.
      *================================================================*
      * DEBITO EMITIDO NA RODADA ANTERIOR: SUSPENSO PELO PU8EXE58 A
      * PARCELA VOLTA A VENCIDA (E E COBRADA DE NOVO NESTA RODADA SE
      * ESTIVER NO VENCIMENTO); FORA DO MOVSUSCC ELE FOI BAIXADO.
      *
           MOVE CPF-PCE           TO WS-CPF-BUSCA.
           MOVE NUM-CONTR-PCE     TO WS-REF-BUSCA-CONTR.
           MOVE NUM-PARC-PCE      TO WS-REF-BUSCA-PARC.
           MOVE ZEROS             TO WS-SUS-ACHADO.

           PERFORM 003-15-01-COMPARAR-SUSPENSO
               VARYING WS-IDX-SUS FROM 1 BY 1
               UNTIL WS-IDX-SUS GREATER WS-TAB-SUS-QTD
                  OR WS-SUS-ACHADO NOT EQUAL ZEROS.

           IF WS-SUS-ACHADO EQUAL ZEROS
               MOVE 'P'           TO SIT-PCE
               ADD 1              TO ACUM-PARC-CONFIRM
           ELSE
               MOVE 'V'           TO SIT-PCE
               MOVE ZEROS         TO DT-PAGTO-PCE
               ADD 1              TO ACUM-PARC-DEVOLV
               MOVE 'DEBITO DEVOLVIDO' TO WS-OCORRENCIA
               COMPUTE WS-VLR-DEBITO = VLR-PARC-PCE + VLR-MORA-PCE
               PERFORM 003-06-IMPRIMIR-DETALHE.

       003-15-FIM.                EXIT.

      *================================================================*
       003-15-01-COMPARAR-SUSPENSO SECTION.
      *================================================================*
           IF WS-TAB-SUS-CPF (WS-IDX-SUS) EQUAL WS-CPF-BUSCA
              AND WS-TAB-SUS-REF (WS-IDX-SUS) EQUAL WS-REF-BUSCA
               MOVE WS-IDX-SUS    TO WS-SUS-ACHADO.

       003-15-01-FIM.             EXIT.

      *================================================================*
       003-90-LER-PARCEMP         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARCEMP.
           PERFORM 001-03-FS-PARCEMP.

           IF FS-PARCEMP EQUAL '00'
               MOVE CPF-PCE       TO WS-CHAVE-PARC-CPF
               MOVE NUM-CONTR-PCE TO WS-CHAVE-PARC-NUM
           ELSE
               MOVE HIGH-VALUES   TO WS-CHAVE-PARC.

       003-90-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-LIBERADOS    TO TOT002-LIBERADOS.
           MOVE ACUM-VLR-LIBERADO TO TOT003-VLR-LIBERADO.
           MOVE ACUM-PARC-GERADAS TO TOT004-GERADAS.
           MOVE ACUM-PARC-DEBITADAS TO TOT005-DEBITADAS.
           MOVE ACUM-VLR-DEBITADO TO TOT006-VLR-DEBITADO.
           MOVE ACUM-VLR-MORA-REC TO TOT007-VLR-MORA.
           MOVE ACUM-PARC-ATRASO  TO TOT008-ATRASO.
           MOVE ACUM-VLR-ATRASO   TO TOT009-VLR-ATRASO.
           MOVE ACUM-QUITADOS     TO TOT010-QUITADOS.
           MOVE ACUM-LIBER-RETIDAS TO TOT011-RETIDAS.
           MOVE ACUM-RECUSADOS    TO TOT012-RECUSADOS.
           MOVE ACUM-PARC-AVULSAS TO TOT013-AVULSAS.
           MOVE ACUM-VLR-CARTEIRA TO TOT014-CARTEIRA.
           MOVE ACUM-PARC-CONFIRM TO TOT015-CONFIRM.
           MOVE ACUM-PARC-DEVOLV  TO TOT016-DEVOLV.

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

           WRITE REG-RELATO       FROM TOT013 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT014 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT015 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT016 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* CONTRATOS DE EMPRESTIMO RECUSADOS: '
                       ACUM-RECUSADOS ' - VER CONTEMP *'
               MOVE 0004          TO RETURN-CODE.

           IF ACUM-PARC-AVULSAS NOT EQUAL ZEROS
               DISPLAY '* PARCELAS SEM CONTRATO NO CONTEMP: '
                       ACUM-PARC-AVULSAS ' - VER PARCEMP *'
               MOVE 0004          TO RETURN-CODE.

       005-00-FIM.                EXIT.

      *================================================================*
       004-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CONTEMP
                 PARCEMP
                 CONTEMPN
                 PARCEMN
                 MOVEMPR
                 RELATO.
           PERFORM 001-02-FS-CONTEMP.
           PERFORM 001-03-FS-PARCEMP.
           PERFORM 001-04-FS-CONTEMPN.
           PERFORM 001-09-FS-PARCEMN.
           PERFORM 001-07-FS-MOVEMPR.
           PERFORM 001-05-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       004-00-FIM.                EXIT.

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
               MOVE 'PU8EXF62'        TO RUNLOG-PROGRAMA
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
