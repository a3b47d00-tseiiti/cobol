       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF65.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ENCERRAMENTO DE CONTA CORRENTE COM LIQUIDACAO FINAL. CADA
      * PEDIDO DO PEDENC (CPF, DATA DO ENCERRAMENTO E MOTIVO) E
      * RECUSADO SE O TITULAR AINDA TEM DEPOSITO A PRAZO ATIVO NO
      * CONTDEP, EMPRESTIMO EM ABERTO NO CONTEMP (NOVO OU ATIVO) OU
      * SALDO DEVEDOR (CHEQUE ESPECIAL); RECUSA SAI NO RELATORIO E O
      * PROGRAMA TERMINA COM RETURN-CODE 0004.
      *
      * O SALDO DA CONTA E O DE ABERTURA (SALDOCOR) MAIS OS
      * MOVIMENTOS DO MOVCONTA, COMO NO EXTRATO DO PU8EXE59. NA
      * LIQUIDACAO A CONTA RECEBE OS JUROS DO PARMJURO PRO RATA
      * (DIAS DO MES ATE O ENCERRAMENTO, SOBRE 30), PAGA A TARIFA DE
      * MANUTENCAO (LIMITADA AO SALDO) E O RESTANTE E PAGO AO
      * CLIENTE. OS TRES MOVIMENTOS SAEM NO MOVENCE, NO LAYOUT DO
      * MOVCONTA ('D' JUROS, 'S' TARIFA E 'S' SAQUE FINAL), QUE O
      * PU8EXE58 LE JUNTO COM O MOVCONTA DO DIA, COMO O MOVDEPO DO
      * PU8EXF15, DEIXANDO A CONTA ZERADA.
      *
      * O CLIENTE RECEBE O EXTRATO DE ENCERRAMENTO NO FORMATO DO
      * PU8EXE59. A CONTA VAI PARA O HISTORICO DE CONTAS ENCERRADAS
      * (CTENCER, EM EXTEND), QUE O PU8EXE19 LE PARA TIRAR O CPF DA
      * GERACAO SEGUINTE DO CTCORGER - E COM ELE DO SALDOCON, QUE O
      * PU8EXE58 GRAVA A PARTIR DO CTCORGER.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PEDENC          ASSIGN TO UT-S-PEDENC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PEDENC.
      *
           SELECT CTCORGER        ASSIGN TO UT-S-CTCORGER
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CTCORGER.
      *
           SELECT SALDOCOR        ASSIGN TO UT-S-SALDOCOR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SALDOCOR.
      *
           SELECT MOVCONTA        ASSIGN TO UT-S-MOVCONTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVCONTA.
      *
           SELECT CONTDEP         ASSIGN TO UT-S-CONTDEP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CONTDEP.
      *
           SELECT CONTEMP         ASSIGN TO UT-S-CONTEMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CONTEMP.
      *
           SELECT MOVENCE         ASSIGN TO UT-S-MOVENCE
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVENCE.
      *
           SELECT CTENCER         ASSIGN TO UT-S-CTENCER
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CTENCER.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMJURO    ASSIGN TO UT-S-PARMJURO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMJURO.
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
      * PEDIDOS DE ENCERRAMENTO DE CONTA.
      *
      *  MOTIVO-PED:  01 PEDIDO DO CLIENTE  02 INICIATIVA DO BANCO
      *               03 FALECIMENTO        04 MUDANCA   99 OUTROS
      *
       FD PEDENC
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PEDENC.
       01 REG-PEDENC.
          05 CPF-PED              PIC 9(11).
          05 DATA-PED             PIC 9(08).
          05 MOTIVO-PED           PIC 9(02).
          05 FILLER               PIC X(09).
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
       FD MOVCONTA
           RECORD     CONTAINS    52 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVCONTA.
       01 REG-MOVCONTA.
          05 CPF-MOV              PIC 9(11).
          05 TIPO-MOV-CC          PIC X(01).
          05 VALOR-MOV            PIC 9(11)V99.
          05 DATA-MOV-CC          PIC 9(08).
          05 CPF-CONTRA-MOV       PIC 9(11).
          05 FILLER               PIC X(08).
      *
      * CONTRATOS DE DEPOSITO A PRAZO (DO PU8EXF15); SO OS ATIVOS
      * ('A') IMPEDEM O ENCERRAMENTO.
      *
       FD CONTDEP
          RECORD      CONTAINS    70 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CONTDEP.
       01 REG-CONTDEP.
          05 CPF-DEP              PIC 9(11).
          05 NUM-CONTR-DEP        PIC 9(05).
          05 VLR-APLICADO-DEP     PIC 9(11)V99.
          05 TAXA-MES-DEP         PIC 9(02)V99.
          05 DT-APLIC-DEP         PIC 9(08).
          05 DT-VENC-DEP          PIC 9(08).
          05 SIT-DEP              PIC X(01).
          05 SALDO-ATUAL-DEP      PIC 9(11)V99.
          05 FILLER               PIC X(07).
      *
      * CONTRATOS DE EMPRESTIMO PESSOAL (DO PU8EXF62); NOVO ('N') OU
      * ATIVO ('A') IMPEDE O ENCERRAMENTO.
      *
       FD CONTEMP
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CONTEMP.
       COPY CONTEMP.
      *
      * MOVIMENTOS DA LIQUIDACAO, NO LAYOUT DO MOVCONTA, PARA O
      * PU8EXE58 BAIXAR NA CONTA CORRENTE.
      *
       FD MOVENCE
          RECORD      CONTAINS    52 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-MOVENCE.
       01 REG-MOVENCE.
          05 CPF-MEN              PIC 9(11).
          05 TIPO-MEN             PIC X(01).
          05 VALOR-MEN            PIC 9(11)V99.
          05 DATA-MEN             PIC 9(08).
          05 CPF-CONTRA-MEN       PIC 9(11).
          05 FILLER               PIC X(08).
      *
       FD CTENCER
          RECORD      CONTAINS    100 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CTENCER.
       COPY CTENCER.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO COM O PERCENTUAL DE JUROS MENSAIS SOBRE O SALDO
      * CREDOR E A TARIFA DE MANUTENCAO DA CONTA (O MESMO DO
      * PU8EXE59; O JURO DEVEDOR NAO SE APLICA, POIS CONTA DEVEDORA
      * NAO E ENCERRADA).
      *
       FD PARMJURO
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMJURO.
       01 REG-PARMJURO.
          05 PERC-JUROS-PARM      PIC 9(02)V99.
          05 TARIFA-PARM          PIC 9(05)V99.
          05 PERC-JURO-DEV-PARM   PIC 9(02)V99.
          05 FILLER               PIC X(05).
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
      *
       77 WS-PERC-JUROS           PIC 9(02)V99 VALUE ZEROS.
       77 WS-TARIFA               PIC 9(05)V99 VALUE ZEROS.
      *
      *  CONTAS DO CTCORGER COM O SALDO DE ABERTURA (SALDOCOR), O
      *  SALDO ATUAL (ABERTURA MAIS MOVCONTA) E AS MARCAS DE DEPOSITO
      *  A PRAZO ATIVO, EMPRESTIMO EM ABERTO E CONTA JA ENCERRADA
      *  NESTA RODADA. CONTA SEM LINHA DE SALDO COMECA ZERADA, COMO
      *  NO PU8EXE58.
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CTA-CPF    PIC 9(11).
             10 WS-TAB-CTA-NOME   PIC X(30).
             10 WS-TAB-CTA-BCO    PIC X(03).
             10 WS-TAB-CTA-ABERT  PIC S9(11)V99.
             10 WS-TAB-CTA-SALDO  PIC S9(11)V99.
             10 WS-TAB-CTA-DEP    PIC X(01).
             10 WS-TAB-CTA-EMP    PIC X(01).
             10 WS-TAB-CTA-ENC    PIC X(01).
      *
       77 WS-CPF-BUSCA            PIC 9(11) VALUE ZEROS.
       77 WS-IDX-CTA              PIC 9(03) VALUE ZEROS.
       77 WS-CTA-ACHADA           PIC 9(03) VALUE ZEROS.
      *
      *  MOVIMENTOS DO MOVCONTA EM TABELA, PARA O EXTRATO
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-MOV-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-MOV-CPF    PIC 9(11).
             10 WS-TAB-MOV-TIPO   PIC X(01).
             10 WS-TAB-MOV-VALOR  PIC 9(11)V99.
             10 WS-TAB-MOV-DATA   PIC 9(08).
             10 WS-TAB-MOV-IMPR   PIC X(01).
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MENOR            PIC 9(03) VALUE ZEROS.
      *
      *  PEDIDOS RECUSADOS, IMPRESSOS DEPOIS DOS EXTRATOS
      *
       01 WS-TAB-REC.
          05 WS-TAB-REC-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-REC-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-REC-CPF    PIC 9(11).
             10 WS-TAB-REC-DATA   PIC 9(08).
             10 WS-TAB-REC-MOTIVO PIC 9(02).
             10 WS-TAB-REC-DESCR  PIC X(30).
      *
       77 WS-IDX-REC              PIC 9(03) VALUE ZEROS.
      *
      *  VALIDACAO E LIQUIDACAO DO PEDIDO
      *
       01 WS-DATA-AUX.
          05 WS-ANO-AUX           PIC 9(04).
          05 WS-MES-AUX           PIC 9(02).
          05 WS-DIA-AUX           PIC 9(02).
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX
                                  PIC 9(08).
      *
       77 WS-RECUSA               PIC X(30) VALUE SPACES.
       77 WS-DESC-MOTIVO          PIC X(20) VALUE SPACES.
       77 WS-SALDO-CORRENTE       PIC S9(11)V99 VALUE ZEROS.
       77 WS-SALDO-ANTES          PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-PRO             PIC 9(02) VALUE ZEROS.
       77 WS-JUROS-MES            PIC 9(11)V9(06) VALUE ZEROS.
       77 WS-VLR-JUROS            PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-TARIFA           PIC 9(05)V99 VALUE ZEROS.
       77 WS-VLR-LIQUIDO          PIC 9(11)V99 VALUE ZEROS.
       77 WS-CEM                  PIC 9(03) VALUE 100.
       77 WS-TRINTA               PIC 9(02) VALUE 30.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-ENCERRADAS         PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-JUROS          PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-TARIFA         PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-LIQUIDO        PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PEDENC               PIC X(02) VALUE SPACES.
       77 FS-CTCORGER             PIC X(02) VALUE SPACES.
       77 FS-SALDOCOR             PIC X(02) VALUE SPACES.
       77 FS-MOVCONTA             PIC X(02) VALUE SPACES.
       77 FS-CONTDEP              PIC X(02) VALUE SPACES.
       77 FS-CONTEMP              PIC X(02) VALUE SPACES.
       77 FS-MOVENCE              PIC X(02) VALUE SPACES.
       77 FS-CTENCER              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMJURO             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      *  LINHAS DO EXTRATO DE ENCERRAMENTO (FORMATO DO PU8EXE59)
      *
       01  EXT001.
          05 FILLER               PIC X(09) VALUE 'EXTRATO  '.
          05 EXT001-CPF           PIC 9(11).
          05 FILLER               PIC X(03) VALUE ' - '.
          05 EXT001-NOME          PIC X(30).
          05 FILLER               PIC X(07) VALUE '  MES: '.
          05 EXT001-MES           PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 EXT001-ANO           PIC 9(04).
      *
       01  EXT002.
          05 FILLER               PIC X(70) VALUE ALL '='.
      *
       01  EXT003.
          05 FILLER               PIC X(26) VALUE
             'SALDO DE ABERTURA........:'.
          05 EXT003-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  EXT004.
          05 EXT004-DATA          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXT004-DESCRICAO     PIC X(20).
          05 EXT004-VALOR         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 EXT004-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  EXT005.
          05 FILLER               PIC X(26) VALUE
             'SALDO DE FECHAMENTO......:'.
          05 EXT005-SALDO         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  EXT008.
          05 FILLER               PIC X(26) VALUE
             'CONTA ENCERRADA EM.......:'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 EXT008-DATA          PIC 9(08).
          05 FILLER               PIC X(10) VALUE '  MOTIVO: '.
          05 EXT008-MOTIVO        PIC 9(02).
          05 FILLER               PIC X(03) VALUE ' - '.
          05 EXT008-DESC-MOTIVO   PIC X(20).
      *
      *  LINHAS DO RELATORIO DE RECUSAS E TOTAIS
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
             'PROGRAMA = PU8EXF65'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'ENCERRAMENTO DE CONTA CORRENTE - PEDIDOS RECUSADOS'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(13) VALUE 'CPF'.
          05 FILLER               PIC X(10) VALUE 'DATA'.
          05 FILLER               PIC X(05) VALUE 'MOT'.
          05 FILLER               PIC X(30) VALUE 'MOTIVO DA RECUSA'.
      *
       01  DET001.
          05 DET001-CPF           PIC 9(11).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DATA          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-MOTIVO        PIC 9(02).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-DESCR         PIC X(30).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'PEDIDOS DE ENCERRAMENTO LIDOS            :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'CONTAS ENCERRADAS                        :'.
          05 TOT002-ENCERRADAS    PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'PEDIDOS RECUSADOS                        :'.
          05 TOT003-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(29) VALUE
             'JUROS PRO RATA CREDITADOS  :'.
          05 TOT004-VLR-JUROS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'TARIFAS DEBITADAS          :'.
          05 TOT005-VLR-TARIFA    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'SALDOS PAGOS AOS CLIENTES  :'.
          05 TOT006-VLR-LIQUIDO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-08-LER-PARMJURO.
           PERFORM 001-10-CARREGAR-CTCORGER.
           PERFORM 001-12-CARREGAR-SALDOCOR.
           PERFORM 001-14-CARREGAR-MOVCONTA.
           PERFORM 001-16-CARREGAR-CONTDEP.
           PERFORM 001-18-CARREGAR-CONTEMP.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TRATAR
               UNTIL FS-PEDENC EQUAL '10'.
           PERFORM 005-00-IMPRIMIR-RECUSAS.
           PERFORM 006-00-IMPRIMIR-TOTAIS.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PEDENC
                       PARMDATA
                       PARMJURO
                OUTPUT MOVENCE
                       RELATO
                EXTEND CTENCER.
           PERFORM 001-02-FS-PEDENC.
           PERFORM 001-03-FS-MOVENCE.
           PERFORM 001-04-FS-CTENCER.
           PERFORM 001-05-FS-RELATO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDENC.
           PERFORM 001-02-FS-PEDENC.

       001-00-FIM.                EXIT.

      *================================================================*
       001-02-FS-PEDENC           SECTION.
      *================================================================*
           MOVE 'PEDENC'          TO FS-ARQUIVO.
           MOVE FS-PEDENC         TO FS-COD-STATUS.

           IF FS-PEDENC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-MOVENCE          SECTION.
      *================================================================*
           MOVE 'MOVENCE'         TO FS-ARQUIVO.
           MOVE FS-MOVENCE        TO FS-COD-STATUS.

           IF FS-MOVENCE NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CTENCER          SECTION.
      *================================================================*
           MOVE 'CTENCER'         TO FS-ARQUIVO.
           MOVE FS-CTENCER        TO FS-COD-STATUS.

           IF FS-CTENCER NOT EQUAL '00'
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
       001-07-FS-PARMJURO         SECTION.
      *================================================================*
           MOVE 'PARMJURO'        TO FS-ARQUIVO.
           MOVE FS-PARMJURO       TO FS-COD-STATUS.

           IF FS-PARMJURO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMJURO        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMJURO.
           PERFORM 001-07-FS-PARMJURO.

           IF FS-PARMJURO EQUAL '00'
               MOVE PERC-JUROS-PARM TO WS-PERC-JUROS
               MOVE TARIFA-PARM   TO WS-TARIFA.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMJURO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-CTCORGER   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CTCORGER.
           PERFORM 001-20-FS-CTCORGER.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 001-20-FS-CTCORGER.

           PERFORM 001-11-ACUMULAR-CTCORGER
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

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-CTCORGER   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-CTA-QTD.
           MOVE CPF-GER           TO
               WS-TAB-CTA-CPF (WS-TAB-CTA-QTD).
           MOVE NOME-GER          TO
               WS-TAB-CTA-NOME (WS-TAB-CTA-QTD).
           MOVE BCO-GER           TO
               WS-TAB-CTA-BCO (WS-TAB-CTA-QTD).
           MOVE ZEROS             TO
               WS-TAB-CTA-ABERT (WS-TAB-CTA-QTD)
               WS-TAB-CTA-SALDO (WS-TAB-CTA-QTD).
           MOVE SPACES            TO
               WS-TAB-CTA-DEP (WS-TAB-CTA-QTD)
               WS-TAB-CTA-EMP (WS-TAB-CTA-QTD)
               WS-TAB-CTA-ENC (WS-TAB-CTA-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 001-20-FS-CTCORGER.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-SALDOCOR   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT SALDOCOR.
           PERFORM 001-21-FS-SALDOCOR.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOCOR.
           PERFORM 001-21-FS-SALDOCOR.

           PERFORM 001-13-ACUMULAR-SALDOCOR
               UNTIL FS-SALDOCOR EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SALDOCOR.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-SALDOCOR   SECTION.
      *================================================================*
      * SALDO DE CPF FORA DO CTCORGER E IGNORADO, COMO NO PU8EXE58.
      *
           MOVE CPF-SAL           TO WS-CPF-BUSCA.
           PERFORM 003-09-PROCURAR-CONTA-TAB.

           IF WS-CTA-ACHADA NOT EQUAL ZEROS
               IF IND-SAL EQUAL 'D'
                   COMPUTE WS-TAB-CTA-ABERT (WS-CTA-ACHADA) =
                       ZEROS - SALDO-SAL
               ELSE
                   MOVE SALDO-SAL TO
                       WS-TAB-CTA-ABERT (WS-CTA-ACHADA)
               END-IF
               MOVE WS-TAB-CTA-ABERT (WS-CTA-ACHADA) TO
                   WS-TAB-CTA-SALDO (WS-CTA-ACHADA).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOCOR.
           PERFORM 001-21-FS-SALDOCOR.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-CARREGAR-MOVCONTA   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT MOVCONTA.
           PERFORM 001-22-FS-MOVCONTA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-22-FS-MOVCONTA.

           PERFORM 001-15-ACUMULAR-MOVCONTA
               UNTIL FS-MOVCONTA EQUAL '10'
                  OR WS-TAB-MOV-QTD EQUAL 500.

           IF FS-MOVCONTA NOT EQUAL '10'
               DISPLAY '* MOVCONTA COM MAIS DE 500 MOVTOS    *'
               DISPLAY '* AUMENTAR WS-TAB-MOV E REPROCESSAR  *'
               MOVE 'MOVCONTA'    TO FS-ARQUIVO
               MOVE FS-MOVCONTA   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVCONTA.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-ACUMULAR-MOVCONTA   SECTION.
      *================================================================*
      * CADA MOVIMENTO ENTRA NA TABELA DO EXTRATO E NO SALDO ATUAL
      * DA CONTA. TRANSFERENCIA ('T') TAMBEM ENTRA NO DESTINO, COMO
      * PERNA RECEBIDA ('R'), IGUAL AO PU8EXE59.
      *
           ADD 1                  TO WS-TAB-MOV-QTD.
           MOVE CPF-MOV           TO
               WS-TAB-MOV-CPF (WS-TAB-MOV-QTD).
           MOVE TIPO-MOV-CC       TO
               WS-TAB-MOV-TIPO (WS-TAB-MOV-QTD).
           MOVE VALOR-MOV         TO
               WS-TAB-MOV-VALOR (WS-TAB-MOV-QTD).
           MOVE DATA-MOV-CC       TO
               WS-TAB-MOV-DATA (WS-TAB-MOV-QTD).
           MOVE 'N'               TO
               WS-TAB-MOV-IMPR (WS-TAB-MOV-QTD).

           MOVE CPF-MOV           TO WS-CPF-BUSCA.
           PERFORM 003-09-PROCURAR-CONTA-TAB.

           IF WS-CTA-ACHADA NOT EQUAL ZEROS
               IF TIPO-MOV-CC EQUAL 'D'
                   ADD VALOR-MOV  TO
                       WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
               ELSE
                   SUBTRACT VALOR-MOV FROM
                       WS-TAB-CTA-SALDO (WS-CTA-ACHADA)
               END-IF.

           IF TIPO-MOV-CC EQUAL 'T'
              AND WS-TAB-MOV-QTD EQUAL 500
               DISPLAY '* MOVCONTA COM MAIS DE 500 MOVTOS    *'
               DISPLAY '* SEM VAGA PARA A PERNA RECEBIDA (R) *'
               DISPLAY '* AUMENTAR WS-TAB-MOV E REPROCESSAR  *'
               MOVE 'MOVCONTA'    TO FS-ARQUIVO
               MOVE FS-MOVCONTA   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           IF TIPO-MOV-CC EQUAL 'T'
               PERFORM 001-15-01-PERNA-RECEBIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-22-FS-MOVCONTA.

       001-15-FIM.                EXIT.

      *================================================================*
       001-15-01-PERNA-RECEBIDA   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-MOV-QTD.
           MOVE CPF-CONTRA-MOV    TO
               WS-TAB-MOV-CPF (WS-TAB-MOV-QTD).
           MOVE 'R'               TO
               WS-TAB-MOV-TIPO (WS-TAB-MOV-QTD).
           MOVE VALOR-MOV         TO
               WS-TAB-MOV-VALOR (WS-TAB-MOV-QTD).
           MOVE DATA-MOV-CC       TO
               WS-TAB-MOV-DATA (WS-TAB-MOV-QTD).
           MOVE 'N'               TO
               WS-TAB-MOV-IMPR (WS-TAB-MOV-QTD).

           MOVE CPF-CONTRA-MOV    TO WS-CPF-BUSCA.
           PERFORM 003-09-PROCURAR-CONTA-TAB.

           IF WS-CTA-ACHADA NOT EQUAL ZEROS
               ADD VALOR-MOV      TO
                   WS-TAB-CTA-SALDO (WS-CTA-ACHADA).

       001-15-01-FIM.             EXIT.

      *================================================================*
       001-16-CARREGAR-CONTDEP    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CONTDEP.
           PERFORM 001-23-FS-CONTDEP.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTDEP.
           PERFORM 001-23-FS-CONTDEP.

           PERFORM 001-17-MARCAR-DEPOSITO
               UNTIL FS-CONTDEP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CONTDEP.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-MARCAR-DEPOSITO     SECTION.
      *================================================================*
           IF SIT-DEP EQUAL 'A'
               MOVE CPF-DEP       TO WS-CPF-BUSCA
               PERFORM 003-09-PROCURAR-CONTA-TAB
               IF WS-CTA-ACHADA NOT EQUAL ZEROS
                   MOVE 'S'       TO
                       WS-TAB-CTA-DEP (WS-CTA-ACHADA)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTDEP.
           PERFORM 001-23-FS-CONTDEP.

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-CARREGAR-CONTEMP    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CONTEMP.
           PERFORM 001-24-FS-CONTEMP.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTEMP.
           PERFORM 001-24-FS-CONTEMP.

           PERFORM 001-19-MARCAR-EMPRESTIMO
               UNTIL FS-CONTEMP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CONTEMP.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-MARCAR-EMPRESTIMO   SECTION.
      *================================================================*
           IF SIT-CEM EQUAL 'N' OR 'A'
               MOVE CPF-CEM       TO WS-CPF-BUSCA
               PERFORM 003-09-PROCURAR-CONTA-TAB
               IF WS-CTA-ACHADA NOT EQUAL ZEROS
                   MOVE 'S'       TO
                       WS-TAB-CTA-EMP (WS-CTA-ACHADA)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTEMP.
           PERFORM 001-24-FS-CONTEMP.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-FS-CTCORGER         SECTION.
      *================================================================*
           MOVE 'CTCORGER'        TO FS-ARQUIVO.
           MOVE FS-CTCORGER       TO FS-COD-STATUS.

           IF FS-CTCORGER NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-FS-SALDOCOR         SECTION.
      *================================================================*
           MOVE 'SALDOCOR'        TO FS-ARQUIVO.
           MOVE FS-SALDOCOR       TO FS-COD-STATUS.

           IF FS-SALDOCOR NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-FS-MOVCONTA         SECTION.
      *================================================================*
           MOVE 'MOVCONTA'        TO FS-ARQUIVO.
           MOVE FS-MOVCONTA       TO FS-COD-STATUS.

           IF FS-MOVCONTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-FS-CONTDEP          SECTION.
      *================================================================*
           MOVE 'CONTDEP'         TO FS-ARQUIVO.
           MOVE FS-CONTDEP        TO FS-COD-STATUS.

           IF FS-CONTDEP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-23-FIM.                EXIT.

      *================================================================*
       001-24-FS-CONTEMP          SECTION.
      *================================================================*
           MOVE 'CONTEMP'         TO FS-ARQUIVO.
           MOVE FS-CONTEMP        TO FS-COD-STATUS.

           IF FS-CONTEMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-24-FIM.                EXIT.

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
           ADD 1                  TO ACUM-LIDOS.

           PERFORM 003-01-VALIDAR-PEDIDO.

           IF WS-RECUSA NOT EQUAL SPACES
               PERFORM 003-02-GUARDAR-RECUSA
           ELSE
               PERFORM 003-03-LIQUIDAR
               PERFORM 004-00-EXTRATO-ENCERRAMENTO
               PERFORM 003-07-GRAVAR-HISTORICO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDENC.
           PERFORM 001-02-FS-PEDENC.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-VALIDAR-PEDIDO      SECTION.
      *================================================================*
           MOVE SPACES            TO WS-RECUSA.
           MOVE ZEROS             TO WS-DATA-AUX-R.

           IF DATA-PED NUMERIC
               MOVE DATA-PED      TO WS-DATA-AUX-R.

           MOVE CPF-PED           TO WS-CPF-BUSCA.
           PERFORM 003-09-PROCURAR-CONTA-TAB.

           EVALUATE TRUE
               WHEN WS-MES-AUX EQUAL ZEROS
                 OR WS-MES-AUX GREATER 12
                 OR WS-DIA-AUX EQUAL ZEROS
                 OR WS-DIA-AUX GREATER 31
                   MOVE 'DATA DE ENCERRAMENTO INVALIDA'
                                  TO WS-RECUSA
               WHEN WS-DATA-AUX-R GREATER WS-DATA-REF
                   MOVE 'DATA DE ENCERRAMENTO FUTURA'
                                  TO WS-RECUSA
               WHEN MOTIVO-PED NOT EQUAL 01 AND 02 AND 03
                                     AND 04 AND 99
                   MOVE 'MOTIVO INVALIDO' TO WS-RECUSA
               WHEN WS-CTA-ACHADA EQUAL ZEROS
                   MOVE 'CPF FORA DO CTCORGER' TO WS-RECUSA
               WHEN WS-TAB-CTA-ENC (WS-CTA-ACHADA) EQUAL 'S'
                   MOVE 'PEDIDO EM DUPLICIDADE' TO WS-RECUSA
               WHEN WS-TAB-CTA-DEP (WS-CTA-ACHADA) EQUAL 'S'
                   MOVE 'DEPOSITO A PRAZO ATIVO' TO WS-RECUSA
               WHEN WS-TAB-CTA-EMP (WS-CTA-ACHADA) EQUAL 'S'
                   MOVE 'EMPRESTIMO EM ABERTO' TO WS-RECUSA
               WHEN WS-TAB-CTA-SALDO (WS-CTA-ACHADA) LESS ZEROS
                   MOVE 'SALDO DEVEDOR (CH.ESPECIAL)'
                                  TO WS-RECUSA
           END-EVALUATE.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-GUARDAR-RECUSA      SECTION.
      *================================================================*
           IF WS-TAB-REC-QTD EQUAL 500
               DISPLAY '* MAIS DE 500 PEDIDOS RECUSADOS      *'
               DISPLAY '* AUMENTAR WS-TAB-REC E REPROCESSAR  *'
               MOVE 'PEDENC'      TO FS-ARQUIVO
               MOVE FS-PEDENC     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO ACUM-RECUSADOS.
           ADD 1                  TO WS-TAB-REC-QTD.
           MOVE CPF-PED           TO
               WS-TAB-REC-CPF (WS-TAB-REC-QTD).
           MOVE DATA-PED          TO
               WS-TAB-REC-DATA (WS-TAB-REC-QTD).
           MOVE MOTIVO-PED        TO
               WS-TAB-REC-MOTIVO (WS-TAB-REC-QTD).
           MOVE WS-RECUSA         TO
               WS-TAB-REC-DESCR (WS-TAB-REC-QTD).

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-LIQUIDAR            SECTION.
      *================================================================*
      * JUROS DO MES PRO RATA: DIAS ATE O ENCERRAMENTO (MES
      * COMERCIAL DE 30 DIAS) SOBRE O SALDO CREDOR. A TARIFA NAO
      * PASSA DO SALDO, PARA A CONTA NAO FICAR DEVEDORA; O QUE SOBRA
      * E PAGO AO CLIENTE.
      *
           MOVE WS-TAB-CTA-SALDO (WS-CTA-ACHADA) TO WS-SALDO-ANTES.
           MOVE SPACES            TO REG-MOVENCE.
           MOVE ZEROS             TO WS-VLR-JUROS
                                     WS-VLR-TARIFA.

           MOVE WS-DIA-AUX        TO WS-DIAS-PRO.
           IF WS-DIAS-PRO GREATER WS-TRINTA
               MOVE WS-TRINTA     TO WS-DIAS-PRO.

           IF WS-SALDO-ANTES GREATER ZEROS
              AND WS-PERC-JUROS GREATER ZEROS
               COMPUTE WS-JUROS-MES =
                   (WS-SALDO-ANTES * WS-PERC-JUROS) / WS-CEM
               COMPUTE WS-VLR-JUROS ROUNDED =
                   (WS-JUROS-MES * WS-DIAS-PRO) / WS-TRINTA.

           COMPUTE WS-VLR-LIQUIDO = WS-SALDO-ANTES + WS-VLR-JUROS.

           IF WS-TARIFA GREATER WS-VLR-LIQUIDO
               MOVE WS-VLR-LIQUIDO TO WS-VLR-TARIFA
           ELSE
               MOVE WS-TARIFA     TO WS-VLR-TARIFA.

           SUBTRACT WS-VLR-TARIFA FROM WS-VLR-LIQUIDO.

           IF WS-VLR-JUROS GREATER ZEROS
               MOVE 'D'           TO TIPO-MEN
               MOVE WS-VLR-JUROS  TO VALOR-MEN
               PERFORM 003-04-GRAVAR-MOVIMENTO.

           IF WS-VLR-TARIFA GREATER ZEROS
               MOVE 'S'           TO TIPO-MEN
               MOVE WS-VLR-TARIFA TO VALOR-MEN
               PERFORM 003-04-GRAVAR-MOVIMENTO.

           IF WS-VLR-LIQUIDO GREATER ZEROS
               MOVE 'S'           TO TIPO-MEN
               MOVE WS-VLR-LIQUIDO TO VALOR-MEN
               PERFORM 003-04-GRAVAR-MOVIMENTO.

           MOVE 'S'               TO WS-TAB-CTA-ENC (WS-CTA-ACHADA).
           ADD 1                  TO ACUM-ENCERRADAS.
           ADD WS-VLR-JUROS       TO ACUM-VLR-JUROS.
           ADD WS-VLR-TARIFA      TO ACUM-VLR-TARIFA.
           ADD WS-VLR-LIQUIDO     TO ACUM-VLR-LIQUIDO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-GRAVAR-MOVIMENTO    SECTION.
      *================================================================*
           MOVE CPF-PED           TO CPF-MEN.
           MOVE DATA-PED          TO DATA-MEN.
           MOVE ZEROS             TO CPF-CONTRA-MEN.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MOVENCE.
           PERFORM 001-03-FS-MOVENCE.

       003-04-FIM.                EXIT.

      *================================================================*
       003-07-GRAVAR-HISTORICO    SECTION.
      *================================================================*
           MOVE SPACES            TO REG-CTENCER.
           MOVE CPF-PED           TO CPF-ENC.
           MOVE WS-TAB-CTA-NOME (WS-CTA-ACHADA) TO NOME-ENC.
           MOVE WS-TAB-CTA-BCO (WS-CTA-ACHADA)  TO BCO-ENC.
           MOVE DATA-PED          TO DATA-ENC.
           MOVE MOTIVO-PED        TO MOTIVO-ENC.
           MOVE WS-SALDO-ANTES    TO SALDO-ANTES-ENC.
           MOVE WS-VLR-JUROS      TO VLR-JUROS-ENC.
           MOVE WS-VLR-TARIFA     TO VLR-TARIFA-ENC.
           MOVE WS-VLR-LIQUIDO    TO VLR-LIQUIDO-ENC.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CTENCER.
           PERFORM 001-04-FS-CTENCER.

       003-07-FIM.                EXIT.

      *================================================================*
       003-09-PROCURAR-CONTA-TAB  SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-CTA-ACHADA.

           PERFORM 003-10-COMPARAR-CPF
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD
                  OR WS-CTA-ACHADA NOT EQUAL ZEROS.

       003-09-FIM.                EXIT.

      *================================================================*
       003-10-COMPARAR-CPF        SECTION.
      *================================================================*
           IF WS-TAB-CTA-CPF (WS-IDX-CTA) EQUAL WS-CPF-BUSCA
               MOVE WS-IDX-CTA    TO WS-CTA-ACHADA.

       003-10-FIM.                EXIT.

      *================================================================*
       004-00-EXTRATO-ENCERRAMENTO SECTION.
      *================================================================*
      * MESMAS LINHAS DO EXTRATO MENSAL (PU8EXE59): ABERTURA,
      * MOVIMENTOS EM ORDEM DE DATA, LANCAMENTOS DA LIQUIDACAO E
      * SALDO DE FECHAMENTO, QUE FICA ZERADO.
      *
           MOVE CPF-PED           TO EXT001-CPF.
           MOVE WS-TAB-CTA-NOME (WS-CTA-ACHADA) TO EXT001-NOME.
           MOVE WS-MES-AUX        TO EXT001-MES.
           MOVE WS-ANO-AUX        TO EXT001-ANO.

           WRITE REG-RELATO       FROM EXT001 AFTER PAGE.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM EXT002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE WS-TAB-CTA-ABERT (WS-CTA-ACHADA)
                                  TO WS-SALDO-CORRENTE.
           MOVE WS-SALDO-CORRENTE TO EXT003-SALDO.
           WRITE REG-RELATO       FROM EXT003 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-05-FS-RELATO.

           PERFORM 004-01-PROXIMO-MOVIMENTO.

           PERFORM 004-02-IMPRIMIR-MOVIMENTO
               UNTIL WS-IDX-MENOR EQUAL ZEROS.

           PERFORM 004-03-LANCAMENTOS-FINAIS.

           MOVE WS-SALDO-CORRENTE TO EXT005-SALDO.
           WRITE REG-RELATO       FROM EXT005 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           PERFORM 004-04-DESCREVER-MOTIVO.
           MOVE DATA-PED          TO EXT008-DATA.
           MOVE MOTIVO-PED        TO EXT008-MOTIVO.
           MOVE WS-DESC-MOTIVO    TO EXT008-DESC-MOTIVO.
           WRITE REG-RELATO       FROM EXT008 AFTER 2.
           PERFORM 001-05-FS-RELATO.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-PROXIMO-MOVIMENTO   SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-IDX-MENOR.

           PERFORM 004-01-01-COMPARAR-MOVTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MOV-QTD.

       004-01-FIM.                EXIT.

      *================================================================*
       004-01-01-COMPARAR-MOVTO   SECTION.
      *================================================================*
           IF WS-TAB-MOV-CPF (WS-IDX) EQUAL CPF-PED
              AND WS-TAB-MOV-IMPR (WS-IDX) EQUAL 'N'
               IF WS-IDX-MENOR EQUAL ZEROS
                   MOVE WS-IDX    TO WS-IDX-MENOR
               ELSE
                   IF WS-TAB-MOV-DATA (WS-IDX) LESS
                      WS-TAB-MOV-DATA (WS-IDX-MENOR)
                       MOVE WS-IDX TO WS-IDX-MENOR.

       004-01-01-FIM.             EXIT.

      *================================================================*
       004-02-IMPRIMIR-MOVIMENTO  SECTION.
      *================================================================*
           MOVE 'S'               TO
               WS-TAB-MOV-IMPR (WS-IDX-MENOR).

           MOVE WS-TAB-MOV-DATA (WS-IDX-MENOR) TO EXT004-DATA.

           EVALUATE WS-TAB-MOV-TIPO (WS-IDX-MENOR)
               WHEN 'D'
                   MOVE 'DEPOSITO' TO EXT004-DESCRICAO
                   MOVE WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                                  TO EXT004-VALOR
                   ADD WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                                  TO WS-SALDO-CORRENTE
               WHEN 'R'
                   MOVE 'TRANSF RECEBIDA' TO EXT004-DESCRICAO
                   MOVE WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                                  TO EXT004-VALOR
                   ADD WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                                  TO WS-SALDO-CORRENTE
               WHEN 'T'
                   MOVE 'TRANSF ENVIADA' TO EXT004-DESCRICAO
                   COMPUTE EXT004-VALOR =
                       ZEROS - WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                   SUBTRACT WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                                  FROM WS-SALDO-CORRENTE
               WHEN OTHER
                   MOVE 'SAQUE'   TO EXT004-DESCRICAO
                   COMPUTE EXT004-VALOR =
                       ZEROS - WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                   SUBTRACT WS-TAB-MOV-VALOR (WS-IDX-MENOR)
                                  FROM WS-SALDO-CORRENTE
           END-EVALUATE.

           MOVE WS-SALDO-CORRENTE TO EXT004-SALDO.

           WRITE REG-RELATO       FROM EXT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           PERFORM 004-01-PROXIMO-MOVIMENTO.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-LANCAMENTOS-FINAIS  SECTION.
      *================================================================*
           MOVE DATA-PED          TO EXT004-DATA.

           IF WS-VLR-JUROS GREATER ZEROS
               ADD WS-VLR-JUROS   TO WS-SALDO-CORRENTE
               MOVE 'JUROS PRO RATA' TO EXT004-DESCRICAO
               MOVE WS-VLR-JUROS  TO EXT004-VALOR
               MOVE WS-SALDO-CORRENTE TO EXT004-SALDO
               WRITE REG-RELATO   FROM EXT004 AFTER 1
               PERFORM 001-05-FS-RELATO.

           IF WS-VLR-TARIFA GREATER ZEROS
               SUBTRACT WS-VLR-TARIFA FROM WS-SALDO-CORRENTE
               MOVE 'TARIFA MANUTENCAO' TO EXT004-DESCRICAO
               COMPUTE EXT004-VALOR = ZEROS - WS-VLR-TARIFA
               MOVE WS-SALDO-CORRENTE TO EXT004-SALDO
               WRITE REG-RELATO   FROM EXT004 AFTER 1
               PERFORM 001-05-FS-RELATO.

           IF WS-VLR-LIQUIDO GREATER ZEROS
               SUBTRACT WS-VLR-LIQUIDO FROM WS-SALDO-CORRENTE
               MOVE 'SAQUE ENCERRAMENTO' TO EXT004-DESCRICAO
               COMPUTE EXT004-VALOR = ZEROS - WS-VLR-LIQUIDO
               MOVE WS-SALDO-CORRENTE TO EXT004-SALDO
               WRITE REG-RELATO   FROM EXT004 AFTER 1
               PERFORM 001-05-FS-RELATO.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-DESCREVER-MOTIVO    SECTION.
      *================================================================*
           EVALUATE MOTIVO-PED
               WHEN 01
                   MOVE 'PEDIDO DO CLIENTE' TO WS-DESC-MOTIVO
               WHEN 02
                   MOVE 'INICIATIVA DO BANCO' TO WS-DESC-MOTIVO
               WHEN 03
                   MOVE 'FALECIMENTO' TO WS-DESC-MOTIVO
               WHEN 04
                   MOVE 'MUDANCA' TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE 'OUTROS'  TO WS-DESC-MOTIVO
           END-EVALUATE.

       004-04-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-RECUSAS    SECTION.
      *================================================================*
           PERFORM 005-01-IMPRIMIR-RECUSA
               VARYING WS-IDX-REC FROM 1 BY 1
               UNTIL WS-IDX-REC GREATER WS-TAB-REC-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-IMPRIMIR-RECUSA     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-REC-CPF (WS-IDX-REC)    TO DET001-CPF.
           MOVE WS-TAB-REC-DATA (WS-IDX-REC)   TO DET001-DATA.
           MOVE WS-TAB-REC-MOTIVO (WS-IDX-REC) TO DET001-MOTIVO.
           MOVE WS-TAB-REC-DESCR (WS-IDX-REC)  TO DET001-DESCR.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-ENCERRADAS   TO TOT002-ENCERRADAS.
           MOVE ACUM-RECUSADOS    TO TOT003-RECUSADOS.
           MOVE ACUM-VLR-JUROS    TO TOT004-VLR-JUROS.
           MOVE ACUM-VLR-TARIFA   TO TOT005-VLR-TARIFA.
           MOVE ACUM-VLR-LIQUIDO  TO TOT006-VLR-LIQUIDO.

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

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* ENCERRAMENTOS RECUSADOS: '
                       ACUM-RECUSADOS ' - VER RELATO *'
               MOVE 0004          TO RETURN-CODE.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PEDENC
                 MOVENCE
                 CTENCER
                 RELATO.
           PERFORM 001-02-FS-PEDENC.
           PERFORM 001-03-FS-MOVENCE.
           PERFORM 001-04-FS-CTENCER.
           PERFORM 001-05-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

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
               MOVE 'PU8EXF65'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-ENCERRADAS         TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-RECUSADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
