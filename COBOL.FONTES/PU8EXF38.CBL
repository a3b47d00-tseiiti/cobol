       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF38.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * REMESSA DE COBRANCA BANCARIA (BOLETOS) DA CARTEIRA A RECEBER
      * DE CLIENTES. CADA ITEM EM ABERTO DO CRABERTO (A CARTEIRA QUE O
      * PU8EXE94 DEIXA NO CRABERTN) VIRA UM DETALHE '1' DA REMESSA AO
      * BANCO (COBRCR, 80 BYTES FIXOS NO MESMO ESTILO DA COBRANCA DE
      * MENSALIDADES DO PU8EXF08: '0' ABERTURA COM DATA E EMPRESA,
      * '1' DETALHE COM PEDIDO, CLIENTE, VALOR E VENCIMENTO, '9'
      * ENCERRAMENTO COM QUANTIDADE E SOMA). O RETORNO DO BANCO E
      * PROCESSADO PELO PU8EXF39, QUE GERA OS PAGTCLI PARA O PU8EXE94.
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
           SELECT COBRCR          ASSIGN TO UT-S-COBRCR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-COBRCR.
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
      * REMESSA DE COBRANCA NO LAYOUT FIXO DO BANCO (80 BYTES).
      *
       FD COBRCR
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COBRCR.
       01 REG-COBRCR               PIC X(80).
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
          05 WS-DATA-SYS-R        REDEFINES WS-DATA-SYS
                                  PIC 9(08).
          05 WS-HORARIO-SYS.
             10 WS-HOR-SYS        PIC 9(02).
             10 WS-MIN-SYS        PIC 9(02).
          05 FILLER               PIC X(09).
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
      *  REGISTROS DA REMESSA MONTADOS EM WORKING-STORAGE
      *
       01 WS-COB-ABERTURA.
          05 FILLER               PIC X(01) VALUE '0'.
          05 WS-COB-ABE-DATA      PIC 9(08).
          05 WS-COB-ABE-EMPRESA   PIC X(30) VALUE
             'FUTURE SCHOOL COMPUTACAO'.
          05 FILLER               PIC X(35) VALUE SPACES.
          05 WS-COB-ABE-SEQ       PIC 9(06).
      *
       01 WS-COB-DETALHE.
          05 FILLER               PIC X(01) VALUE '1'.
          05 WS-COB-DET-PEDIDO    PIC 9(06).
          05 WS-COB-DET-CLIENTE   PIC 9(05).
          05 WS-COB-DET-VALOR     PIC 9(09)V99.
          05 WS-COB-DET-VENC      PIC 9(08).
          05 FILLER               PIC X(43) VALUE SPACES.
          05 WS-COB-DET-SEQ       PIC 9(06).
      *
       01 WS-COB-ENCERRA.
          05 FILLER               PIC X(01) VALUE '9'.
          05 WS-COB-ENC-QTD       PIC 9(06).
          05 WS-COB-ENC-SOMA      PIC 9(11)V99.
          05 FILLER               PIC X(54) VALUE SPACES.
          05 WS-COB-ENC-SEQ       PIC 9(06).
      *
       77 WS-SEQUENCIA            PIC 9(06) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LIDAS              PIC 9(06) VALUE ZEROS.
       77 ACUM-REMETIDAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-SOMA-VALORES       PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-PAG-AUX            PIC 9(04) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CRABERTO             PIC X(02) VALUE SPACES.
       77 FS-COBRCR               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF38'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'REMESSA DE COBRANCA BANCARIA DE CLIENTES'.
      *
       01  CAB004.
          05 FILLER               PIC X(60) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.
          05 FILLER               PIC X(09) VALUE 'CLIENTE'.
          05 FILLER               PIC X(13) VALUE 'VENCIMENTO'.
          05 FILLER               PIC X(14) VALUE '       VALOR'.
      *
       01  DET001.
          05 DET001-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CLIENTE       PIC 9(05).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-VENC          PIC 99/99/9999.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-VALOR         PIC Z.ZZZ.ZZ9,99.
      *
       01  WS-DATA-EDIT.
          05 WS-DATA-EDIT-ANO     PIC 9(04).
          05 WS-DATA-EDIT-MES     PIC 9(02).
          05 WS-DATA-EDIT-DIA     PIC 9(02).
      *
       01  WS-DATA-DMA.
          05 WS-DATA-DMA-DIA      PIC 9(02).
          05 WS-DATA-DMA-MES      PIC 9(02).
          05 WS-DATA-DMA-ANO      PIC 9(04).
       01  WS-DATA-DMA-R          REDEFINES WS-DATA-DMA
                                  PIC 9(08).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'ITENS LIDOS NA CARTEIRA A RECEBER        :'.
          05 TOT001-LIDAS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TITULOS REMETIDOS AO BANCO               :'.
          05 TOT002-REMETIDAS     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL DA REMESSA     :'.
          05 TOT003-SOMA          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-GRAVAR-ABERTURA.
           PERFORM 004-00-TRATAR
               UNTIL FS-CRABERTO EQUAL '10'.
           PERFORM 004-50-GRAVAR-ENCERRAMENTO.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CRABERTO
                       PARMDATA
                OUTPUT COBRCR
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CRABERTO.
           PERFORM 001-03-FS-COBRCR.
           PERFORM 001-04-FS-RELATO.

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
       001-03-FS-COBRCR           SECTION.
      *================================================================*
           MOVE 'COBRCR'          TO FS-ARQUIVO.
           MOVE FS-COBRCR         TO FS-COD-STATUS.

           IF FS-COBRCR NOT EQUAL '00'
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

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTO.
           PERFORM 001-02-FS-CRABERTO.

       001-06-FIM.                EXIT.

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
       003-00-GRAVAR-ABERTURA     SECTION.
      *================================================================*
           ADD 1                  TO WS-SEQUENCIA.
           MOVE WS-DATA-SYS-R     TO WS-COB-ABE-DATA.
           MOVE WS-SEQUENCIA      TO WS-COB-ABE-SEQ.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-COBRCR       FROM WS-COB-ABERTURA.
           PERFORM 001-03-FS-COBRCR.

       003-00-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR              SECTION.
      *================================================================*
      * A CARTEIRA SO TEM ITENS EM ABERTO: TODOS SAO REMETIDOS.
      *
           ADD 1                  TO ACUM-LIDAS.

           PERFORM 004-01-GRAVAR-DETALHE.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTO.
           PERFORM 001-02-FS-CRABERTO.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-GRAVAR-DETALHE      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-REMETIDAS.
           ADD 1                  TO WS-SEQUENCIA.
           ADD VALOR-CR           TO ACUM-SOMA-VALORES.

           MOVE NUM-PED-CR        TO WS-COB-DET-PEDIDO.
           MOVE COD-CLI-CR        TO WS-COB-DET-CLIENTE.
           MOVE VALOR-CR          TO WS-COB-DET-VALOR.
           MOVE DT-VENC-CR        TO WS-COB-DET-VENC.
           MOVE WS-SEQUENCIA      TO WS-COB-DET-SEQ.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-COBRCR       FROM WS-COB-DETALHE.
           PERFORM 001-03-FS-COBRCR.

           PERFORM 004-02-IMPRIMIR-LINHA.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-IMPRIMIR-LINHA      SECTION.
      *================================================================*
           IF ACUM-REMETIDAS EQUAL 1
               PERFORM 008-00-CABECALHOS.

           MOVE NUM-PED-CR        TO DET001-PEDIDO.
           MOVE COD-CLI-CR        TO DET001-CLIENTE.
           MOVE DT-VENC-CR        TO WS-DATA-EDIT.
           MOVE WS-DATA-EDIT-DIA  TO WS-DATA-DMA-DIA.
           MOVE WS-DATA-EDIT-MES  TO WS-DATA-DMA-MES.
           MOVE WS-DATA-EDIT-ANO  TO WS-DATA-DMA-ANO.
           MOVE WS-DATA-DMA-R     TO DET001-VENC.
           MOVE VALOR-CR          TO DET001-VALOR.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       004-02-FIM.                EXIT.

      *================================================================*
       004-50-GRAVAR-ENCERRAMENTO SECTION.
      *================================================================*
           ADD 1                  TO WS-SEQUENCIA.
           MOVE ACUM-REMETIDAS    TO WS-COB-ENC-QTD.
           MOVE ACUM-SOMA-VALORES TO WS-COB-ENC-SOMA.
           MOVE WS-SEQUENCIA      TO WS-COB-ENC-SEQ.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-COBRCR       FROM WS-COB-ENCERRA.
           PERFORM 001-03-FS-COBRCR.

       004-50-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDAS        TO TOT001-LIDAS.
           MOVE ACUM-REMETIDAS    TO TOT002-REMETIDAS.
           MOVE ACUM-SOMA-VALORES TO TOT003-SOMA.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CRABERTO
                 COBRCR
                 RELATO.
           PERFORM 001-02-FS-CRABERTO.
           PERFORM 001-03-FS-COBRCR.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG-AUX.
           MOVE ACUM-PAG-AUX      TO CAB001-PAG.

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

       008-00-FIM.                EXIT.

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
               MOVE 'PU8EXF38'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LIDAS              TO RUNLOG-QTD-LIDOS
               MOVE ACUM-REMETIDAS          TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
