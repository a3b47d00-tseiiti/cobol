       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF26.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * SAIDA DO ESTOQUE DE PRODUTO ACABADO PELA VENDA. LE AS LINHAS
      * FATURADAS DO DIA (FATURA DO PU8EXE47 E DO PU8EXE93) E, PARA
      * CADA MATERIAL LIGADO A UMA PECA NA REFERENCIA CRUZADA
      * (MATPECA, VER COPY MATPECA), GERA O MOVIMENTO DE SAIDA 'S'
      * DA PECA NO LAYOUT MOVPECA (MOVFAT), COM 'PV' + NUMERO DO
      * PEDIDO NO DOC-MOV, PARA A BAIXA NO CADPECA PELO PU8EXE28.
      * ASSIM A QUANTIDADE VENDIDA SAI TANTO DO CADMAT (ALOCACAO DA
      * VENDA) QUANTO DO CADPECA (ONDE A PRODUCAO DA ENTRADA).
      * MATERIAL SEM REFERENCIA CRUZADA NAO GERA MOVIMENTO E SO E
      * CONTADO NO TOTAL.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT FATURA          ASSIGN TO UT-S-FATURA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FATURA.
      *
           SELECT MATPECA         ASSIGN TO UT-S-MATPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MATPECA.
      *
           SELECT MOVFAT          ASSIGN TO UT-S-MOVFAT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVFAT.
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
      * FATURAS EMITIDAS, NO LAYOUT GRAVADO PELO PU8EXE47/PU8EXE93.
      *
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
      *
       FD MATPECA
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MATPECA.
       COPY MATPECA.
      *
      * SAIDAS DA PECA PELA VENDA, NO LAYOUT MOVPECA.
      *
       FD MOVFAT
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVFAT.
       COPY MOVPECA
           REPLACING REG-MOVPECA BY REG-MOVFAT.
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
      *  REFERENCIA CRUZADA MATERIAL X PECA CARREGADA DO MATPECA
      *
       01 WS-TAB-XRF.
          05 WS-TAB-XRF-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-XRF-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-XRF-MAT    PIC 9(05).
             10 WS-TAB-XRF-PECA   PIC 9(05).
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(04) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-REFERENCIAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-FATURAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-SAIDAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-QTD-SAIDA          PIC 9(09) VALUE ZEROS.
       77 ACUM-SEM-REFERENCIA     PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FATURA               PIC X(02) VALUE SPACES.
       77 FS-MATPECA              PIC X(02) VALUE SPACES.
       77 FS-MOVFAT               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF26'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'SAIDAS DE PRODUTO ACABADO GERADAS PELA VENDA'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(09) VALUE 'PEDIDO'.
          05 FILLER               PIC X(10) VALUE 'MATERIAL'.
          05 FILLER               PIC X(08) VALUE 'PECA'.
          05 FILLER               PIC X(09) VALUE 'QTDE'.
          05 FILLER               PIC X(13) VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(10) VALUE 'DATA'.
      *
       01  DET001.
          05 DET001-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-COD-MAT       PIC 99.999.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-COD-PECA      PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-QTD           PIC ZZ.ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-DOC           PIC X(10).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-DATA          PIC 99/99/9999.
      *
       01  WS-DATA-INV.
          05 WS-DATA-INV-ANO      PIC 9(04).
          05 WS-DATA-INV-MES      PIC 9(02).
          05 WS-DATA-INV-DIA      PIC 9(02).
      *
       01  WS-DATA-EDT.
          05 WS-DATA-EDT-DIA      PIC 9(02).
          05 WS-DATA-EDT-MES      PIC 9(02).
          05 WS-DATA-EDT-ANO      PIC 9(04).
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             'NENHUMA FATURA DE MATERIAL LIGADO A PECA'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE REFERENCIAS MATERIAL X PECA     :'.
          05 TOT001-REFERENCIAS   PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS DE FATURA LIDAS          :'.
          05 TOT002-FATURAS       PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'SAIDAS DE PECA GERADAS                   :'.
          05 TOT003-SAIDAS        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 TOT003-QTD           PIC ZZZ.ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DE MATERIAL SEM REFERENCIA A PECA :'.
          05 TOT004-SEM-REF       PIC ZZZ.ZZ9.
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
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-MATPECA.
           PERFORM 004-00-PROCESSAR-FATURAS.
           PERFORM 010-00-IMPRIMIR-TOTAIS.
           PERFORM 011-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  FATURA
                       MATPECA
                       PARMDATA
                OUTPUT MOVFAT
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-FATURA.
           PERFORM 001-03-FS-MATPECA.
           PERFORM 001-04-FS-MOVFAT.
           PERFORM 001-05-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-FATURA           SECTION.
      *================================================================*
           MOVE 'FATURA'          TO FS-ARQUIVO.
           MOVE FS-FATURA         TO FS-COD-STATUS.

           IF FS-FATURA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-MATPECA          SECTION.
      *================================================================*
           MOVE 'MATPECA'         TO FS-ARQUIVO.
           MOVE FS-MATPECA        TO FS-COD-STATUS.

           IF FS-MATPECA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-MOVFAT           SECTION.
      *================================================================*
           MOVE 'MOVFAT'          TO FS-ARQUIVO.
           MOVE FS-MOVFAT         TO FS-COD-STATUS.

           IF FS-MOVFAT NOT EQUAL '00'
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
       001-09-LER-PARMDATA        SECTION.
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
       003-00-CARREGAR-MATPECA    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATPECA.
           PERFORM 001-03-FS-MATPECA.

           PERFORM 003-01-ACUMULAR-MATPECA
               UNTIL FS-MATPECA EQUAL '10'
                  OR WS-TAB-XRF-QTD EQUAL 1000.

           IF FS-MATPECA NOT EQUAL '10'
               DISPLAY '* MATPECA COM MAIS DE 1000 REFERENCIAS *'
               DISPLAY '* AUMENTAR WS-TAB-XRF E REPROCESSAR    *'
               MOVE 'MATPECA'     TO FS-ARQUIVO
               MOVE FS-MATPECA    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MATPECA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-MATPECA    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-REFERENCIAS.
           ADD 1                  TO WS-TAB-XRF-QTD.
           MOVE COD-MAT-XRF       TO WS-TAB-XRF-MAT (WS-TAB-XRF-QTD).
           MOVE COD-PECA-XRF      TO WS-TAB-XRF-PECA (WS-TAB-XRF-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATPECA.
           PERFORM 001-03-FS-MATPECA.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-PROCESSAR-FATURAS   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

           PERFORM 004-01-TRATAR-FATURA
               UNTIL FS-FATURA EQUAL '10'.

           IF ACUM-SAIDAS EQUAL ZEROS
               PERFORM 009-00-CABECALHOS
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-05-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FATURA.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-TRATAR-FATURA       SECTION.
      *================================================================*
           ADD 1                  TO ACUM-FATURAS.

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 004-02-PROCURAR-MATERIAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-XRF-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-SEM-REFERENCIA
           ELSE
               PERFORM 004-03-GRAVAR-SAIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-MATERIAL   SECTION.
      *================================================================*
           IF WS-TAB-XRF-MAT (WS-IDX) EQUAL COD-MAT-FAT
               MOVE WS-IDX        TO WS-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-GRAVAR-SAIDA        SECTION.
      *================================================================*
      * SAIDA AO CUSTO DO CADPECA: O PU8EXE28 USA O PR-UNITARIO DA
      * PECA NOS MOVIMENTOS QUE NAO SAO RECEBIMENTO.
      *
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-MOVFAT.
           MOVE 'S'               TO TIPO-MOV.
           MOVE WS-TAB-XRF-PECA (WS-ACHADO) TO COD-PECA-MOV.
           MOVE QTD-FAT           TO QTD-MOV.
           MOVE DATA-FAT          TO DATA-MOV.
           MOVE SPACES            TO DOC-MOV.
           STRING 'PV' NUM-PED-FAT DELIMITED BY SIZE
               INTO DOC-MOV.
           MOVE ZEROS             TO VLR-UNIT-MOV.
           WRITE REG-MOVFAT.
           PERFORM 001-04-FS-MOVFAT.

           ADD 1                  TO ACUM-SAIDAS.
           ADD QTD-FAT            TO ACUM-QTD-SAIDA.

           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS.

           MOVE DATA-FAT          TO WS-DATA-INV.
           MOVE WS-DATA-INV-DIA   TO WS-DATA-EDT-DIA.
           MOVE WS-DATA-INV-MES   TO WS-DATA-EDT-MES.
           MOVE WS-DATA-INV-ANO   TO WS-DATA-EDT-ANO.

           MOVE NUM-PED-FAT       TO DET001-PEDIDO.
           MOVE COD-MAT-FAT       TO DET001-COD-MAT.
           MOVE COD-PECA-MOV      TO DET001-COD-PECA.
           MOVE QTD-MOV           TO DET001-QTD.
           MOVE DOC-MOV           TO DET001-DOC.
           MOVE WS-DATA-EDT       TO DET001-DATA.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       004-03-FIM.                EXIT.

      *================================================================*
       009-00-CABECALHOS          SECTION.
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

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-REFERENCIAS  TO TOT001-REFERENCIAS.
           MOVE ACUM-FATURAS      TO TOT002-FATURAS.
           MOVE ACUM-SAIDAS       TO TOT003-SAIDAS.
           MOVE ACUM-QTD-SAIDA    TO TOT003-QTD.
           MOVE ACUM-SEM-REFERENCIA TO TOT004-SEM-REF.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVFAT
                 RELATO.
           PERFORM 001-04-FS-MOVFAT.
           PERFORM 001-05-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       011-00-FIM.                EXIT.

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
               MOVE 'PU8EXF26'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-FATURAS            TO RUNLOG-QTD-LIDOS
               MOVE ACUM-SAIDAS             TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-SEM-REFERENCIA     TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
