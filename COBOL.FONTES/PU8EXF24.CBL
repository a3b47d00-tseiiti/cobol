       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF24.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * REPOSICAO AUTOMATICA ENTRE DEPOSITOS. COMPARA O SALDO POR
      * DEPOSITO (SALDODEP) COM A POLITICA DE ESTOQUE POR DEPOSITO E
      * PECA (POLDEP - VER COPY POLDEP). DEPOSITO ABAIXO DO MINIMO E
      * REPOSTO ATE O MAXIMO COM A SOBRA (SALDO ACIMA DO MAXIMO) DOS
      * OUTROS DEPOSITOS DA MESMA PECA, SEMPRE DO DEPOSITO DE MAIOR
      * SOBRA PRIMEIRO. CADA REPOSICAO SAI NO LAYOUT DO TRANSFER
      * (TRANSREP, DOCUMENTO 'REP' + SEQUENCIA) PARA SER BAIXADA PELO
      * PU8EXE34. DEPOSITO SEM POLITICA PARA A PECA NAO CEDE SALDO.
      *
      * A PARTE DA NECESSIDADE QUE NENHUMA SOBRA COBRE VAI PARA O
      * ARQUIVO DE FALTAS DO COMPRADOR (FALTADEP) E PARA A SEGUNDA
      * PARTE DO RELATORIO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT SALDODEP        ASSIGN TO UT-S-SALDODEP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SALDODEP.
      *
           SELECT POLDEP          ASSIGN TO UT-S-POLDEP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-POLDEP.
      *
           SELECT TRANSREP        ASSIGN TO UT-S-TRANSREP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-TRANSREP.
      *
           SELECT FALTADEP        ASSIGN TO UT-S-FALTADEP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FALTADEP.
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
       FD SALDODEP
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SALDODEP.
       01 REG-SALDODEP.
          05 DEP-SAL              PIC X(02).
          05 COD-PECA-SAL         PIC 9(05).
          05 QTD-SAL              PIC 9(05).
          05 FILLER               PIC X(08).
      *
       FD POLDEP
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-POLDEP.
       COPY POLDEP.
      *
      * TRANSFERENCIAS DE REPOSICAO, NO LAYOUT DO TRANSFER DO
      * PU8EXE34.
      *
       FD TRANSREP
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-TRANSREP.
       01 REG-TRANSREP.
          05 COD-PECA-TRF         PIC 9(05).
          05 DEP-ORIGEM-TRF       PIC X(02).
          05 DEP-DESTINO-TRF      PIC X(02).
          05 QTD-TRF              PIC 9(05).
          05 DATA-TRF             PIC 9(08).
          05 DOC-TRF.
             10 DOC-PREFIXO-TRF   PIC X(03).
             10 DOC-SEQ-TRF       PIC 9(07).
          05 FILLER               PIC X(08).
      *
      * NECESSIDADES SEM SOBRA EM NENHUM DEPOSITO, PARA O COMPRADOR:
      * DEPOSITO, PECA, SALDO, MINIMO, MAXIMO E QUANTIDADE A COMPRAR.
      *
       FD FALTADEP
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FALTADEP.
       01 REG-FALTADEP.
          05 DEP-FLT              PIC X(02).
          05 COD-PECA-FLT         PIC 9(05).
          05 QTD-SALDO-FLT        PIC 9(05).
          05 QTD-MIN-FLT          PIC 9(05).
          05 QTD-MAX-FLT          PIC 9(05).
          05 QTD-FALTA-FLT        PIC 9(05).
          05 DATA-FLT             PIC 9(08).
          05 FILLER               PIC X(05).
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
      *  SALDOS POR DEPOSITO CARREGADOS DO SALDODEP
      *
       01 WS-TAB-DEP.
          05 WS-TAB-DEP-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-DEP-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-DEP-DEP    PIC X(02).
             10 WS-TAB-DEP-COD    PIC 9(05).
             10 WS-TAB-DEP-QTDE   PIC 9(05).
      *
      *  POLITICA POR DEPOSITO E PECA, COM O SALDO ATUAL, A SOBRA
      *  ACIMA DO MAXIMO (QUE DIMINUI A CADA REPOSICAO CEDIDA) E A
      *  NECESSIDADE ATE O MAXIMO DOS DEPOSITOS ABAIXO DO MINIMO.
      *
       01 WS-TAB-POL.
          05 WS-TAB-POL-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-POL-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-POL-DEP    PIC X(02).
             10 WS-TAB-POL-COD    PIC 9(05).
             10 WS-TAB-POL-MIN    PIC 9(05).
             10 WS-TAB-POL-MAX    PIC 9(05).
             10 WS-TAB-POL-SALDO  PIC 9(05).
             10 WS-TAB-POL-SOBRA  PIC 9(05).
             10 WS-TAB-POL-NECES  PIC 9(05).
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-IDX-POL              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-DOA              PIC 9(04) VALUE ZEROS.
       77 WS-DOADOR               PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TRANSF           PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-DOC              PIC 9(07) VALUE ZEROS.
       77 WS-MODO-LISTA           PIC X(01) VALUE 'T'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-SALDOS             PIC 9(06) VALUE ZEROS.
       77 ACUM-POLITICAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-ABAIXO-MIN         PIC 9(06) VALUE ZEROS.
       77 ACUM-TRANSFERENCIAS     PIC 9(06) VALUE ZEROS.
       77 ACUM-QTD-TRANSF         PIC 9(09) VALUE ZEROS.
       77 ACUM-FALTAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-QTD-FALTA          PIC 9(09) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-SALDODEP             PIC X(02) VALUE SPACES.
       77 FS-POLDEP               PIC X(02) VALUE SPACES.
       77 FS-TRANSREP             PIC X(02) VALUE SPACES.
       77 FS-FALTADEP             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF24'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAB003-TITULO        PIC X(60).
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005-T.
          05 FILLER               PIC X(08) VALUE 'CODIGO'.
          05 FILLER               PIC X(05) VALUE 'ORIG'.
          05 FILLER               PIC X(05) VALUE 'DEST'.
          05 FILLER               PIC X(08) VALUE 'QTDE'.
          05 FILLER               PIC X(12) VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(14) VALUE 'SALDO DESTINO'.
          05 FILLER               PIC X(14) VALUE 'MINIMO/MAXIMO'.
      *
       01  CAB005-F.
          05 FILLER               PIC X(08) VALUE 'CODIGO'.
          05 FILLER               PIC X(05) VALUE 'DEP'.
          05 FILLER               PIC X(08) VALUE 'SALDO'.
          05 FILLER               PIC X(08) VALUE 'MINIMO'.
          05 FILLER               PIC X(08) VALUE 'MAXIMO'.
          05 FILLER               PIC X(16) VALUE 'TRANSFERIDO'.
          05 FILLER               PIC X(14) VALUE 'A COMPRAR'.
      *
       01  DET001.
          05 DET001-COD-PECA      PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ORIGEM        PIC X(02).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-DESTINO       PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-QTD           PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DOC           PIC X(10).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-SALDO         PIC ZZ.ZZ9.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 DET001-MIN           PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE '/'.
          05 DET001-MAX           PIC ZZ.ZZ9.
      *
       01  DET002.
          05 DET002-COD-PECA      PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-DEP           PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-SALDO         PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-MIN           PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-MAX           PIC ZZ.ZZ9.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 DET002-TRANSF        PIC ZZ.ZZ9.
          05 FILLER               PIC X(08) VALUE SPACES.
          05 DET002-FALTA         PIC ZZ.ZZ9.
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             'NENHUM DEPOSITO ABAIXO DO MINIMO'.
      *
       01  MSG002.
          05 FILLER               PIC X(60) VALUE
             'NECESSIDADES TODAS COBERTAS POR SOBRA DE OUTRO DEPOSITO'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE SALDOS POR DEPOSITO LIDOS       :'.
          05 TOT001-SALDOS        PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE POLITICAS DE DEPOSITO LIDAS     :'.
          05 TOT002-POLITICAS     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'DEPOSITOS/PECAS ABAIXO DO MINIMO         :'.
          05 TOT003-ABAIXO        PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TRANSFERENCIAS DE REPOSICAO GERADAS      :'.
          05 TOT004-TRANSF        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 TOT004-QTD           PIC ZZZ.ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'NECESSIDADES PARA O COMPRADOR            :'.
          05 TOT005-FALTAS        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 TOT005-QTD           PIC ZZZ.ZZZ.ZZ9.
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
           PERFORM 003-00-CARREGAR-SALDODEP.
           PERFORM 004-00-CARREGAR-POLDEP.

           MOVE 'T'               TO WS-MODO-LISTA.
           MOVE 'TRANSFERENCIAS DE REPOSICAO ENTRE DEPOSITOS'
                                  TO CAB003-TITULO.
           PERFORM 005-00-REPOR-DEPOSITOS.

           MOVE 'F'               TO WS-MODO-LISTA.
           MOVE 'NECESSIDADES SEM SOBRA - LISTA DO COMPRADOR'
                                  TO CAB003-TITULO.
           MOVE 60                TO ACUM-LINHAS.
           PERFORM 006-00-LISTAR-FALTAS.

           PERFORM 010-00-IMPRIMIR-TOTAIS.
           PERFORM 011-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  SALDODEP
                       POLDEP
                       PARMDATA
                OUTPUT TRANSREP
                       FALTADEP
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-SALDODEP.
           PERFORM 001-03-FS-POLDEP.
           PERFORM 001-04-FS-TRANSREP.
           PERFORM 001-05-FS-FALTADEP.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-SALDODEP         SECTION.
      *================================================================*
           MOVE 'SALDODEP'        TO FS-ARQUIVO.
           MOVE FS-SALDODEP       TO FS-COD-STATUS.

           IF FS-SALDODEP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-POLDEP           SECTION.
      *================================================================*
           MOVE 'POLDEP'          TO FS-ARQUIVO.
           MOVE FS-POLDEP         TO FS-COD-STATUS.

           IF FS-POLDEP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-TRANSREP         SECTION.
      *================================================================*
           MOVE 'TRANSREP'        TO FS-ARQUIVO.
           MOVE FS-TRANSREP       TO FS-COD-STATUS.

           IF FS-TRANSREP NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-FALTADEP         SECTION.
      *================================================================*
           MOVE 'FALTADEP'        TO FS-ARQUIVO.
           MOVE FS-FALTADEP       TO FS-COD-STATUS.

           IF FS-FALTADEP NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

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
       003-00-CARREGAR-SALDODEP   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDODEP.
           PERFORM 001-02-FS-SALDODEP.

           PERFORM 003-01-ACUMULAR-SALDODEP
               UNTIL FS-SALDODEP EQUAL '10'
                  OR WS-TAB-DEP-QTD EQUAL 1000.

           IF FS-SALDODEP NOT EQUAL '10'
               DISPLAY '* SALDODEP COM MAIS DE 1000 SALDOS   *'
               DISPLAY '* AUMENTAR WS-TAB-DEP E REPROCESSAR  *'
               MOVE 'SALDODEP'    TO FS-ARQUIVO
               MOVE FS-SALDODEP   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SALDODEP.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-SALDODEP   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-SALDOS.
           ADD 1                  TO WS-TAB-DEP-QTD.
           MOVE DEP-SAL           TO WS-TAB-DEP-DEP (WS-TAB-DEP-QTD).
           MOVE COD-PECA-SAL      TO WS-TAB-DEP-COD (WS-TAB-DEP-QTD).
           MOVE QTD-SAL           TO WS-TAB-DEP-QTDE (WS-TAB-DEP-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDODEP.
           PERFORM 001-02-FS-SALDODEP.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-POLDEP     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ POLDEP.
           PERFORM 001-03-FS-POLDEP.

           PERFORM 004-01-ACUMULAR-POLDEP
               UNTIL FS-POLDEP EQUAL '10'
                  OR WS-TAB-POL-QTD EQUAL 1000.

           IF FS-POLDEP NOT EQUAL '10'
               DISPLAY '* POLDEP COM MAIS DE 1000 POLITICAS  *'
               DISPLAY '* AUMENTAR WS-TAB-POL E REPROCESSAR  *'
               MOVE 'POLDEP'      TO FS-ARQUIVO
               MOVE FS-POLDEP     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE POLDEP.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-POLDEP     SECTION.
      *================================================================*
      * O SALDO DO DEPOSITO VEM DO SALDODEP (ZERO QUANDO O DEPOSITO
      * AINDA NAO TEM A PECA). ACIMA DO MAXIMO HA SOBRA; ABAIXO DO
      * MINIMO HA NECESSIDADE ATE O MAXIMO.
      *
           ADD 1                  TO ACUM-POLITICAS.
           ADD 1                  TO WS-TAB-POL-QTD.
           MOVE WS-TAB-POL-QTD    TO WS-IDX-POL.
           MOVE DEP-POL           TO WS-TAB-POL-DEP (WS-IDX-POL).
           MOVE COD-PECA-POL      TO WS-TAB-POL-COD (WS-IDX-POL).
           MOVE QTD-MIN-POL       TO WS-TAB-POL-MIN (WS-IDX-POL).
           MOVE QTD-MAX-POL       TO WS-TAB-POL-MAX (WS-IDX-POL).
           MOVE ZEROS             TO WS-TAB-POL-SALDO (WS-IDX-POL)
                                     WS-TAB-POL-SOBRA (WS-IDX-POL)
                                     WS-TAB-POL-NECES (WS-IDX-POL).

           IF WS-TAB-POL-MAX (WS-IDX-POL) LESS
              WS-TAB-POL-MIN (WS-IDX-POL)
               MOVE WS-TAB-POL-MIN (WS-IDX-POL) TO
                   WS-TAB-POL-MAX (WS-IDX-POL).

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 004-02-PROCURAR-SALDO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-DEP-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-DEP-QTDE (WS-ACHADO) TO
                   WS-TAB-POL-SALDO (WS-IDX-POL).

           IF WS-TAB-POL-SALDO (WS-IDX-POL) GREATER
              WS-TAB-POL-MAX (WS-IDX-POL)
               COMPUTE WS-TAB-POL-SOBRA (WS-IDX-POL) =
                   WS-TAB-POL-SALDO (WS-IDX-POL) -
                   WS-TAB-POL-MAX (WS-IDX-POL)
           ELSE
               IF WS-TAB-POL-SALDO (WS-IDX-POL) LESS
                  WS-TAB-POL-MIN (WS-IDX-POL)
                   ADD 1          TO ACUM-ABAIXO-MIN
                   COMPUTE WS-TAB-POL-NECES (WS-IDX-POL) =
                       WS-TAB-POL-MAX (WS-IDX-POL) -
                       WS-TAB-POL-SALDO (WS-IDX-POL)
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ POLDEP.
           PERFORM 001-03-FS-POLDEP.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-SALDO      SECTION.
      *================================================================*
           IF WS-TAB-DEP-DEP (WS-IDX) EQUAL DEP-POL
              AND WS-TAB-DEP-COD (WS-IDX) EQUAL COD-PECA-POL
               MOVE WS-IDX        TO WS-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-REPOR-DEPOSITOS     SECTION.
      *================================================================*
           PERFORM 005-01-REPOR-UM-DEPOSITO
               VARYING WS-IDX-POL FROM 1 BY 1
               UNTIL WS-IDX-POL GREATER WS-TAB-POL-QTD.

           IF ACUM-TRANSFERENCIAS EQUAL ZEROS
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               IF ACUM-ABAIXO-MIN EQUAL ZEROS
                   WRITE REG-RELATO FROM MSG001 AFTER 1
               ELSE
                   MOVE 'NENHUMA SOBRA DISPONIVEL PARA REPOSICAO'
                                  TO REG-RELATO
                   WRITE REG-RELATO AFTER 1
               END-IF
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-REPOR-UM-DEPOSITO   SECTION.
      *================================================================*
      * ENQUANTO HOUVER NECESSIDADE, TRANSFERE DO DEPOSITO COM MAIOR
      * SOBRA DA MESMA PECA.
      *
           IF WS-TAB-POL-NECES (WS-IDX-POL) GREATER ZEROS
               PERFORM 005-02-LOCALIZAR-DOADOR
               PERFORM 005-04-TRANSFERIR
                   UNTIL WS-TAB-POL-NECES (WS-IDX-POL) EQUAL ZEROS
                      OR WS-DOADOR EQUAL ZEROS.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-LOCALIZAR-DOADOR    SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-DOADOR.

           PERFORM 005-03-COMPARAR-DOADOR
               VARYING WS-IDX-DOA FROM 1 BY 1
               UNTIL WS-IDX-DOA GREATER WS-TAB-POL-QTD.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-COMPARAR-DOADOR     SECTION.
      *================================================================*
           IF WS-TAB-POL-COD (WS-IDX-DOA) EQUAL
              WS-TAB-POL-COD (WS-IDX-POL)
              AND WS-TAB-POL-DEP (WS-IDX-DOA) NOT EQUAL
                  WS-TAB-POL-DEP (WS-IDX-POL)
              AND WS-TAB-POL-SOBRA (WS-IDX-DOA) GREATER ZEROS
               IF WS-DOADOR EQUAL ZEROS
                   MOVE WS-IDX-DOA TO WS-DOADOR
               ELSE
                   IF WS-TAB-POL-SOBRA (WS-IDX-DOA) GREATER
                      WS-TAB-POL-SOBRA (WS-DOADOR)
                       MOVE WS-IDX-DOA TO WS-DOADOR
                   END-IF
               END-IF
           END-IF.

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-TRANSFERIR          SECTION.
      *================================================================*
           IF WS-TAB-POL-SOBRA (WS-DOADOR) LESS
              WS-TAB-POL-NECES (WS-IDX-POL)
               MOVE WS-TAB-POL-SOBRA (WS-DOADOR) TO WS-QTD-TRANSF
           ELSE
               MOVE WS-TAB-POL-NECES (WS-IDX-POL) TO WS-QTD-TRANSF.

           SUBTRACT WS-QTD-TRANSF FROM WS-TAB-POL-SOBRA (WS-DOADOR).
           SUBTRACT WS-QTD-TRANSF FROM WS-TAB-POL-NECES (WS-IDX-POL).

           ADD 1                  TO WS-SEQ-DOC.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-TRANSREP.
           MOVE WS-TAB-POL-COD (WS-IDX-POL) TO COD-PECA-TRF.
           MOVE WS-TAB-POL-DEP (WS-DOADOR)  TO DEP-ORIGEM-TRF.
           MOVE WS-TAB-POL-DEP (WS-IDX-POL) TO DEP-DESTINO-TRF.
           MOVE WS-QTD-TRANSF     TO QTD-TRF.
           MOVE WS-DATA-SYS-R     TO DATA-TRF.
           MOVE 'REP'             TO DOC-PREFIXO-TRF.
           MOVE WS-SEQ-DOC        TO DOC-SEQ-TRF.
           WRITE REG-TRANSREP.
           PERFORM 001-04-FS-TRANSREP.

           ADD 1                  TO ACUM-TRANSFERENCIAS.
           ADD WS-QTD-TRANSF      TO ACUM-QTD-TRANSF.

           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS.

           MOVE COD-PECA-TRF      TO DET001-COD-PECA.
           MOVE DEP-ORIGEM-TRF    TO DET001-ORIGEM.
           MOVE DEP-DESTINO-TRF   TO DET001-DESTINO.
           MOVE QTD-TRF           TO DET001-QTD.
           MOVE DOC-TRF           TO DET001-DOC.
           MOVE WS-TAB-POL-SALDO (WS-IDX-POL) TO DET001-SALDO.
           MOVE WS-TAB-POL-MIN (WS-IDX-POL)   TO DET001-MIN.
           MOVE WS-TAB-POL-MAX (WS-IDX-POL)   TO DET001-MAX.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           IF WS-TAB-POL-NECES (WS-IDX-POL) GREATER ZEROS
               PERFORM 005-02-LOCALIZAR-DOADOR.

       005-04-FIM.                EXIT.

      *================================================================*
       006-00-LISTAR-FALTAS       SECTION.
      *================================================================*
           PERFORM 006-01-LISTAR-UMA-FALTA
               VARYING WS-IDX-POL FROM 1 BY 1
               UNTIL WS-IDX-POL GREATER WS-TAB-POL-QTD.

           IF ACUM-FALTAS EQUAL ZEROS
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM MSG002 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-LISTAR-UMA-FALTA    SECTION.
      *================================================================*
      * O QUE SOBROU DE NECESSIDADE DEPOIS DAS TRANSFERENCIAS VAI
      * PARA O COMPRADOR.
      *
           IF WS-TAB-POL-NECES (WS-IDX-POL) GREATER ZEROS
               ADD 1              TO ACUM-FALTAS
               ADD WS-TAB-POL-NECES (WS-IDX-POL) TO ACUM-QTD-FALTA
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               MOVE SPACES        TO REG-FALTADEP
               MOVE WS-TAB-POL-DEP (WS-IDX-POL)   TO DEP-FLT
               MOVE WS-TAB-POL-COD (WS-IDX-POL)   TO COD-PECA-FLT
               MOVE WS-TAB-POL-SALDO (WS-IDX-POL) TO QTD-SALDO-FLT
               MOVE WS-TAB-POL-MIN (WS-IDX-POL)   TO QTD-MIN-FLT
               MOVE WS-TAB-POL-MAX (WS-IDX-POL)   TO QTD-MAX-FLT
               MOVE WS-TAB-POL-NECES (WS-IDX-POL) TO QTD-FALTA-FLT
               MOVE WS-DATA-SYS-R TO DATA-FLT
               WRITE REG-FALTADEP
               PERFORM 001-05-FS-FALTADEP
               IF ACUM-LINHAS GREATER 59
                   PERFORM 009-00-CABECALHOS
               END-IF
               MOVE COD-PECA-FLT  TO DET002-COD-PECA
               MOVE DEP-FLT       TO DET002-DEP
               MOVE QTD-SALDO-FLT TO DET002-SALDO
               MOVE QTD-MIN-FLT   TO DET002-MIN
               MOVE QTD-MAX-FLT   TO DET002-MAX
               COMPUTE DET002-TRANSF =
                   WS-TAB-POL-MAX (WS-IDX-POL) -
                   WS-TAB-POL-SALDO (WS-IDX-POL) -
                   WS-TAB-POL-NECES (WS-IDX-POL)
               MOVE QTD-FALTA-FLT TO DET002-FALTA
               WRITE REG-RELATO   FROM DET002 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       006-01-FIM.                EXIT.

      *================================================================*
       009-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           IF WS-MODO-LISTA EQUAL 'T'
               WRITE REG-RELATO   FROM CAB005-T AFTER 1
           ELSE
               WRITE REG-RELATO   FROM CAB005-F AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-SALDOS       TO TOT001-SALDOS.
           MOVE ACUM-POLITICAS    TO TOT002-POLITICAS.
           MOVE ACUM-ABAIXO-MIN   TO TOT003-ABAIXO.
           MOVE ACUM-TRANSFERENCIAS TO TOT004-TRANSF.
           MOVE ACUM-QTD-TRANSF   TO TOT004-QTD.
           MOVE ACUM-FALTAS       TO TOT005-FALTAS.
           MOVE ACUM-QTD-FALTA    TO TOT005-QTD.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE TRANSREP
                 FALTADEP
                 RELATO.
           PERFORM 001-04-FS-TRANSREP.
           PERFORM 001-05-FS-FALTADEP.
           PERFORM 001-06-FS-RELATO.

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
               MOVE 'PU8EXF24'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-POLITICAS          TO RUNLOG-QTD-LIDOS
               MOVE ACUM-TRANSFERENCIAS     TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-FALTAS             TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
