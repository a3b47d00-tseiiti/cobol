       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF27.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONCILIACAO SEMANAL DO ESTOQUE DE PRODUTO ACABADO ENTRE O
      * CADASTRO DE MATERIAIS DA VENDA (CADMAT) E O CADASTRO DE
      * PECAS DA PRODUCAO (CADPECA). PARA CADA PAR DA REFERENCIA
      * CRUZADA (MATPECA, VER COPY MATPECA) COMPARA QTD-MAT COM
      * QTD-PECA E LISTA OS PARES QUE NAO BATEM, COM A DIFERENCA
      * (MATERIAL MENOS PECA), E OS PARES CUJO MATERIAL OU PECA NAO
      * EXISTE MAIS NO CADASTRO. PARES CONCILIADOS SO ENTRAM NO
      * TOTAL.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT MATPECA         ASSIGN TO UT-S-MATPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MATPECA.
      *
           SELECT CADMAT          ASSIGN TO UT-S-CADMAT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADMAT.
      *
           SELECT CADPECA         ASSIGN TO UT-S-CADPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPECA.
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
       FD MATPECA
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MATPECA.
       COPY MATPECA.
      *
       FD CADMAT
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADMAT.
       COPY CADMAT.
      *
       FD CADPECA
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADPECA.
       COPY CADPECA
           REPLACING ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
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
      *  MATERIAIS CARREGADOS DO CADMAT
      *
       01 WS-TAB-MAT.
          05 WS-TAB-MAT-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-MAT-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-MAT-COD    PIC 9(05).
             10 WS-TAB-MAT-NOME   PIC X(20).
             10 WS-TAB-MAT-QTDE   PIC 9(05).
      *
      *  PECAS CARREGADAS DO CADPECA
      *
       01 WS-TAB-PEC.
          05 WS-TAB-PEC-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-PEC-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-PEC-COD    PIC 9(05).
             10 WS-TAB-PEC-QTDE   PIC 9(05).
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO-MAT           PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO-PEC           PIC 9(04) VALUE ZEROS.
       77 WS-DIFERENCA            PIC S9(05) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-REFERENCIAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-CONCILIADOS        PIC 9(06) VALUE ZEROS.
       77 ACUM-DIVERGENTES        PIC 9(06) VALUE ZEROS.
       77 ACUM-INEXISTENTES       PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-MATPECA              PIC X(02) VALUE SPACES.
       77 FS-CADMAT               PIC X(02) VALUE SPACES.
       77 FS-CADPECA              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF27'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'CONCILIACAO DE ESTOQUE CADMAT X CADPECA'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(08) VALUE 'MATER.'.
          05 FILLER               PIC X(22) VALUE 'DESCRICAO'.
          05 FILLER               PIC X(08) VALUE 'QTDE'.
          05 FILLER               PIC X(08) VALUE 'PECA'.
          05 FILLER               PIC X(08) VALUE 'QTDE'.
          05 FILLER               PIC X(09) VALUE 'DIFER.'.
          05 FILLER               PIC X(10) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-COD-MAT       PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-NOME-MAT      PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-QTD-MAT       PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-COD-PECA      PIC 99.999.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-QTD-PECA      PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIFERENCA     PIC -ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(16).
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             'TODOS OS PARES MATERIAL X PECA CONCILIADOS'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE REFERENCIAS MATERIAL X PECA     :'.
          05 TOT001-REFERENCIAS   PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'PARES CONCILIADOS                        :'.
          05 TOT002-CONCILIADOS   PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'PARES COM QUANTIDADE DIVERGENTE          :'.
          05 TOT003-DIVERGENTES   PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'PARES COM MATERIAL OU PECA INEXISTENTE   :'.
          05 TOT004-INEXISTENTES  PIC ZZZ.ZZ9.
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
           PERFORM 003-00-CARREGAR-CADMAT.
           PERFORM 004-00-CARREGAR-CADPECA.
           PERFORM 005-00-CONCILIAR.
           PERFORM 010-00-IMPRIMIR-TOTAIS.
           PERFORM 011-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  MATPECA
                       CADMAT
                       CADPECA
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-MATPECA.
           PERFORM 001-03-FS-CADMAT.
           PERFORM 001-04-FS-CADPECA.
           PERFORM 001-05-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-MATPECA          SECTION.
      *================================================================*
           MOVE 'MATPECA'         TO FS-ARQUIVO.
           MOVE FS-MATPECA        TO FS-COD-STATUS.

           IF FS-MATPECA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADMAT           SECTION.
      *================================================================*
           MOVE 'CADMAT'          TO FS-ARQUIVO.
           MOVE FS-CADMAT         TO FS-COD-STATUS.

           IF FS-CADMAT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CADPECA          SECTION.
      *================================================================*
           MOVE 'CADPECA'         TO FS-ARQUIVO.
           MOVE FS-CADPECA        TO FS-COD-STATUS.

           IF FS-CADPECA NOT EQUAL '00' AND '10'
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
       003-00-CARREGAR-CADMAT     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-03-FS-CADMAT.

           PERFORM 003-01-ACUMULAR-CADMAT
               UNTIL FS-CADMAT EQUAL '10'
                  OR WS-TAB-MAT-QTD EQUAL 1000.

           IF FS-CADMAT NOT EQUAL '10'
               DISPLAY '* CADMAT COM MAIS DE 1000 MATERIAIS  *'
               DISPLAY '* AUMENTAR WS-TAB-MAT E REPROCESSAR  *'
               MOVE 'CADMAT'      TO FS-ARQUIVO
               MOVE FS-CADMAT     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADMAT.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-CADMAT     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-MAT-QTD.
           MOVE COD-MAT           TO WS-TAB-MAT-COD (WS-TAB-MAT-QTD).
           MOVE NOME-MAT          TO WS-TAB-MAT-NOME (WS-TAB-MAT-QTD).
           MOVE QTD-MAT           TO WS-TAB-MAT-QTDE (WS-TAB-MAT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-03-FS-CADMAT.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-CADPECA    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECA.
           PERFORM 001-04-FS-CADPECA.

           PERFORM 004-01-ACUMULAR-CADPECA
               UNTIL FS-CADPECA EQUAL '10'
                  OR WS-TAB-PEC-QTD EQUAL 1000.

           IF FS-CADPECA NOT EQUAL '10'
               DISPLAY '* CADPECA COM MAIS DE 1000 PECAS     *'
               DISPLAY '* AUMENTAR WS-TAB-PEC E REPROCESSAR  *'
               MOVE 'CADPECA'     TO FS-ARQUIVO
               MOVE FS-CADPECA    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADPECA.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-CADPECA    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-PEC-QTD.
           MOVE COD-PECA          TO WS-TAB-PEC-COD (WS-TAB-PEC-QTD).
           MOVE QTD-PECA          TO WS-TAB-PEC-QTDE (WS-TAB-PEC-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECA.
           PERFORM 001-04-FS-CADPECA.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-CONCILIAR           SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATPECA.
           PERFORM 001-02-FS-MATPECA.

           PERFORM 005-01-CONCILIAR-PAR
               UNTIL FS-MATPECA EQUAL '10'.

           IF ACUM-DIVERGENTES EQUAL ZEROS
              AND ACUM-INEXISTENTES EQUAL ZEROS
               PERFORM 009-00-CABECALHOS
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-05-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MATPECA.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-CONCILIAR-PAR       SECTION.
      *================================================================*
           ADD 1                  TO ACUM-REFERENCIAS.

           MOVE ZEROS             TO WS-ACHADO-MAT.
           PERFORM 005-02-PROCURAR-MATERIAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MAT-QTD
                  OR WS-ACHADO-MAT NOT EQUAL ZEROS.

           MOVE ZEROS             TO WS-ACHADO-PEC.
           PERFORM 005-03-PROCURAR-PECA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PEC-QTD
                  OR WS-ACHADO-PEC NOT EQUAL ZEROS.

           MOVE SPACES            TO DET001-NOME-MAT.
           MOVE ZEROS             TO DET001-QTD-MAT
                                     DET001-QTD-PECA
                                     DET001-DIFERENCA.
           MOVE COD-MAT-XRF       TO DET001-COD-MAT.
           MOVE COD-PECA-XRF      TO DET001-COD-PECA.

           IF WS-ACHADO-MAT EQUAL ZEROS
               ADD 1              TO ACUM-INEXISTENTES
               MOVE 'SEM MATERIAL'  TO DET001-SITUACAO
               PERFORM 005-04-IMPRIMIR-PAR
           ELSE
               IF WS-ACHADO-PEC EQUAL ZEROS
                   ADD 1          TO ACUM-INEXISTENTES
                   MOVE 'SEM PECA' TO DET001-SITUACAO
                   PERFORM 005-04-IMPRIMIR-PAR
               ELSE
                   COMPUTE WS-DIFERENCA =
                       WS-TAB-MAT-QTDE (WS-ACHADO-MAT) -
                       WS-TAB-PEC-QTDE (WS-ACHADO-PEC)
                   IF WS-DIFERENCA EQUAL ZEROS
                       ADD 1      TO ACUM-CONCILIADOS
                   ELSE
                       ADD 1      TO ACUM-DIVERGENTES
                       MOVE 'DIVERGENTE' TO DET001-SITUACAO
                       PERFORM 005-04-IMPRIMIR-PAR
                   END-IF
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATPECA.
           PERFORM 001-02-FS-MATPECA.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-PROCURAR-MATERIAL   SECTION.
      *================================================================*
           IF WS-TAB-MAT-COD (WS-IDX) EQUAL COD-MAT-XRF
               MOVE WS-IDX        TO WS-ACHADO-MAT.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-PROCURAR-PECA       SECTION.
      *================================================================*
           IF WS-TAB-PEC-COD (WS-IDX) EQUAL COD-PECA-XRF
               MOVE WS-IDX        TO WS-ACHADO-PEC.

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-IMPRIMIR-PAR        SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS.

           IF WS-ACHADO-MAT NOT EQUAL ZEROS
               MOVE WS-TAB-MAT-NOME (WS-ACHADO-MAT) TO DET001-NOME-MAT
               MOVE WS-TAB-MAT-QTDE (WS-ACHADO-MAT) TO DET001-QTD-MAT.

           IF WS-ACHADO-PEC NOT EQUAL ZEROS
               MOVE WS-TAB-PEC-QTDE (WS-ACHADO-PEC) TO DET001-QTD-PECA.

           IF WS-ACHADO-MAT NOT EQUAL ZEROS
              AND WS-ACHADO-PEC NOT EQUAL ZEROS
               MOVE WS-DIFERENCA  TO DET001-DIFERENCA.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       005-04-FIM.                EXIT.

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
           MOVE ACUM-CONCILIADOS  TO TOT002-CONCILIADOS.
           MOVE ACUM-DIVERGENTES  TO TOT003-DIVERGENTES.
           MOVE ACUM-INEXISTENTES TO TOT004-INEXISTENTES.

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
           CLOSE RELATO.
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
               MOVE 'PU8EXF27'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-REFERENCIAS        TO RUNLOG-QTD-LIDOS
               MOVE ACUM-DIVERGENTES        TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-INEXISTENTES       TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
