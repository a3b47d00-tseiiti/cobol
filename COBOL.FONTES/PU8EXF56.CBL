       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF56.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * RELATORIO DE FUNCIONARIOS FORA DA FAIXA SALARIAL DO CARGO.
      * CADA FUNCIONARIO DO CADFUNC TEM O SALARIO CONFERIDO CONTRA O
      * MINIMO E O MAXIMO DO GRAU DO SEU CARGO NA TABELA CARGOMST; SAI
      * NO RELATORIO QUEM ESTA ABAIXO DO MINIMO OU ACIMA DO MAXIMO,
      * COM O LIMITE ULTRAPASSADO, E QUEM TEM CARGO QUE NAO EXISTE NA
      * TABELA. FUNCIONARIO AINDA SEM CARGO NO CADASTRO SO E CONTADO
      * NOS TOTAIS.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNC.
      *
           SELECT CARGOMST        ASSIGN TO UT-S-CARGOMST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CARGOMST.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
       FD CADFUNC
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNC.
       01 REG-CADFUNC.
          05 CODIGO               PIC 9(05).
          05 NOME                 PIC X(30).
          05 DT-NASC              PIC 9(06).
          05 DT-ADMIS             PIC 9(06).
          05 ENDER                PIC X(30).
          05 CEP                  PIC 9(08).
          05 UF                   PIC X(02).
          05 IND-ADMIS            PIC X(01).
          05 CARGO                PIC X(03).
          05 SALARIO              PIC 9(07)V99.
          05 DESCON               PIC 9(07)V99.
          05 SECAO                PIC X(01).
      *
      * TABELA DE CARGOS E FAIXAS SALARIAIS.
      *
       FD CARGOMST
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CARGOMST.
       COPY CARGOMST.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
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
      *  CARGOS E FAIXAS SALARIAIS EM TABELA
      *
       01 WS-TAB-CGO.
          05 WS-TAB-CGO-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CGO-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-CGO-COD    PIC X(03).
             10 WS-TAB-CGO-GRAU   PIC X(02).
             10 WS-TAB-CGO-MIN    PIC 9(07)V99.
             10 WS-TAB-CGO-MAX    PIC 9(07)V99.
      *
       77 WS-IDX-CGO              PIC 9(03) VALUE ZEROS.
       77 WS-CGO-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-LISTADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-CARGO          PIC 9(06) VALUE ZEROS.
       77 ACUM-CARGO-INEX         PIC 9(06) VALUE ZEROS.
       77 ACUM-ABAIXO             PIC 9(06) VALUE ZEROS.
       77 ACUM-ACIMA              PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-CARGOMST             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF56'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'FUNCIONARIOS FORA DA FAIXA SALARIAL DO CARGO'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'FUNC.'.
          05 FILLER               PIC X(19) VALUE 'NOME'.
          05 FILLER               PIC X(03) VALUE 'SC'.
          05 FILLER               PIC X(05) VALUE 'CGO'.
          05 FILLER               PIC X(04) VALUE 'GR'.
          05 FILLER               PIC X(14) VALUE '     SALARIO'.
          05 FILLER               PIC X(14) VALUE '      LIMITE'.
          05 FILLER               PIC X(10) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-CODIGO        PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-NOME          PIC X(18).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SECAO         PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CARGO         PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-GRAU          PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SALARIO       PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-LIMITE        PIC Z.ZZZ.ZZ9,99
                                  BLANK WHEN ZERO.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(14).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE FUNCIONARIOS LIDOS              :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'ABAIXO DO MINIMO DO GRAU                 :'.
          05 TOT002-ABAIXO        PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'ACIMA DO MAXIMO DO GRAU                  :'.
          05 TOT003-ACIMA         PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'CARGO NAO CADASTRADO NO CARGOMST         :'.
          05 TOT004-CARGO-INEX    PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'FUNCIONARIOS SEM CARGO NO CADASTRO       :'.
          05 TOT005-SEM-CARGO     PIC ZZZ.ZZ9.
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
           PERFORM 001-10-CARREGAR-CARGOMST.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 008-00-CABECALHOS.
           PERFORM 003-01-LER-CADFUNC.
           PERFORM 004-00-TRATAR
               UNTIL FS-CADFUNC EQUAL '10'.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADFUNC
                       CARGOMST
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-03-FS-CARGOMST.
           PERFORM 001-04-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CARGOMST         SECTION.
      *================================================================*
           MOVE 'CARGOMST'        TO FS-ARQUIVO.
           MOVE FS-CARGOMST       TO FS-COD-STATUS.

           IF FS-CARGOMST NOT EQUAL '00' AND '10'
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
       001-10-CARREGAR-CARGOMST   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARGOMST.
           PERFORM 001-03-FS-CARGOMST.

           PERFORM 001-11-ACUMULAR-CARGOMST
               UNTIL FS-CARGOMST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CARGOMST.

           IF WS-TAB-CGO-QTD EQUAL ZEROS
               DISPLAY '* CARGOMST SEM CARGOS   *'
               DISPLAY '* PROGRAMA ENCERRADO    *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-CARGOMST   SECTION.
      *================================================================*
           IF WS-TAB-CGO-QTD EQUAL 100
               DISPLAY '* TABELA DE CARGOS CHEIA             *'
               DISPLAY '* AUMENTAR WS-TAB-CGO E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-CGO-QTD.
           MOVE CARGO-CGO         TO
               WS-TAB-CGO-COD (WS-TAB-CGO-QTD).
           MOVE GRAU-CGO          TO
               WS-TAB-CGO-GRAU (WS-TAB-CGO-QTD).
           MOVE SAL-MIN-CGO       TO
               WS-TAB-CGO-MIN (WS-TAB-CGO-QTD).
           MOVE SAL-MAX-CGO       TO
               WS-TAB-CGO-MAX (WS-TAB-CGO-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARGOMST.
           PERFORM 001-03-FS-CARGOMST.

       001-11-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.

       002-00-FIM.                EXIT.

      *================================================================*
       003-01-LER-CADFUNC         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-02-FS-CADFUNC.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR              SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           IF CARGO EQUAL SPACES
               ADD 1              TO ACUM-SEM-CARGO
           ELSE
               PERFORM 004-01-CONFERIR-FAIXA.

           PERFORM 003-01-LER-CADFUNC.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-CONFERIR-FAIXA      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-CGO-ACHADO.

           PERFORM 004-02-PROCURAR-CARGO
               VARYING WS-IDX-CGO FROM 1 BY 1
               UNTIL WS-IDX-CGO GREATER WS-TAB-CGO-QTD
                  OR WS-CGO-ACHADO NOT EQUAL ZEROS.

           MOVE SPACES            TO DET001-GRAU.
           MOVE ZEROS             TO DET001-LIMITE.

           IF WS-CGO-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-CARGO-INEX
               MOVE 'CARGO INEXIST.' TO DET001-SITUACAO
               PERFORM 004-03-IMPRESSAO
           ELSE
               MOVE WS-TAB-CGO-GRAU (WS-CGO-ACHADO) TO DET001-GRAU
               IF SALARIO LESS WS-TAB-CGO-MIN (WS-CGO-ACHADO)
                   ADD 1          TO ACUM-ABAIXO
                   MOVE WS-TAB-CGO-MIN (WS-CGO-ACHADO)
                                  TO DET001-LIMITE
                   MOVE 'ABAIXO MINIMO' TO DET001-SITUACAO
                   PERFORM 004-03-IMPRESSAO
               ELSE
                   IF SALARIO GREATER WS-TAB-CGO-MAX (WS-CGO-ACHADO)
                       ADD 1      TO ACUM-ACIMA
                       MOVE WS-TAB-CGO-MAX (WS-CGO-ACHADO)
                                  TO DET001-LIMITE
                       MOVE 'ACIMA MAXIMO' TO DET001-SITUACAO
                       PERFORM 004-03-IMPRESSAO
                   END-IF
               END-IF.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-CARGO      SECTION.
      *================================================================*
           IF WS-TAB-CGO-COD (WS-IDX-CGO) EQUAL CARGO
               MOVE WS-IDX-CGO    TO WS-CGO-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-IMPRESSAO           SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE CODIGO            TO DET001-CODIGO.
           MOVE NOME              TO DET001-NOME.
           MOVE SECAO             TO DET001-SECAO.
           MOVE CARGO             TO DET001-CARGO.
           MOVE SALARIO           TO DET001-SALARIO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.
           ADD 1                  TO ACUM-LISTADOS.

       004-03-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-ABAIXO       TO TOT002-ABAIXO.
           MOVE ACUM-ACIMA        TO TOT003-ACIMA.
           MOVE ACUM-CARGO-INEX   TO TOT004-CARGO-INEX.
           MOVE ACUM-SEM-CARGO    TO TOT005-SEM-CARGO.

           IF ACUM-LINHAS GREATER 53
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC
                 RELATO.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
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
               MOVE 'PU8EXF56'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LISTADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
