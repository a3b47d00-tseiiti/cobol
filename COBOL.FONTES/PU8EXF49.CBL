       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF49.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * COMPARACAO ENTRE DUAS VERSOES DO ORCAMENTO DE UM ANO, LIDAS
      * DO ARQUIVO DE VERSOES (ORCVERS) GRAVADO PELO PU8EXF48 E
      * ATUALIZADO PELO PU8EXF50. IMPRIME, POR CONTA, O VALOR ANUAL
      * DE CADA VERSAO, A DIFERENCA (B MENOS A) E O PERCENTUAL SOBRE
      * A VERSAO A, E DEPOIS OS TOTAIS DE CADA MES NAS DUAS VERSOES.
      *
      * O PARMCMP DA O ANO E AS VERSOES A E B. VERSAO A ZERADA = A
      * APROVADA DO ANO; VERSAO B ZERADA = A ULTIMA GERADA PARA O
      * ANO. ANO SEM A VERSAO PEDIDA (OU SEM APROVADA, QUANDO A VEIO
      * ZERADA) RECUSA A COMPARACAO COM RETURN-CODE 0008, SEM
      * RELATORIO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PARMCMP         ASSIGN TO UT-S-PARMCMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMCMP.
      *
           SELECT ORCVERS         ASSIGN TO UT-S-ORCVERS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORCVERS.
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
      * PARAMETRO DA COMPARACAO: ANO, VERSAO A (ZERO = APROVADA) E
      * VERSAO B (ZERO = ULTIMA GERADA)
      *
       FD PARMCMP
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMCMP.
       01 REG-PARMCMP.
          05 ANO-PCM              PIC 9(04).
          05 VERSAO-A-PCM         PIC 9(03).
          05 VERSAO-B-PCM         PIC 9(03).
          05 FILLER               PIC X(70).
      *
       FD ORCVERS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORCVERS.
       COPY ORCVERS.
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
      *  PARAMETROS DA COMPARACAO
      *
       77 WS-ANO                  PIC 9(04) VALUE ZEROS.
       77 WS-VERSAO-A             PIC 9(03) VALUE ZEROS.
       77 WS-VERSAO-B             PIC 9(03) VALUE ZEROS.
       77 WS-VERSAO-APROVADA      PIC 9(03) VALUE ZEROS.
       77 WS-VERSAO-ULTIMA        PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-A              PIC X(01) VALUE 'N'.
       77 WS-ACHOU-B              PIC X(01) VALUE 'N'.
       77 WS-DESC-A               PIC X(20) VALUE SPACES.
       77 WS-DESC-B               PIC X(20) VALUE SPACES.
       77 WS-SIT-A                PIC X(01) VALUE SPACES.
       77 WS-SIT-B                PIC X(01) VALUE SPACES.
       77 WS-MSG-RECUSA           PIC X(40) VALUE SPACES.
      *
      *  VALOR ANUAL DE CADA VERSAO POR CONTA, EM ORDEM DE CONTA
      *
       01 WS-TAB-CMP.
          05 WS-TAB-CMP-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CMP-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CMP-CONTA  PIC X(10).
             10 WS-TAB-CMP-VLR-A  PIC 9(13)V99.
             10 WS-TAB-CMP-VLR-B  PIC 9(13)V99.
      *
      *  TOTAL DE CADA MES NAS DUAS VERSOES
      *
       01 WS-TAB-MES.
          05 WS-TAB-MES-ENTRY OCCURS 12 TIMES.
             10 WS-TAB-MES-VLR-A  PIC 9(13)V99.
             10 WS-TAB-MES-VLR-B  PIC 9(13)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MES              PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-CONTA-EXISTE         PIC X(01) VALUE 'N'.
       77 WS-VLR-A                PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-B                PIC 9(13)V99 VALUE ZEROS.
       77 WS-SITUACAO             PIC X(01) VALUE SPACES.
       77 WS-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.
       77 WS-PERCENTUAL           PIC S9(05)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-LINHAS-A           PIC 9(06) VALUE ZEROS.
       77 ACUM-LINHAS-B           PIC 9(06) VALUE ZEROS.
       77 ACUM-SO-A               PIC 9(06) VALUE ZEROS.
       77 ACUM-SO-B               PIC 9(06) VALUE ZEROS.
       77 ACUM-TOT-A              PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-TOT-B              PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PARMCMP              PIC X(02) VALUE SPACES.
       77 FS-ORCVERS              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF49'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(35) VALUE
             'COMPARACAO DE VERSOES DO ORCAMENTO '.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAB005-LETRA         PIC X(01).
          05 FILLER               PIC X(10) VALUE ' = VERSAO '.
          05 CAB005-VERSAO        PIC 9(03).
          05 FILLER               PIC X(03) VALUE ' - '.
          05 CAB005-DESC          PIC X(20).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CAB005-SIT           PIC X(13).
      *
       01  CAB006.
          05 CAB006-TITULO        PIC X(10) VALUE 'CONTA'.
          05 FILLER               PIC X(18) VALUE
             '         VERSAO A'.
          05 FILLER               PIC X(18) VALUE
             '         VERSAO B'.
          05 FILLER               PIC X(19) VALUE
             '   DIFERENCA (B-A)'.
          05 FILLER               PIC X(09) VALUE '    VAR%'.
      *
       01  DET001.
          05 DET001-CONTA         PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VLR-A         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VLR-B         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIFERENCA     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PERC          PIC -ZZZ9,99.
          05 DET001-PERC-X REDEFINES DET001-PERC PIC X(08).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS LIDAS (ORCVERS)          :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DA VERSAO A                       :'.
          05 TOT002-LINHAS-A      PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DA VERSAO B                       :'.
          05 TOT003-LINHAS-B      PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'CONTAS SO NA VERSAO A                    :'.
          05 TOT004-SO-A          PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'CONTAS SO NA VERSAO B                    :'.
          05 TOT005-SO-B          PIC ZZZ.ZZ9.
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
           PERFORM 001-09-LER-PARMCMP.
           PERFORM 003-00-LOCALIZAR-VERSOES.
           PERFORM 004-00-CARREGAR-VERSOES.
           PERFORM 005-00-IMPRIMIR-CONTAS.
           PERFORM 006-00-IMPRIMIR-MESES.
           PERFORM 008-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PARMCMP
                       PARMDATA.
           PERFORM 001-02-FS-PARMCMP.

       001-00-FIM.                EXIT.

      *================================================================*
       001-02-FS-PARMCMP          SECTION.
      *================================================================*
           MOVE 'PARMCMP'         TO FS-ARQUIVO.
           MOVE FS-PARMCMP        TO FS-COD-STATUS.

           IF FS-PARMCMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-ORCVERS          SECTION.
      *================================================================*
           MOVE 'ORCVERS'         TO FS-ARQUIVO.
           MOVE FS-ORCVERS        TO FS-COD-STATUS.

           IF FS-ORCVERS NOT EQUAL '00' AND '10'
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
           PERFORM 001-05-FS-PARMDATA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-05-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMCMP         SECTION.
      *================================================================*
      *    SEM ANO VALE O ANO SEGUINTE AO DA DATA DE REFERENCIA
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMCMP.
           PERFORM 001-02-FS-PARMCMP.

           IF FS-PARMCMP EQUAL '00'
               IF ANO-PCM IS NUMERIC
                   MOVE ANO-PCM   TO WS-ANO
               END-IF
               IF VERSAO-A-PCM IS NUMERIC
                   MOVE VERSAO-A-PCM TO WS-VERSAO-A
               END-IF
               IF VERSAO-B-PCM IS NUMERIC
                   MOVE VERSAO-B-PCM TO WS-VERSAO-B
               END-IF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMCMP.

           IF WS-ANO EQUAL ZEROS
               COMPUTE WS-ANO = WS-ANO-SYS + 1.

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
       003-00-LOCALIZAR-VERSOES   SECTION.
      *================================================================*
      * PRIMEIRA LEITURA DO ORCVERS: ACHA A APROVADA E A ULTIMA
      * VERSAO DO ANO E CONFERE SE AS VERSOES PEDIDAS EXISTEM
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

           PERFORM 003-01-EXAMINAR-LINHA
               UNTIL FS-ORCVERS EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORCVERS.

           IF WS-VERSAO-A EQUAL ZEROS
               MOVE WS-VERSAO-APROVADA TO WS-VERSAO-A.

           IF WS-VERSAO-B EQUAL ZEROS
               MOVE WS-VERSAO-ULTIMA TO WS-VERSAO-B.

           IF WS-VERSAO-ULTIMA EQUAL ZEROS
               MOVE 'NENHUMA VERSAO GERADA PARA O ANO'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-COMPARACAO.

           IF WS-VERSAO-A EQUAL ZEROS
               MOVE 'ANO SEM VERSAO APROVADA PARA A VERSAO A'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-COMPARACAO.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-EXAMINAR-LINHA      SECTION.
      *================================================================*
           IF ANO-ORV EQUAL WS-ANO
               IF SITUACAO-ORV EQUAL 'A'
                   MOVE VERSAO-ORV TO WS-VERSAO-APROVADA
               END-IF
               IF VERSAO-ORV GREATER WS-VERSAO-ULTIMA
                   MOVE VERSAO-ORV TO WS-VERSAO-ULTIMA
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-VERSOES    SECTION.
      *================================================================*
      * SEGUNDA LEITURA: ACUMULA POR CONTA E POR MES AS DUAS VERSOES
      *
           PERFORM 004-05-ZERAR-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES GREATER 12.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

           PERFORM 004-01-ACUMULAR-LINHA
               UNTIL FS-ORCVERS EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORCVERS.

           IF WS-ACHOU-A NOT EQUAL 'S'
              OR WS-ACHOU-B NOT EQUAL 'S'
               MOVE 'VERSAO PEDIDA NAO EXISTE NO ANO'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-COMPARACAO.

           MOVE WS-ANO            TO CAB003-ANO.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-LINHA      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           IF ANO-ORV EQUAL WS-ANO
              AND (VERSAO-ORV EQUAL WS-VERSAO-A
                   OR VERSAO-ORV EQUAL WS-VERSAO-B)
               MOVE CONTA-ORV     TO WS-CONTA-BUSCA
               PERFORM 004-02-LOCALIZAR-CONTA
               MOVE PERIODO-ORV (5:2) TO WS-IDX-MES
               IF VERSAO-ORV EQUAL WS-VERSAO-A
                   MOVE 'S'       TO WS-ACHOU-A
                   MOVE DESC-ORV  TO WS-DESC-A
                   MOVE SITUACAO-ORV TO WS-SIT-A
                   ADD 1          TO ACUM-LINHAS-A
                   ADD VALOR-ORV  TO WS-TAB-CMP-VLR-A (WS-IDX-ACHADO)
                   ADD VALOR-ORV  TO ACUM-TOT-A
                   IF WS-IDX-MES GREATER ZEROS
                      AND WS-IDX-MES NOT GREATER 12
                       ADD VALOR-ORV TO WS-TAB-MES-VLR-A (WS-IDX-MES)
                   END-IF
               END-IF
               IF VERSAO-ORV EQUAL WS-VERSAO-B
                   MOVE 'S'       TO WS-ACHOU-B
                   MOVE DESC-ORV  TO WS-DESC-B
                   MOVE SITUACAO-ORV TO WS-SIT-B
                   ADD 1          TO ACUM-LINHAS-B
                   ADD VALOR-ORV  TO WS-TAB-CMP-VLR-B (WS-IDX-ACHADO)
                   ADD VALOR-ORV  TO ACUM-TOT-B
                   IF WS-IDX-MES GREATER ZEROS
                      AND WS-IDX-MES NOT GREATER 12
                       ADD VALOR-ORV TO WS-TAB-MES-VLR-B (WS-IDX-MES)
                   END-IF
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-LOCALIZAR-CONTA     SECTION.
      *================================================================*
      * DEVOLVE EM WS-IDX-ACHADO A ENTRADA DA CONTA EM WS-CONTA-BUSCA,
      * CRIANDO-A ZERADA, NA ORDEM DE CONTA, QUANDO AINDA NAO EXISTE.
      *
           COMPUTE WS-POSICAO = WS-TAB-CMP-QTD + 1.
           PERFORM 004-03-PROCURAR-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CMP-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-CMP-QTD.

           MOVE WS-POSICAO        TO WS-IDX-ACHADO.
           MOVE 'N'               TO WS-CONTA-EXISTE.

           IF WS-POSICAO NOT GREATER WS-TAB-CMP-QTD
               IF WS-TAB-CMP-CONTA (WS-POSICAO) EQUAL WS-CONTA-BUSCA
                   MOVE 'S'       TO WS-CONTA-EXISTE.

           IF WS-CONTA-EXISTE NOT EQUAL 'S'
               IF WS-TAB-CMP-QTD EQUAL 500
                   DISPLAY '* MAIS DE 500 CONTAS NAS DUAS VERSOES*'
                   DISPLAY '* AUMENTAR WS-TAB-CMP E REPROCESSAR  *'
                   MOVE 'ORCVERS' TO FS-ARQUIVO
                   MOVE SPACES    TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               ELSE
                   PERFORM 004-04-DESLOCAR-CONTA
                       VARYING WS-IDX FROM WS-TAB-CMP-QTD BY -1
                       UNTIL WS-IDX LESS WS-POSICAO
                   ADD 1          TO WS-TAB-CMP-QTD
                   MOVE WS-CONTA-BUSCA TO
                       WS-TAB-CMP-CONTA (WS-POSICAO)
                   MOVE ZEROS     TO WS-TAB-CMP-VLR-A (WS-POSICAO)
                                     WS-TAB-CMP-VLR-B (WS-POSICAO).

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-PROCURAR-CONTA      SECTION.
      *================================================================*
           IF WS-TAB-CMP-CONTA (WS-IDX) NOT LESS WS-CONTA-BUSCA
               MOVE WS-IDX        TO WS-POSICAO.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-DESLOCAR-CONTA      SECTION.
      *================================================================*
           MOVE WS-TAB-CMP-ENTRY (WS-IDX) TO
               WS-TAB-CMP-ENTRY (WS-IDX + 1).

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-ZERAR-MES           SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TAB-MES-VLR-A (WS-IDX-MES)
                                     WS-TAB-MES-VLR-B (WS-IDX-MES).

       004-05-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-CONTAS     SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT RELATO.
           PERFORM 001-04-FS-RELATO.

           PERFORM 005-01-IMPRIMIR-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CMP-QTD.

           PERFORM 007-00-IMPRIMIR-TOTAL.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-IMPRIMIR-CONTA      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 010-00-CABECALHOS.

           IF WS-TAB-CMP-VLR-A (WS-IDX) EQUAL ZEROS
               ADD 1              TO ACUM-SO-B.

           IF WS-TAB-CMP-VLR-B (WS-IDX) EQUAL ZEROS
               ADD 1              TO ACUM-SO-A.

           MOVE WS-TAB-CMP-CONTA (WS-IDX) TO DET001-CONTA.
           MOVE WS-TAB-CMP-VLR-A (WS-IDX) TO WS-VLR-A.
           MOVE WS-TAB-CMP-VLR-B (WS-IDX) TO WS-VLR-B.
           PERFORM 005-02-CALCULAR-VARIACAO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-CALCULAR-VARIACAO   SECTION.
      *================================================================*
      *    SEM VALOR NA VERSAO A NAO HA PERCENTUAL
           MOVE WS-VLR-A          TO DET001-VLR-A.
           MOVE WS-VLR-B          TO DET001-VLR-B.
           COMPUTE WS-DIFERENCA = WS-VLR-B - WS-VLR-A.
           MOVE WS-DIFERENCA      TO DET001-DIFERENCA.

           IF WS-VLR-A EQUAL ZEROS
               MOVE '    NOVA'    TO DET001-PERC-X
           ELSE
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-DIFERENCA * 100 / WS-VLR-A
               MOVE WS-PERCENTUAL TO DET001-PERC.

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-MESES      SECTION.
      *================================================================*
           MOVE 60                TO ACUM-LINHAS.
           MOVE 'MES'             TO CAB006-TITULO.

           PERFORM 006-01-IMPRIMIR-MES
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES GREATER 12.

           PERFORM 007-00-IMPRIMIR-TOTAL.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-IMPRIMIR-MES        SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 010-00-CABECALHOS.

           MOVE SPACES            TO DET001-CONTA.
           MOVE WS-ANO            TO DET001-CONTA (1:4).
           MOVE '/'               TO DET001-CONTA (5:1).
           MOVE WS-IDX-MES        TO DET001-CONTA (6:2).
           MOVE WS-TAB-MES-VLR-A (WS-IDX-MES) TO WS-VLR-A.
           MOVE WS-TAB-MES-VLR-B (WS-IDX-MES) TO WS-VLR-B.
           PERFORM 005-02-CALCULAR-VARIACAO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       006-01-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAL      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 57
               PERFORM 010-00-CABECALHOS.

           MOVE 'TOTAL'           TO DET001-CONTA.
           MOVE ACUM-TOT-A        TO WS-VLR-A.
           MOVE ACUM-TOT-B        TO WS-VLR-B.
           PERFORM 005-02-CALCULAR-VARIACAO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-04-FS-RELATO.
           ADD 2                  TO ACUM-LINHAS.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 50
               PERFORM 010-00-CABECALHOS.

           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-LINHAS-A     TO TOT002-LINHAS-A.
           MOVE ACUM-LINHAS-B     TO TOT003-LINHAS-B.
           MOVE ACUM-SO-A         TO TOT004-SO-A.
           MOVE ACUM-SO-B         TO TOT005-SO-B.

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

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       009-00-FIM.                EXIT.

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

           MOVE 'A'               TO CAB005-LETRA.
           MOVE WS-VERSAO-A       TO CAB005-VERSAO.
           MOVE WS-DESC-A         TO CAB005-DESC.
           MOVE WS-SIT-A          TO WS-SITUACAO.
           PERFORM 010-01-DESCREVER-SITUACAO.
           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE 'B'               TO CAB005-LETRA.
           MOVE WS-VERSAO-B       TO CAB005-VERSAO.
           MOVE WS-DESC-B         TO CAB005-DESC.
           MOVE WS-SIT-B          TO WS-SITUACAO.
           PERFORM 010-01-DESCREVER-SITUACAO.
           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB006 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE 11                TO ACUM-LINHAS.

       010-00-FIM.                EXIT.

      *================================================================*
       010-01-DESCREVER-SITUACAO  SECTION.
      *================================================================*
           EVALUATE WS-SITUACAO
               WHEN 'A'
                   MOVE '(APROVADA)'    TO CAB005-SIT
               WHEN 'S'
                   MOVE '(SUBSTITUIDA)' TO CAB005-SIT
               WHEN OTHER
                   MOVE '(ELABORACAO)'  TO CAB005-SIT
           END-EVALUATE.

       010-01-FIM.                EXIT.

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
       901-00-RECUSAR-COMPARACAO  SECTION.
      *================================================================*
           DISPLAY '* COMPARACAO DE VERSOES RECUSADA     *'
           DISPLAY '* ' WS-MSG-RECUSA
           DISPLAY '* ANO = ' WS-ANO
                   '  VERSAO A = ' WS-VERSAO-A
                   '  VERSAO B = ' WS-VERSAO-B
           MOVE 0008              TO RETURN-CODE
           MOVE 'RECUSAD'         TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           STOP RUN.

       901-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF49'        TO RUNLOG-PROGRAMA
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
               MOVE ZEROS                   TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
