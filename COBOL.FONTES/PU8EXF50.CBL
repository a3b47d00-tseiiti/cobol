       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF50.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * APROVACAO DE UMA VERSAO DO ORCAMENTO. A VERSAO DO ANO PEDIDA
      * NO PARMAPRV PASSA A APROVADA ('A') NO ARQUIVO DE VERSOES
      * (ORCVERS -> ORCVERN), E A QUE ESTAVA APROVADA NO MESMO ANO,
      * SE HOUVER, PASSA A SUBSTITUIDA ('S'), AMBAS COM A DATA DE
      * HOJE. AS DEMAIS LINHAS SAO COPIADAS SEM ALTERACAO.
      *
      * O ORCCONTA LIDO PELO PU8EXE38, PU8EXE44 E PU8EXE84 E REFEITO
      * (ORCCONTA -> ORCCONTN): SAEM AS LINHAS DOS PERIODOS DO ANO
      * APROVADO E ENTRAM AS DA VERSAO APROVADA. OS OUTROS ANOS FICAM
      * COMO ESTAVAM. ASSIM SO A VERSAO APROVADA CHEGA AO ORCADO X
      * REALIZADO.
      *
      * ANO SEM A VERSAO PEDIDA RECUSA A APROVACAO COM RETURN-CODE
      * 0008, SEM GRAVAR NENHUM ARQUIVO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PARMAPRV        ASSIGN TO UT-S-PARMAPRV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMAPRV.
      *
           SELECT ORCVERS         ASSIGN TO UT-S-ORCVERS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORCVERS.
      *
           SELECT ORCVERN         ASSIGN TO UT-S-ORCVERN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORCVERN.
      *
           SELECT ORCCONTA        ASSIGN TO UT-S-ORCCONTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORCCONTA.
      *
           SELECT ORCCONTN        ASSIGN TO UT-S-ORCCONTN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ORCCONTN.
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
      * PARAMETRO DA APROVACAO: ANO E VERSAO
      *
       FD PARMAPRV
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMAPRV.
       01 REG-PARMAPRV.
          05 ANO-PAP              PIC 9(04).
          05 VERSAO-PAP           PIC 9(03).
          05 FILLER               PIC X(73).
      *
       FD ORCVERS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORCVERS.
       COPY ORCVERS.
      *
       FD ORCVERN
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORCVERN.
       01 REG-ORCVERN             PIC X(80).
      *
      * ORCAMENTO POR CONTA E PERIODO (AAAAMM), NO LAYOUT LIDO PELO
      * ORCADO X REALIZADO
      *
       FD ORCCONTA
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORCCONTA.
       01 REG-ORCCONTA.
          05 CONTA-ORC            PIC X(10).
          05 PERIODO-ORC.
             10 ANO-ORC           PIC 9(04).
             10 MES-ORC           PIC 9(02).
          05 VALOR-ORC            PIC 9(11)V99.
          05 FILLER               PIC X(01).
      *
       FD ORCCONTN
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ORCCONTN.
       01 REG-ORCCONTN.
          05 CONTA-ORN            PIC X(10).
          05 PERIODO-ORN          PIC 9(06).
          05 VALOR-ORN            PIC 9(11)V99.
          05 FILLER               PIC X(01).
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
      *  PARAMETROS DA APROVACAO
      *
       77 WS-ANO                  PIC 9(04) VALUE ZEROS.
       77 WS-VERSAO               PIC 9(03) VALUE ZEROS.
       77 WS-VERSAO-ANTERIOR      PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-VERSAO         PIC X(01) VALUE 'N'.
       77 WS-DESC-VERSAO          PIC X(20) VALUE SPACES.
       77 WS-MSG-RECUSA           PIC X(40) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-VERSOES-LIDAS      PIC 9(06) VALUE ZEROS.
       77 ACUM-APROVADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-SUBSTITUIDAS       PIC 9(06) VALUE ZEROS.
       77 ACUM-ORC-LIDOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-ORC-MANTIDOS       PIC 9(06) VALUE ZEROS.
       77 ACUM-ORC-REMOVIDOS      PIC 9(06) VALUE ZEROS.
       77 ACUM-ORC-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77 ACUM-TOT-APROVADO       PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PARMAPRV             PIC X(02) VALUE SPACES.
       77 FS-ORCVERS              PIC X(02) VALUE SPACES.
       77 FS-ORCVERN              PIC X(02) VALUE SPACES.
       77 FS-ORCCONTA             PIC X(02) VALUE SPACES.
       77 FS-ORCCONTN             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF50'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(23) VALUE
             'APROVACAO DO ORCAMENTO '.
          05 CAB003-ANO           PIC 9(04).
          05 FILLER               PIC X(10) VALUE ' - VERSAO '.
          05 CAB003-VERSAO        PIC 9(03).
          05 FILLER               PIC X(03) VALUE ' - '.
          05 CAB003-DESC          PIC X(20).
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  DET001.
          05 FILLER               PIC X(44) VALUE
             'VERSAO ANTERIORMENTE APROVADA (SUBSTITUIDA):'.
          05 DET001-ANTERIOR      PIC ZZ9.
          05 DET001-ANTERIOR-X REDEFINES DET001-ANTERIOR PIC X(03).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS LIDAS (ORCVERS)          :'.
          05 TOT001-VERSOES       PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'LINHAS MARCADAS COMO APROVADAS           :'.
          05 TOT002-APROVADAS     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'LINHAS MARCADAS COMO SUBSTITUIDAS        :'.
          05 TOT003-SUBSTITUIDAS  PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS LIDAS (ORCCONTA)         :'.
          05 TOT004-ORC-LIDOS     PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DE OUTROS ANOS MANTIDAS           :'.
          05 TOT005-ORC-MANTIDOS  PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DO ANO APROVADO SUBSTITUIDAS      :'.
          05 TOT006-ORC-REMOVIDOS PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DA VERSAO GRAVADAS NO ORCCONTA    :'.
          05 TOT007-ORC-GRAVADOS  PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'TOTAL ORCADO APROVADO      :'.
          05 TOT008-APROVADO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-09-LER-PARMAPRV.
           PERFORM 003-00-LOCALIZAR-VERSAO.
           PERFORM 004-00-REFAZER-ORCCONTA.
           PERFORM 005-00-ATUALIZAR-VERSOES.
           PERFORM 008-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PARMAPRV
                       PARMDATA.
           PERFORM 001-02-FS-PARMAPRV.

       001-00-FIM.                EXIT.

      *================================================================*
       001-02-FS-PARMAPRV         SECTION.
      *================================================================*
           MOVE 'PARMAPRV'        TO FS-ARQUIVO.
           MOVE FS-PARMAPRV       TO FS-COD-STATUS.

           IF FS-PARMAPRV NOT EQUAL '00' AND '10'
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
       001-06-FS-ORCVERN          SECTION.
      *================================================================*
           MOVE 'ORCVERN'         TO FS-ARQUIVO.
           MOVE FS-ORCVERN        TO FS-COD-STATUS.

           IF FS-ORCVERN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-ORCCONTA         SECTION.
      *================================================================*
           MOVE 'ORCCONTA'        TO FS-ARQUIVO.
           MOVE FS-ORCCONTA       TO FS-COD-STATUS.

           IF FS-ORCCONTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

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
       001-09-LER-PARMAPRV        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMAPRV.
           PERFORM 001-02-FS-PARMAPRV.

           IF FS-PARMAPRV EQUAL '00'
               IF ANO-PAP IS NUMERIC
                   MOVE ANO-PAP   TO WS-ANO
               END-IF
               IF VERSAO-PAP IS NUMERIC
                   MOVE VERSAO-PAP TO WS-VERSAO
               END-IF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMAPRV.

           IF WS-ANO EQUAL ZEROS
              OR WS-VERSAO EQUAL ZEROS
               MOVE 'PARMAPRV SEM ANO OU SEM VERSAO'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-APROVACAO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-FS-ORCCONTN         SECTION.
      *================================================================*
           MOVE 'ORCCONTN'        TO FS-ARQUIVO.
           MOVE FS-ORCCONTN       TO FS-COD-STATUS.

           IF FS-ORCCONTN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-10-FIM.                EXIT.

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
       003-00-LOCALIZAR-VERSAO    SECTION.
      *================================================================*
      * PRIMEIRA LEITURA DO ORCVERS: CONFERE SE A VERSAO EXISTE E
      * ACHA A QUE ESTA APROVADA NO ANO
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

           IF WS-ACHOU-VERSAO NOT EQUAL 'S'
               MOVE 'VERSAO NAO EXISTE NO ANO'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-APROVACAO.

           MOVE WS-ANO            TO CAB003-ANO.
           MOVE WS-VERSAO         TO CAB003-VERSAO.
           MOVE WS-DESC-VERSAO    TO CAB003-DESC.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-EXAMINAR-LINHA      SECTION.
      *================================================================*
           IF ANO-ORV EQUAL WS-ANO
               IF VERSAO-ORV EQUAL WS-VERSAO
                   MOVE 'S'       TO WS-ACHOU-VERSAO
                   MOVE DESC-ORV  TO WS-DESC-VERSAO
               ELSE
                   IF SITUACAO-ORV EQUAL 'A'
                       MOVE VERSAO-ORV TO WS-VERSAO-ANTERIOR
                   END-IF
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-REFAZER-ORCCONTA    SECTION.
      *================================================================*
      * COPIA O ORCCONTA SEM OS PERIODOS DO ANO APROVADO; AS LINHAS
      * DA VERSAO SAO ACRESCENTADAS NA SEGUNDA LEITURA DO ORCVERS
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  ORCCONTA
                OUTPUT ORCCONTN
                       RELATO.
           PERFORM 001-07-FS-ORCCONTA.
           PERFORM 001-10-FS-ORCCONTN.
           PERFORM 001-04-FS-RELATO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCCONTA.
           PERFORM 001-07-FS-ORCCONTA.

           PERFORM 004-01-COPIAR-ORCAMENTO
               UNTIL FS-ORCCONTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORCCONTA.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-COPIAR-ORCAMENTO    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-ORC-LIDOS.

           IF ANO-ORC EQUAL WS-ANO
               ADD 1              TO ACUM-ORC-REMOVIDOS
           ELSE
               ADD 1              TO ACUM-ORC-MANTIDOS
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-ORCCONTN FROM REG-ORCCONTA
               PERFORM 001-10-FS-ORCCONTN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCCONTA.
           PERFORM 001-07-FS-ORCCONTA.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-ATUALIZAR-VERSOES   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  ORCVERS
                OUTPUT ORCVERN.
           PERFORM 001-03-FS-ORCVERS.
           PERFORM 001-06-FS-ORCVERN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

           PERFORM 005-01-ATUALIZAR-LINHA
               UNTIL FS-ORCVERS EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORCVERS.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-ATUALIZAR-LINHA     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-VERSOES-LIDAS.

           IF ANO-ORV EQUAL WS-ANO
               IF VERSAO-ORV EQUAL WS-VERSAO
                   MOVE 'A'       TO SITUACAO-ORV
                   MOVE WS-DATA-SYS TO DATA-SIT-ORV
                   ADD 1          TO ACUM-APROVADAS
                   PERFORM 005-02-GRAVAR-ORCCONTN
               ELSE
                   IF SITUACAO-ORV EQUAL 'A'
                       MOVE 'S'   TO SITUACAO-ORV
                       MOVE WS-DATA-SYS TO DATA-SIT-ORV
                       ADD 1      TO ACUM-SUBSTITUIDAS
                   END-IF
               END-IF
           END-IF.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-ORCVERN      FROM REG-ORCVERS.
           PERFORM 001-06-FS-ORCVERN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ORCVERS.
           PERFORM 001-03-FS-ORCVERS.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-GRAVAR-ORCCONTN     SECTION.
      *================================================================*
           MOVE SPACES            TO REG-ORCCONTN.
           MOVE CONTA-ORV         TO CONTA-ORN.
           MOVE PERIODO-ORV       TO PERIODO-ORN.
           MOVE VALOR-ORV         TO VALOR-ORN.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-ORCCONTN.
           PERFORM 001-10-FS-ORCCONTN.

           ADD 1                  TO ACUM-ORC-GRAVADOS.
           ADD VALOR-ORV          TO ACUM-TOT-APROVADO.

       005-02-FIM.                EXIT.

      *================================================================*
       008-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE 1                 TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           IF WS-VERSAO-ANTERIOR EQUAL ZEROS
               MOVE 'NAO'         TO DET001-ANTERIOR-X
           ELSE
               MOVE WS-VERSAO-ANTERIOR TO DET001-ANTERIOR.

           MOVE ACUM-VERSOES-LIDAS TO TOT001-VERSOES.
           MOVE ACUM-APROVADAS    TO TOT002-APROVADAS.
           MOVE ACUM-SUBSTITUIDAS TO TOT003-SUBSTITUIDAS.
           MOVE ACUM-ORC-LIDOS    TO TOT004-ORC-LIDOS.
           MOVE ACUM-ORC-MANTIDOS TO TOT005-ORC-MANTIDOS.
           MOVE ACUM-ORC-REMOVIDOS TO TOT006-ORC-REMOVIDOS.
           MOVE ACUM-ORC-GRAVADOS TO TOT007-ORC-GRAVADOS.
           MOVE ACUM-TOT-APROVADO TO TOT008-APROVADO.

           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT001 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 2.
           PERFORM 001-04-FS-RELATO.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ORCVERN
                 ORCCONTN
                 RELATO.
           PERFORM 001-06-FS-ORCVERN.
           PERFORM 001-10-FS-ORCCONTN.
           PERFORM 001-04-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       009-00-FIM.                EXIT.

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
       901-00-RECUSAR-APROVACAO   SECTION.
      *================================================================*
           DISPLAY '* APROVACAO DO ORCAMENTO RECUSADA    *'
           DISPLAY '* ' WS-MSG-RECUSA
           DISPLAY '* ANO = ' WS-ANO '  VERSAO = ' WS-VERSAO
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
               MOVE 'PU8EXF50'        TO RUNLOG-PROGRAMA
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
                   ACUM-VERSOES-LIDAS + ACUM-ORC-LIDOS
               COMPUTE RUNLOG-QTD-GRAVADOS =
                   ACUM-VERSOES-LIDAS + ACUM-ORC-MANTIDOS +
                   ACUM-ORC-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
