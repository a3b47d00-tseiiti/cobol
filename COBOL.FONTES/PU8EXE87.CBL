      * CALENDARIO CALPROC. O RELATORIO IMPRIME CARGA X CAPACIDADE
      * POR CENTRO E SEMANA, MARCANDO 'SOBRECARGA' ONDE A CARGA
      * PASSA DA CAPACIDADE.
      *
      * DA CAPACIDADE SAO DESCONTADAS AS HORAS DE MANUTENCAO
      * PREVENTIVA PROGRAMADAS PELO PU8EXF28 (JANMAN) E AS PARADAS
      * NAO PROGRAMADAS INFORMADAS NO PARADAS (VER COPY PARADA), NA
      * SEMANA DA DATA DE CADA UMA; O QUE CAI FORA DAS OITO SEMANAS
      * OU EM CENTRO INEXISTENTE NO CADCTRAB E IGNORADO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT CALPROC         ASSIGN TO UT-S-CALPROC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CALPROC.
      *
           SELECT JANMAN          ASSIGN TO UT-S-JANMAN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-JANMAN.
      *
           SELECT PARADAS         ASSIGN TO UT-S-PARADAS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARADAS.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
          05 DIA-UTIL-CAL         PIC X(01).
          05 FIM-MES-CAL          PIC X(01).
          05 DESC-FERIADO-CAL     PIC X(30).
      *
       FD JANMAN
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-JANMAN.
       COPY JANMAN.
      *
       FD PARADAS
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARADA.
       COPY PARADA.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
             10 WS-TAB-CTB-HDIA   PIC 9(02)V99.
             10 WS-TAB-CTB-SEM OCCURS 8 TIMES.
                15 WS-TAB-CTB-CARGA PIC 9(07)V99.
                15 WS-TAB-CTB-PARADA PIC 9(07)V99.
      *
      *  ROTEIRO EM TABELA
      *
       77 WS-SEMANA               PIC S9(04) VALUE ZEROS.
       77 WS-CARGA-ORDEM          PIC 9(09)V99 VALUE ZEROS.
       77 WS-CAPACIDADE           PIC 9(07)V99 VALUE ZEROS.
       77 WS-DATA-PARADA          PIC 9(08) VALUE ZEROS.
       77 WS-CTRAB-PARADA         PIC X(04) VALUE SPACES.
       77 WS-HORAS-PARADA         PIC 9(03)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-FABRICACAO         PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-ROTEIRO        PIC 9(06) VALUE ZEROS.
       77 ACUM-SOBRECARGAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-HORAS-PARADA       PIC 9(07)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-ROTEIRO              PIC X(02) VALUE SPACES.
       77 FS-CADCTRAB             PIC X(02) VALUE SPACES.
       77 FS-CALPROC              PIC X(02) VALUE SPACES.
       77 FS-JANMAN               PIC X(02) VALUE SPACES.
       77 FS-PARADAS              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'CTRAB'.
          05 FILLER               PIC X(08) VALUE 'SEMANA'.
          05 FILLER               PIC X(12) VALUE 'CARGA HS'.
          05 FILLER               PIC X(13) VALUE 'PARADAS HS'.
          05 FILLER               PIC X(14) VALUE 'CAPACIDADE HS'.
          05 FILLER               PIC X(12) VALUE 'SITUACAO'.
      *
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-CARGA         PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-PARADA        PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-CAPACIDADE    PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(10).
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE SEMANAS EM SOBRECARGA           :'.
          05 TOT004-SOBRECARGAS   PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'HORAS DE MANUTENCAO E PARADAS NO HORIZONTE:'.
          05 TOT005-HORAS-PARADA  PIC Z.ZZZ.ZZ9,99.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 001-09-CARREGAR-CADCTRAB.
           PERFORM 001-11-CARREGAR-ROTEIRO.
           PERFORM 001-13-CONTAR-DIAS-UTEIS.
           PERFORM 001-16-CARREGAR-JANMAN.
           PERFORM 001-18-CARREGAR-PARADAS.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-ORDENS.
           PERFORM 004-00-IMPRIMIR-CARGA.
                       ROTEIRO
                       CADCTRAB
                       CALPROC
                       JANMAN
                       PARADAS
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.
           PERFORM 001-04-FS-CADCTRAB.
           PERFORM 001-05-FS-CALPROC.
           PERFORM 001-06-FS-RELATO.
           PERFORM 001-07-FS-JANMAN.
           PERFORM 001-07-01-FS-PARADAS.

       001-01-FIM.                EXIT.


       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-JANMAN           SECTION.
      *================================================================*
           MOVE 'JANMAN'          TO FS-ARQUIVO.
           MOVE FS-JANMAN         TO FS-COD-STATUS.

           IF FS-JANMAN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-07-01-FS-PARADAS       SECTION.
      *================================================================*
           MOVE 'PARADAS'         TO FS-ARQUIVO.
           MOVE FS-PARADAS        TO FS-COD-STATUS.

           IF FS-PARADAS NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-01-FIM.             EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
      *================================================================*
           MOVE ZEROS             TO
               WS-TAB-CTB-CARGA (WS-TAB-CTB-QTD WS-IDX-SEM).
           MOVE ZEROS             TO
               WS-TAB-CTB-PARADA (WS-TAB-CTB-QTD WS-IDX-SEM).

       001-10-01-FIM.             EXIT.


       001-15-FIM.                EXIT.

      *================================================================*
       001-16-CARREGAR-JANMAN     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ JANMAN.
           PERFORM 001-07-FS-JANMAN.

           PERFORM 001-17-ACUMULAR-JANMAN
               UNTIL FS-JANMAN EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE JANMAN.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-ACUMULAR-JANMAN     SECTION.
      *================================================================*
           MOVE CTRAB-JAN         TO WS-CTRAB-PARADA.
           MOVE DATA-JAN          TO WS-DATA-PARADA.
           MOVE HORAS-JAN         TO WS-HORAS-PARADA.
           PERFORM 001-20-SOMAR-PARADA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ JANMAN.
           PERFORM 001-07-FS-JANMAN.

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-CARREGAR-PARADAS    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARADAS.
           PERFORM 001-07-01-FS-PARADAS.

           PERFORM 001-19-ACUMULAR-PARADAS
               UNTIL FS-PARADAS EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARADAS.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-ACUMULAR-PARADAS    SECTION.
      *================================================================*
           MOVE CTRAB-PAR         TO WS-CTRAB-PARADA.
           MOVE DATA-PAR          TO WS-DATA-PARADA.
           MOVE HORAS-PAR         TO WS-HORAS-PARADA.
           PERFORM 001-20-SOMAR-PARADA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARADAS.
           PERFORM 001-07-01-FS-PARADAS.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-SOMAR-PARADA        SECTION.
      *================================================================*
      * SEMANA PELA MESMA CONTA DO CALENDARIO; SO ENTRA O QUE CAI
      * DENTRO DAS OITO SEMANAS.
      *
           COMPUTE WS-DIAS-NEC =
               FUNCTION INTEGER-OF-DATE (WS-DATA-PARADA).
           COMPUTE WS-SEMANA =
               ((WS-DIAS-NEC - WS-DIAS-REF) / 7) + 1.

           IF WS-DIAS-NEC NOT LESS WS-DIAS-REF
              AND WS-SEMANA NOT GREATER 8
               PERFORM 001-20-01-SOMAR-SE-IGUAL
                   VARYING WS-IDX-CTB FROM 1 BY 1
                   UNTIL WS-IDX-CTB GREATER WS-TAB-CTB-QTD.

       001-20-FIM.                EXIT.

      *================================================================*
       001-20-01-SOMAR-SE-IGUAL   SECTION.
      *================================================================*
           IF WS-TAB-CTB-COD (WS-IDX-CTB) EQUAL WS-CTRAB-PARADA
               ADD WS-HORAS-PARADA TO
                   WS-TAB-CTB-PARADA (WS-IDX-CTB WS-SEMANA)
               ADD WS-HORAS-PARADA TO ACUM-HORAS-PARADA.

       001-20-01-FIM.             EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

      * CAPACIDADE LIQUIDA DA MANUTENCAO E DAS PARADAS DA SEMANA,
      * SEM FICAR NEGATIVA.
      *
           COMPUTE WS-CAPACIDADE =
               WS-TAB-CTB-HDIA (WS-IDX-CTB) *
               WS-TAB-SEM-UTEIS (WS-IDX-SEM).

           IF WS-TAB-CTB-PARADA (WS-IDX-CTB WS-IDX-SEM) LESS
              WS-CAPACIDADE
               SUBTRACT WS-TAB-CTB-PARADA (WS-IDX-CTB WS-IDX-SEM)
                   FROM WS-CAPACIDADE
           ELSE
               MOVE ZEROS         TO WS-CAPACIDADE.

           MOVE WS-TAB-CTB-COD (WS-IDX-CTB) TO DET001-CTRAB.
           MOVE WS-IDX-SEM        TO DET001-SEMANA.
           MOVE WS-TAB-CTB-CARGA (WS-IDX-CTB WS-IDX-SEM)
                                  TO DET001-CARGA.
           MOVE WS-TAB-CTB-PARADA (WS-IDX-CTB WS-IDX-SEM)
                                  TO DET001-PARADA.
           MOVE WS-CAPACIDADE     TO DET001-CAPACIDADE.

           IF WS-TAB-CTB-CARGA (WS-IDX-CTB WS-IDX-SEM) GREATER
           MOVE ACUM-FABRICACAO   TO TOT002-FABRICACAO.
           MOVE ACUM-SEM-ROTEIRO  TO TOT003-SEM-ROTEIRO.
           MOVE ACUM-SOBRECARGAS  TO TOT004-SOBRECARGAS.
           MOVE ACUM-HORAS-PARADA TO TOT005-HORAS-PARADA.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.
           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
