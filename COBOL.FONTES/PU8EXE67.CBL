      * O PERIODO COBERTO E AS QUANTIDADES, PARA O RESGATE PELO
      * PU8EXE68.
      *
      * DATAHIST DO HISTCOTA E AAAAMMDD, E O PERIODO SAI DIRETO DA
      * DATA. COTAMANT E COTAARCV SAEM NO MESMO LAYOUT, COM A MARCA
      * 'V2'; HISTCOTA NO LAYOUT ANTIGO (DDMMAA) E RECUSADO E TEM QUE
      * PASSAR ANTES PELA CONVERSAO DO PU8EXF71.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       FILE           SECTION.
      *
       FD HISTCOTA
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTCOTA.
       01 REG-HISTCOTA.
          05 CODHIST              PIC 9(05).
          05 DATAHIST.
             10 ANO-HIST          PIC 9(04).
             10 MES-HIST          PIC 9(02).
             10 DIA-HIST          PIC 9(02).
          05 PRECHIST             PIC 9(13)V99.
          05 VERSAO-HIST          PIC X(02).
      *
       FD COTAMANT
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTAMANT.
       01 REG-COTAMANT             PIC X(30).
      *
       FD COTAARCV
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTAARCV.
       01 REG-COTAARCV             PIC X(30).
      *
       FD RUNLOGE
           RECORD     CONTAINS    80 CHARACTERS
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           IF VERSAO-HIST NOT EQUAL 'V2'
               DISPLAY '* HISTCOTA NO LAYOUT ANTIGO (DDMMAA) *'
               DISPLAY '* CONVERTER ANTES PELO PU8EXF71      *'
               MOVE 'HISTCOTA'    TO FS-ARQUIVO
               MOVE FS-HISTCOTA   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE DATAHIST (1:6)    TO WS-PERIODO-REG.
           MOVE WS-PERIODO-REG (1:4) TO WS-ANO-TRAB.
           MOVE WS-PERIODO-REG (5:2) TO WS-MES-TRAB.
           COMPUTE WS-MESES-REG =
