      * RETENCAO (COTAHOLD), PARA REVISAO DO COMPRADOR, EM VEZ DE
      * GRAVAR COTASELE E HISTCOTA. SEM HISTSTAT OU SEM MEDIA PARA O
      * COD-COTA, A COTACAO SEGUE O FLUXO NORMAL.
      *
      * O HISTCOTA GUARDA A DATA COM QUATRO DIGITOS DE ANO (AAAAMMDD)
      * E A MARCA DE LAYOUT 'V2'. O ANO DA DATACOTA (DDMMAA) E POSTO
      * NO SECULO DA DATA DE REFERENCIA, OU NO ANTERIOR QUANDO PASSA
      * DO ANO DA REFERENCIA, COMO NA CONVERSAO DO PU8EXF71.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
      * EXECUCAO PARA ACOMPANHAR A TENDENCIA DE PRECO POR FORNECEDOR
      *
       FD HISTCOTA
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTCOTA.
       01 REG-HISTCOTA.
          05 CODHIST              PIC 9(05).
          05 DATAHIST             PIC 9(08).
          05 PRECHIST             PIC 9(13)V99.
          05 VERSAO-HIST          PIC X(02).
      *
      * ESTATISTICAS DE PRECO POR CODHIST (MEDIA/MIN/MAX DOS ULTIMOS
      * DOZE MESES), CONSOLIDADAS DO HISTCOTA PELO PU8EXE41.
       77 WS-DESVIO               PIC 9(13)V99 VALUE ZEROS.
       77 WS-PERC-DESVIO          PIC 9(03)V99 VALUE ZEROS.
       77 WS-COTA-RETIDA          PIC X(01) VALUE 'N'.
      *
      *  DATA DA COTACAO COM O SECULO, PARA O HISTCOTA
      *
       01 WS-DATA-COTA            PIC 9(06) VALUE ZEROS.
       01 WS-DATA-COTA-R          REDEFINES WS-DATA-COTA.
          05 WS-DIA-COTA          PIC 9(02).
          05 WS-MES-COTA          PIC 9(02).
          05 WS-ANO-COTA          PIC 9(02).
       01 WS-DATA-HIST            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HIST-R          REDEFINES WS-DATA-HIST.
          05 WS-ANO-HIST          PIC 9(04).
          05 WS-MES-HIST          PIC 9(02).
          05 WS-DIA-HIST          PIC 9(02).
       77 WS-SECULO-REF           PIC 9(02) VALUE ZEROS.
       77 WS-ANO-REF              PIC 9(02) VALUE ZEROS.
       77 WS-IDX-STAT             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-STAT-ACHADO      PIC 9(03) VALUE ZEROS.
       01 WS-TAB-STAT.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE DATACOTA          TO WS-DATA-COTA.
           MOVE WS-DATA-RELATORIO-PARM (1:2) TO WS-SECULO-REF.
           MOVE WS-DATA-RELATORIO-PARM (3:2) TO WS-ANO-REF.

           IF WS-ANO-COTA GREATER WS-ANO-REF
               COMPUTE WS-ANO-HIST =
                   ((WS-SECULO-REF - 1) * 100) + WS-ANO-COTA
           ELSE
               COMPUTE WS-ANO-HIST =
                   (WS-SECULO-REF * 100) + WS-ANO-COTA.

           MOVE WS-MES-COTA       TO WS-MES-HIST.
           MOVE WS-DIA-COTA       TO WS-DIA-HIST.

           MOVE CODCOTA           TO CODHIST.
           MOVE WS-DATA-HIST      TO DATAHIST.
           MOVE WS-PREC-CONV (WS-MELHOR-IDX) TO PRECHIST.
           MOVE 'V2'              TO VERSAO-HIST.

           WRITE REG-HISTCOTA.
           PERFORM 001-05-FS-HISTCOTA.
