      * DOS ULTIMOS DOZE MESES CONTADOS DA DATA DE REFERENCIA DO
      * PARMDATA. O HISTSTAT E LIDO PELO PU8EXE09 PARA CRITICAR O
      * PRECO VENCEDOR DE CADA COTACAO CONTRA A MEDIA HISTORICA.
      * DATAHIST E AAAAMMDD, COM A MARCA DE LAYOUT 'V2' NO FIM DO
      * REGISTRO; HISTCOTA AINDA NO LAYOUT ANTIGO (DDMMAA, 26
      * POSICOES) TEM QUE PASSAR ANTES PELA CONVERSAO DO PU8EXF71.
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
      * ESTATISTICAS DE PRECO POR CODHIST DOS ULTIMOS DOZE MESES.
      *
      *
       77 WS-MESES-REF            PIC 9(06) VALUE ZEROS.
       77 WS-MESES-HIST           PIC 9(06) VALUE ZEROS.
      *
      *  ESTATISTICAS ACUMULADAS POR CODHIST
      *
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           IF VERSAO-HIST NOT EQUAL 'V2'
               DISPLAY '* HISTCOTA NO LAYOUT ANTIGO (DDMMAA) *'
               DISPLAY '* CONVERTER ANTES PELO PU8EXF71      *'
               MOVE 'HISTCOTA'    TO FS-ARQUIVO
               MOVE FS-HISTCOTA   TO FS-COD-STATUS
               MOVE 0090          TO RETURN-CODE
               PERFORM 900-00-ERRO.

           COMPUTE WS-MESES-HIST =
               (ANO-HIST * 12) + MES-HIST.

           IF WS-MESES-HIST NOT GREATER WS-MESES-REF
              AND WS-MESES-HIST GREATER WS-MESES-REF - 12
