      *================================================================*
      *  COPY PERLOG                                                  *
      *  HISTORICO DE FECHAMENTOS E REABERTURAS DE PERIODO CONTABIL   *
      *  (REG-PERLOG). GRAVADO EM EXTEND PELO PU8EXE43 A CADA         *
      *  FECHAMENTO E PELO PU8EXF45 A CADA REABERTURA.                *
      *                                                                *
      *  ACAO-PLG:  'F' = FECHAMENTO DO PERIODO                       *
      *             'R' = REABERTURA PELA CONTROLADORIA               *
      *================================================================*
       01 REG-PERLOG.
          05 DATA-PLG             PIC 9(08).
          05 HORA-PLG             PIC 9(06).
          05 PROGRAMA-PLG         PIC X(08).
          05 OPERADOR-PLG         PIC X(05).
          05 ANOMES-PLG           PIC 9(06).
          05 ACAO-PLG             PIC X(01).
          05 MOTIVO-PLG           PIC X(40).
          05 FILLER               PIC X(06).
