      *================================================================*
      *  COPY POLDEP                                                  *
      *  LAYOUT DA POLITICA DE ESTOQUE POR DEPOSITO (REG-POLDEP), UM  *
      *  REGISTRO POR DEPOSITO E PECA, NA MESMA CHAVE DO SALDODEP.    *
      *  COMPLEMENTA O QTD-MINIMA/QTD-MAXIMA DO CADPECA, QUE VALE     *
      *  PARA A EMPRESA TODA. USADO PELA REPOSICAO ENTRE DEPOSITOS    *
      *  (PU8EXF24).                                                  *
      *                                                                *
      *  DEPOSITO ABAIXO DE QTD-MIN-POL E REPOSTO ATE QTD-MAX-POL; O  *
      *  QUE PASSA DE QTD-MAX-POL E SOBRA DISPONIVEL PARA OS OUTROS   *
      *  DEPOSITOS.                                                   *
      *================================================================*
       01 REG-POLDEP.
          05 DEP-POL              PIC X(02).
          05 COD-PECA-POL         PIC 9(05).
          05 QTD-MIN-POL          PIC 9(05).
          05 QTD-MAX-POL          PIC 9(05).
          05 FILLER               PIC X(03).
