      *================================================================*
      *  COPY PERSUS                                                  *
      *  PARTIDAS RETIDAS (REG-PERSUS) POR ESTAREM DATADAS EM PERIODO *
      *  CONTABIL JA FECHADO NO PERCONT. A PARTIDA E GUARDADA INTEIRA *
      *  (LAYOUT DO CADCONTA) COM O PROGRAMA E O ARQUIVO DE DESTINO,  *
      *  PARA SER LANCADA APOS A REABERTURA OU NO PERIODO SEGUINTE.   *
      *================================================================*
       01 REG-PERSUS.
          05 PROGRAMA-PSU         PIC X(08).
          05 ARQUIVO-PSU          PIC X(08).
          05 LANC-PSU             PIC X(42).
          05 MOTIVO-PSU           PIC X(22).
