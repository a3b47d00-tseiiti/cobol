      *================================================================*
      *  COPY JANMAN                                                  *
      *  LAYOUT DA JANELA DE MANUTENCAO PREVENTIVA PROGRAMADA         *
      *  (REG-JANMAN), GRAVADA PELO PU8EXF28 PARA O HORIZONTE DE OITO *
      *  SEMANAS A PARTIR DA DATA DE REFERENCIA. O PU8EXE87 DESCONTA  *
      *  HORAS-JAN DA CAPACIDADE DO CENTRO NA SEMANA DE DATA-JAN.     *
      *                                                                *
      *  SIT-JAN: ' ' = NO PRAZO   'A' = ATRASADA (VENCIDA ANTES DA   *
      *           DATA DE REFERENCIA E PROGRAMADA PARA ELA)           *
      *================================================================*
       01 REG-JANMAN.
          05 CTRAB-JAN            PIC X(04).
          05 DATA-JAN             PIC 9(08).
          05 HORAS-JAN            PIC 9(03)V99.
          05 COD-PLANO-JAN        PIC X(04).
          05 DESC-JAN             PIC X(20).
          05 SIT-JAN              PIC X(01).
          05 FILLER               PIC X(08).
