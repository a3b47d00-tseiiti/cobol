      *================================================================*
      *  COPY HORAOP                                                  *
      *  LAYOUT DAS HORAS REAIS DE MAO DE OBRA POR ORDEM DE PRODUCAO  *
      *  E CENTRO DE TRABALHO (REG-HORAOP), DIGITADAS PELO CHAO DE    *
      *  FABRICA JUNTO COM A CONCLUSAO DA ORDEM. O APONTAMENTO        *
      *  (PU8EXE62) PASSA PARA O HORAPROD AS HORAS DAS ORDENS QUE     *
      *  APONTOU E DEVOLVE NO HORAPEN AS DAS ORDENS RECUSADAS, PARA   *
      *  SEREM REAPRESENTADAS. A EFICIENCIA DE MAO DE OBRA CONTRA O   *
      *  ROTEIRO SAI NO PU8EXF29.                                     *
      *================================================================*
       01 REG-HORAOP.
          05 NUM-OP-HOP           PIC 9(06).
          05 CTRAB-HOP            PIC X(04).
          05 HORAS-HOP            PIC 9(05)V99.
          05 DATA-HOP             PIC 9(08).
          05 FILLER               PIC X(05).
