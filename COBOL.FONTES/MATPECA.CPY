      *================================================================*
      *  COPY MATPECA                                                 *
      *  LAYOUT DA REFERENCIA CRUZADA MATERIAL X PECA (REG-MATPECA),  *
      *  QUE LIGA O MATERIAL VENDIDO NO CADMAT A PECA ACABADA DO      *
      *  CADPECA PRODUZIDA PELO APONTAMENTO (PU8EXE62). UMA UNIDADE   *
      *  DO MATERIAL CORRESPONDE A UMA UNIDADE DA PECA.               *
      *                                                                *
      *  USADO PELO PU8EXF26 (SAIDA 'S' DA PECA PARA CADA LINHA DE    *
      *  FATURA DO MATERIAL) E PELO PU8EXF27 (CONCILIACAO SEMANAL DAS *
      *  QUANTIDADES DO CADMAT E DO CADPECA).                         *
      *================================================================*
       01 REG-MATPECA.
          05 COD-MAT-XRF          PIC 9(05).
          05 COD-PECA-XRF         PIC 9(05).
          05 FILLER               PIC X(10).
