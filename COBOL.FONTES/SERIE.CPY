      *================================================================*
      *  COPY SERIE                                                   *
      *  LAYOUT DO REGISTRO DE NUMEROS DE SERIE DOS ITENS ACABADOS    *
      *  (REG-SERIE). GRAVADO PELO APONTAMENTO (PU8EXE62), EM EXTEND, *
      *  UM REGISTRO POR UNIDADE PRODUZIDA DOS ITENS SERIALIZADOS     *
      *  (ITEMSERI), E CONSULTADO PELO PU8EXF23.                      *
      *                                                                *
      *  NUM-SERIE: NUMERO DA ORDEM DE PRODUCAO SEGUIDO DA SEQUENCIA  *
      *  DA UNIDADE DENTRO DA ORDEM (1 A QTD-OP). OS LOTES DE PECAS   *
      *  DA UNIDADE SAO OS CONSUMIDOS PELA ORDEM NO HISTLOTE (SAIDAS  *
      *  'S' COM DOC-HLT = NUMERO DA ORDEM).                          *
      *  DATA-GARANT-SER: DATA DE PRODUCAO MAIS O PRAZO DE GARANTIA   *
      *  DO ITEM EM DIAS (ITEMSERI).                                  *
      *================================================================*
       01 REG-SERIE.
          05 NUM-SERIE.
             10 NUM-OP-SER        PIC 9(06).
             10 SEQ-SER           PIC 9(05).
          05 COD-ITEM-SER         PIC 9(05).
          05 DATA-PROD-SER        PIC 9(08).
          05 DATA-GARANT-SER      PIC 9(08).
          05 FILLER               PIC X(08).
