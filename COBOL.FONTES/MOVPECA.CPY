      *  7-10 O NUMERO DO LOTE DO FORNECEDOR, PARA O CONTROLE DE      *
      *  LOTES DO PU8EXE73 (SALDLOTE/HISTLOTE). NA SAIDA 'S' GERADA   *
      *  PELO APONTAMENTO (PU8EXE62), DOC-MOV TRAZ O NUMERO DA ORDEM  *
      *  DE PRODUCAO; NA SAIDA 'S' DA VENDA (PU8EXF26), 'PV' SEGUIDO  *
      *  DO NUMERO DO PEDIDO DE VENDA.                                *
      *                                                                *
      *  VLR-UNIT-MOV DO RECEBIMENTO 'E' PODE CHEGAR AO PU8EXE28 JA   *
      *  ACRESCIDO DO RATEIO DE FRETE, SEGURO E IMPOSTOS DO PEDIDO    *
      *  (CUSTACE), FEITO PELO PU8EXF25.                              *
      *================================================================*
       01 REG-MOVPECA.
          05 TIPO-MOV             PIC X(01).
