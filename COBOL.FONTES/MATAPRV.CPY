      *================================================================*
      *  COPY MATAPRV                                                 *
      *  MATRIZ DE ALCADAS DE APROVACAO DE PEDIDOS DE COMPRA          *
      *  (REG-MATAPRV): UMA LINHA POR FAIXA DE VALOR DO PEDIDO, EM    *
      *  ORDEM CRESCENTE DE LIMITE, COM O NIVEL DE OPERADOR (O MESMO  *
      *  DO CADASTRO OPERADOR DO PU8EXE23) EXIGIDO PARA A FAIXA. O    *
      *  PU8EXE38 RETEM PARA APROVACAO O PEDIDO ACIMA DA ALCADA DO    *
      *  COMPRADOR E O PU8EXF33 APROVA OU REJEITA PELO TERMINAL.      *
      *================================================================*
      *  O PEDIDO CAI NA PRIMEIRA FAIXA CUJO LIMITE (VLR-LIMITE-MAP)
      *  NAO E MENOR QUE O SEU VALOR; ACIMA DA ULTIMA FAIXA VALE O
      *  MAIOR NIVEL DA MATRIZ. NIVEL-MAP '1' E A ALCADA DO PROPRIO
      *  COMPRADOR (PEDIDO SAI ABERTO); '2' GERENCIA; '3' DIRETORIA.
      *
       01 REG-MATAPRV.
          05 VLR-LIMITE-MAP       PIC 9(13)V99.
          05 NIVEL-MAP            PIC X(01).
          05 FILLER               PIC X(04).
