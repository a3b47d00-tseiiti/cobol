      *================================================================*
      *  COPY ALTPED                                                  *
      *  LAYOUT DAS TRANSACOES DE ALTERACAO E CANCELAMENTO DE LINHA   *
      *  DE PEDIDO DE COMPRA (REG-ALTPED), DIGITADAS PELO COMPRADOR.  *
      *  A LINHA E IDENTIFICADA PELO PEDIDO MAIS A PECA. APLICADAS    *
      *  NO PEDCOMP PELO PU8EXF30.                                    *
      *                                                                *
      *  TIPO-ALT:  'Q' = NOVA QUANTIDADE PEDIDA (QTD-ALT)            *
      *             'P' = NOVO PRECO UNITARIO (PRECO-ALT)             *
      *             'D' = NOVA DATA PROMETIDA DE ENTREGA (DATA-ALT)   *
      *             'C' = CANCELAMENTO DO SALDO A RECEBER             *
      *================================================================*
       01 REG-ALTPED.
          05 NUM-PO-ALT           PIC 9(06).
          05 COD-PECA-ALT         PIC 9(05).
          05 TIPO-ALT             PIC X(01).
          05 QTD-ALT              PIC 9(05).
          05 PRECO-ALT            PIC 9(13)V99.
          05 DATA-ALT             PIC 9(08).
          05 USUARIO-ALT          PIC X(08).
          05 FILLER               PIC X(12).
