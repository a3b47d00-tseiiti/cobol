      *================================================================*
      *  COPY HISTPED                                                 *
      *  LAYOUT DO HISTORICO DE ALTERACOES DAS LINHAS DE PEDIDO DE    *
      *  COMPRA (REG-HISTPED), UM REGISTRO POR TRANSACAO ALTPED       *
      *  APLICADA PELO PU8EXF30 (ARQUIVO GRAVADO EM EXTEND), COM OS   *
      *  VALORES ANTES E DEPOIS DA ALTERACAO.                         *
      *                                                                *
      *  TIPO-HPD:  O TIPO-ALT DA TRANSACAO ('Q', 'P', 'D' OU 'C').   *
      *  DATA-HPD:  DATA DE REFERENCIA DA EXECUCAO QUE APLICOU.       *
      *================================================================*
       01 REG-HISTPED.
          05 NUM-PO-HPD           PIC 9(06).
          05 COD-PECA-HPD         PIC 9(05).
          05 FORN-HPD             PIC 9(05).
          05 TIPO-HPD             PIC X(01).
          05 DATA-HPD             PIC 9(08).
          05 USUARIO-HPD          PIC X(08).
          05 QTD-ANT-HPD          PIC 9(05).
          05 QTD-NOVA-HPD         PIC 9(05).
          05 PRECO-ANT-HPD        PIC 9(13)V99.
          05 PRECO-NOVO-HPD       PIC 9(13)V99.
          05 PROMET-ANT-HPD       PIC 9(08).
          05 PROMET-NOVA-HPD      PIC 9(08).
          05 SIT-ANT-HPD          PIC X(01).
          05 SIT-NOVA-HPD         PIC X(01).
          05 FILLER               PIC X(09).
