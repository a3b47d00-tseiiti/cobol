      *================================================================*
      *  COPY CTENCER                                                 *
      *  HISTORICO DE CONTAS CORRENTES ENCERRADAS (REG-CTENCER),      *
      *  GRAVADO EM EXTEND PELO ENCERRAMENTO DE CONTA (PU8EXF65), UM  *
      *  REGISTRO POR CONTA ENCERRADA. O PU8EXE19 LE ESTE HISTORICO   *
      *  PARA TIRAR A CONTA DA GERACAO SEGUINTE DO CTCORGER.          *
      *                                                               *
      *  DATA-ENC:         DATA DO ENCERRAMENTO (AAAAMMDD).           *
      *  MOTIVO-ENC:       01 PEDIDO DO CLIENTE  02 INICIATIVA DO     *
      *                    BANCO   03 FALECIMENTO   04 MUDANCA        *
      *                    99 OUTROS.                                 *
      *  SALDO-ANTES-ENC:  SALDO CREDOR NA DATA, ANTES DA LIQUIDACAO. *
      *  VLR-JUROS-ENC:    JUROS PRO RATA CREDITADOS NO ENCERRAMENTO. *
      *  VLR-TARIFA-ENC:   TARIFA DE MANUTENCAO DEBITADA.             *
      *  VLR-LIQUIDO-ENC:  SALDO FINAL PAGO AO CLIENTE.               *
      *================================================================*
       01 REG-CTENCER.
          05 CPF-ENC              PIC 9(11).
          05 NOME-ENC             PIC X(30).
          05 BCO-ENC              PIC X(03).
          05 DATA-ENC             PIC 9(08).
          05 MOTIVO-ENC           PIC 9(02).
          05 SALDO-ANTES-ENC      PIC 9(11)V99.
          05 VLR-JUROS-ENC        PIC 9(09)V99.
          05 VLR-TARIFA-ENC       PIC 9(05)V99.
          05 VLR-LIQUIDO-ENC      PIC 9(11)V99.
          05 FILLER               PIC X(02).
