      *================================================================*
      *  COPY CONTEMP                                                 *
      *  CONTRATOS DE EMPRESTIMO PESSOAL A CORRENTISTAS               *
      *  (REG-CONTEMP), UM REGISTRO POR CONTRATO, EM ORDEM DE CPF E   *
      *  NUMERO DO CONTRATO. O CPF E O DA CONTA NO CTCORGER.          *
      *                                                               *
      *  TAXA-MES-CEM:     JUROS DO CONTRATO, % AO MES.               *
      *  TIPO-AMORT-CEM:   'P' TABELA PRICE (PARCELAS IGUAIS)         *
      *                    'S' SAC (AMORTIZACAO CONSTANTE).           *
      *  SIT-CEM:          'N' NOVO, AGUARDANDO LIBERACAO             *
      *                    'A' ATIVO (LIBERADO, EM AMORTIZACAO)       *
      *                    'Q' QUITADO (TODAS AS PARCELAS PAGAS).     *
      *  DT-LIBER-CEM:     CREDITO DO PRINCIPAL NA CONTA (AAAAMMDD);  *
      *                    AS PARCELAS VENCEM NOS MESES SEGUINTES NO  *
      *                    MESMO DIA (NO MAXIMO DIA 28).              *
      *  SALDO-DEV-CEM:    PRINCIPAL AINDA NAO AMORTIZADO.            *
      *================================================================*
       01 REG-CONTEMP.
          05 CPF-CEM              PIC 9(11).
          05 NUM-CONTR-CEM        PIC 9(05).
          05 VLR-PRINC-CEM        PIC 9(09)V99.
          05 TAXA-MES-CEM         PIC 9(02)V99.
          05 QTD-PARC-CEM         PIC 9(03).
          05 TIPO-AMORT-CEM       PIC X(01).
          05 DT-CONTR-CEM         PIC 9(08).
          05 SIT-CEM              PIC X(01).
          05 DT-LIBER-CEM         PIC 9(08).
          05 SALDO-DEV-CEM        PIC 9(09)V99.
          05 QTD-PAGAS-CEM        PIC 9(03).
          05 FILLER               PIC X(14).
