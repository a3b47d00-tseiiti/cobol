      *================================================================*
      *  COPY PARCEMP                                                 *
      *  CRONOGRAMA DOS EMPRESTIMOS PESSOAIS (REG-PARCEMP), UMA LINHA *
      *  POR PARCELA, EM ORDEM DE CPF, CONTRATO E PARCELA. GERADO NA  *
      *  LIBERACAO DO CONTRATO (CONTEMP) PELO PU8EXF62.               *
      *                                                               *
      *  VLR-PARC-PCE:     AMORTIZACAO MAIS JUROS DA PARCELA.         *
      *  SALDO-APOS-PCE:   SALDO DEVEDOR DEPOIS DESTA PARCELA.        *
      *  SIT-PCE:          'A' A VENCER                               *
      *                    'V' VENCIDA SEM DEBITO (EM ATRASO)         *
      *                    'E' DEBITO EMITIDO, A CONFERIR CONTRA O    *
      *                        MOVSUSCC DO PU8EXE58                   *
      *                    'P' PAGA (DEBITADA NA CONTA).              *
      *  VLR-MORA-PCE:     JUROS DE MORA DA PARCELA EM ATRASO ATE A   *
      *                    ULTIMA RODADA (OU COBRADOS NO PAGAMENTO).  *
      *  DT-PAGTO-PCE:     DATA DO DEBITO DA PARCELA (AAAAMMDD).      *
      *================================================================*
       01 REG-PARCEMP.
          05 CPF-PCE              PIC 9(11).
          05 NUM-CONTR-PCE        PIC 9(05).
          05 NUM-PARC-PCE         PIC 9(03).
          05 DT-VENC-PCE          PIC 9(08).
          05 VLR-AMORT-PCE        PIC 9(09)V99.
          05 VLR-JUROS-PCE        PIC 9(09)V99.
          05 VLR-PARC-PCE         PIC 9(09)V99.
          05 SALDO-APOS-PCE       PIC 9(09)V99.
          05 SIT-PCE              PIC X(01).
          05 VLR-MORA-PCE         PIC 9(07)V99.
          05 DT-PAGTO-PCE         PIC 9(08).
          05 FILLER               PIC X(11).
