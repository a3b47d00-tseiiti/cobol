      *================================================================*
      *  COPY RETFORN                                                 *
      *  HISTORICO DAS RETENCOES NA FONTE FEITAS NOS PAGAMENTOS A     *
      *  FORNECEDORES DE SERVICOS (REG-RETFORN), UM REGISTRO POR      *
      *  ITEM PAGO E TRIBUTO, GRAVADO PELO PU8EXE81 (EM EXTEND) NA    *
      *  REMESSA. O RELATORIO MENSAL POR TRIBUTO E FORNECEDOR, PARA   *
      *  AS DECLARACOES, SAI NO PU8EXF32.                             *
      *================================================================*
      *  DATA-PAGTO-RTF E A DATA DO PAGAMENTO (VENCIMENTO DO ITEM OU A
      *  DATA DE REFERENCIA, SE JA VENCIDO), QUE DEFINE O MES DE
      *  COMPETENCIA; VENC-RTF E O VENCIMENTO DO RECOLHIMENTO E
      *  NOTA-TRIB-RTF O NUMERO DO ITEM DO TRIBUTO NA CARTEIRA.
      *
       01 REG-RETFORN.
          05 DATA-PAGTO-RTF       PIC 9(08).
          05 FORN-RTF             PIC 9(05).
          05 NOTA-RTF             PIC X(10).
          05 TRIBUTO-RTF          PIC X(04).
          05 BASE-RTF             PIC 9(11)V99.
          05 ALIQ-RTF             PIC 9(02)V99.
          05 VALOR-RTF            PIC 9(11)V99.
          05 VENC-RTF             PIC 9(08).
          05 NOTA-TRIB-RTF        PIC X(10).
          05 FILLER               PIC X(05).
