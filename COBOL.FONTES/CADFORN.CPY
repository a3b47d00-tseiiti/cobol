      *  MOEDA-FORN TRAZ A MOEDA DE COTACAO DO FORNECEDOR (ESPACOS OU
      *  'BRL' = MOEDA LOCAL). AS TAXAS DE CONVERSAO FICAM NA TABELA
      *  DE CAMBIO (TABCAMB), MANTIDA COMO O TABTAXA.
      *
      *  CATEG-RET-FORN TRAZ A CATEGORIA FISCAL DO FORNECEDOR DE
      *  SERVICOS PARA AS RETENCOES NO PAGAMENTO (ISS, IRRF, PIS,
      *  COFINS E CSLL), COM AS ALIQUOTAS NA TABELA TABRET (VER COPY
      *  TABRET). ESPACOS = SEM RETENCAO.
      *
       01 REG-CADFORN.
          05 COD-FORN              PIC X(05).
          05 NOME-FORN              PIC X(30).
          05 SITUACAO-FORN          PIC X(01).
          05 MOEDA-FORN             PIC X(03).
          05 CATEG-RET-FORN         PIC X(01).
