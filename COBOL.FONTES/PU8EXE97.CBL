      * QUEBRA DE CONTA, NA ORDEM CONTA + CENTRO (SELECAO EM TABELA,
      * SEM VERBO SORT, PADRAO DA CASA), COM O SALDO DE CADA CENTRO
      * E O TOTAL DA CONTA.
      *
      * RATEIO DE CENTROS DE APOIO: A CONCATENACAO INCLUI TAMBEM O
      * RATCONT DO PU8EXF46 (CREDITO NO CENTRO EMISSOR E DEBITO NOS
      * RECEPTORES, NA MESMA CONTA), DE MODO QUE O BALANCETE SAI COM
      * OS CUSTOS DE APOIO JA DISTRIBUIDOS AOS CENTROS PRODUTIVOS. O
      * TOTAL DE CADA CONTA NAO MUDA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
