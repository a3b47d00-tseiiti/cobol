      *================================================================*
      *  COPY HISTVEND                                                *
      *  LAYOUT DO HISTORICO PERMANENTE DE VENDAS (REG-HISTVEND), UM  *
      *  REGISTRO POR LINHA FATURADA (FATURA) E POR NOTA DE CREDITO   *
      *  (CREDNOTA), ACRESCENTADO A CADA CICLO PELO PU8EXF41 (ARQUIVO *
      *  GRAVADO EM EXTEND) E LIDO PELA ANALISE MENSAL DO PU8EXF42.   *
      *                                                                *
      *  TIPO-HVE:        'F' = LINHA FATURADA; 'C' = NOTA DE         *
      *                   CREDITO (DEVOLUCAO), QUE ABATE QUANTIDADE,  *
      *                   RECEITA E CUSTO DA VENDA ORIGINAL.          *
      *  VLR-RECEITA-HVE: VALOR DA MERCADORIA, SEM ICMS E IPI.        *
      *  CUSTO-UNIT-HVE:  VLR-UNIT DO CADMAT NA DATA DA GRAVACAO DA   *
      *                   VENDA; O CREDITO REPETE O CUSTO DA VENDA    *
      *                   ORIGINAL ENCONTRADA NO HISTORICO.           *
      *================================================================*
       01 REG-HISTVEND.
          05 TIPO-HVE             PIC X(01).
          05 NUM-PED-HVE          PIC 9(06).
          05 COD-CLI-HVE          PIC 9(05).
          05 UF-HVE               PIC X(02).
          05 COD-MAT-HVE          PIC 9(05).
          05 COD-VEND-HVE         PIC 9(05).
          05 DATA-HVE             PIC 9(08).
          05 QTD-HVE              PIC 9(05).
          05 PRECO-UNIT-HVE       PIC 9(07)V99.
          05 VLR-RECEITA-HVE      PIC 9(09)V99.
          05 CUSTO-UNIT-HVE       PIC 9(05)V99.
          05 VLR-CUSTO-HVE        PIC 9(09)V99.
          05 FILLER               PIC X(05).
