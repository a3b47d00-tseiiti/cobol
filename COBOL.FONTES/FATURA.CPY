      *================================================================*
      *  COPY FATURA                                                  *
      *  LAYOUT PADRAO DAS LINHAS DE FATURA (REG-FATURA), GRAVADAS    *
      *  PELO PU8EXE47 E PELO PU8EXE93 E LIDAS PELA CARTEIRA A        *
      *  RECEBER (PU8EXE94), DEVOLUCOES (PU8EXE95), SAIDA DE ESTOQUE  *
      *  DA VENDA (PU8EXF26), CONTABILIZACAO (PU8EXF35) E LIVRO DE    *
      *  REGISTRO DE SAIDAS (PU8EXF36), COMISSAO DE VENDEDORES        *
      *  (PU8EXF37) E HISTORICO DE VENDAS (PU8EXF41).                 *
      *                                                               *
      *  VLR-TOTAL-FAT E O VALOR DA MERCADORIA (QTD-FAT X             *
      *  PRECO-UNIT-FAT), BASE DO ICMS E DO IPI. VLR-NOTA-FAT E O     *
      *  VALOR COBRADO DO CLIENTE: MERCADORIA MAIS ICMS MAIS IPI,     *
      *  CALCULADOS PELA TABELA TABIMPV (CLASSE FISCAL DO MATERIAL E  *
      *  UF DE DESTINO, GRAVADAS NA PROPRIA LINHA).                   *
      *                                                               *
      *  COD-VEND-FAT E O VENDEDOR DO PEDIDO (ZERO = PEDIDO SEM       *
      *  VENDEDOR), BASE DA COMISSAO APURADA PELO PU8EXF37.           *
      *================================================================*
       01 REG-FATURA.
          05 NUM-PED-FAT          PIC 9(06).
          05 COD-CLI-FAT          PIC 9(05).
          05 COD-MAT-FAT          PIC 9(05).
          05 QTD-FAT              PIC 9(05).
          05 PRECO-UNIT-FAT       PIC 9(07)V99.
          05 VLR-TOTAL-FAT        PIC 9(09)V99.
          05 DATA-FAT             PIC 9(08).
          05 FILLER               PIC X(01).
          05 UF-FAT               PIC X(02).
          05 CLASSE-FISC-FAT      PIC X(02).
          05 ALIQ-ICMS-FAT        PIC 9(02)V99.
          05 VLR-ICMS-FAT         PIC 9(09)V99.
          05 ALIQ-IPI-FAT         PIC 9(02)V99.
          05 VLR-IPI-FAT          PIC 9(09)V99.
          05 VLR-NOTA-FAT         PIC 9(09)V99.
          05 COD-VEND-FAT         PIC 9(05).
