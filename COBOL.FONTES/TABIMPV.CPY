      *================================================================*
      *  COPY TABIMPV                                                 *
      *  TABELA DE TRIBUTACAO DA VENDA (REG-TABIMPV), UMA LINHA POR   *
      *  CLASSE FISCAL DO MATERIAL (CLASSE-FISC-MAT DO CADMAT) E UF   *
      *  DE DESTINO (UF-CLI DO CADCLI), COM AS ALIQUOTAS DE ICMS E DE *
      *  IPI. O PU8EXE47 E O PU8EXE93 CALCULAM OS IMPOSTOS DE CADA    *
      *  LINHA DA FATURA POR ELA.                                     *
      *================================================================*
      *  OS IMPOSTOS INCIDEM SOBRE O VALOR DA MERCADORIA (QUANTIDADE
      *  X PRECO DO CADMATV) E SAO SOMADOS A ELE NO VALOR DA NOTA,
      *  QUE E O VALOR COBRADO DO CLIENTE. MATERIAL E UF SEM LINHA NA
      *  TABELA NAO SAO FATURADOS.
      *
       01 REG-TABIMPV.
          05 CLASSE-TIV           PIC X(02).
          05 UF-TIV               PIC X(02).
          05 ALIQ-ICMS-TIV        PIC 9(02)V99.
          05 ALIQ-IPI-TIV         PIC 9(02)V99.
          05 FILLER               PIC X(08).
