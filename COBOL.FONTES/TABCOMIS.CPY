      *================================================================*
      *  COPY TABCOMIS                                                *
      *  TABELA DE COMISSAO DE VENDEDORES (REG-TABCOMIS), UMA LINHA   *
      *  POR VENDEDOR E GRUPO DE MATERIAL (CONTA-MAT DO CADMAT), COM  *
      *  O PERCENTUAL PAGO SOBRE O VALOR DA MERCADORIA RECEBIDO. O    *
      *  PU8EXF37 APURA A COMISSAO DO MES POR ELA.                    *
      *================================================================*
      *  LINHA COM GRUPO-TCO EM BRANCO E O PERCENTUAL PADRAO DO
      *  VENDEDOR, USADO PARA OS GRUPOS SEM LINHA PROPRIA. VENDEDOR E
      *  GRUPO SEM NENHUMA LINHA NAO GERAM COMISSAO. O CODIGO DO
      *  VENDEDOR E O CODIGO DE FUNCIONARIO DO CADFUNC.
      *
       01 REG-TABCOMIS.
          05 COD-VEND-TCO         PIC 9(05).
          05 GRUPO-TCO            PIC X(10).
          05 PERC-COMIS-TCO       PIC 9(02)V99.
          05 FILLER               PIC X(01).
