      *================================================================*
      *  COPY PRECCLI                                                 *
      *  TABELA DE PRECOS DE CONTRATO POR CLIENTE (REG-PRECCLI), UMA  *
      *  LINHA POR CLIENTE E MATERIAL, COM PERIODO DE VALIDADE. O     *
      *  PU8EXE47 E O PU8EXE93 USAM A LINHA VIGENTE NO LUGAR DO PRECO *
      *  DE TABELA DO CADMATV.                                        *
      *================================================================*
      *  TIPO-PCL 'F' = PRECO FIXO (PRECO-FIXO-PCL);
      *           'Q' = DESCONTO POR FAIXA DE QUANTIDADE SOBRE O PRECO
      *                 DE TABELA: VALE A FAIXA DE MAIOR QTD-MIN-PCL
      *                 ATENDIDA PELA QUANTIDADE DO PEDIDO (FAIXA COM
      *                 QTD-MIN-PCL ZERADA NAO E USADA); PEDIDO ABAIXO
      *                 DA MENOR FAIXA PAGA O PRECO DE TABELA.
      *  DT-FIM-PCL ZERADA = CONTRATO SEM DATA DE TERMINO.
      *
       01 REG-PRECCLI.
          05 COD-CLI-PCL          PIC 9(05).
          05 COD-MAT-PCL          PIC 9(05).
          05 TIPO-PCL             PIC X(01).
          05 PRECO-FIXO-PCL       PIC 9(07)V99.
          05 DT-INI-PCL           PIC 9(08).
          05 DT-FIM-PCL           PIC 9(08).
          05 FAIXAS-PCL.
             10 FAIXA-PCL         OCCURS 4 TIMES.
                15 QTD-MIN-PCL    PIC 9(05).
                15 PERC-DESC-PCL  PIC 9(02)V99.
          05 FILLER               PIC X(08).
