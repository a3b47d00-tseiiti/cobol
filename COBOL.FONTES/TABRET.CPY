      *================================================================*
      *  COPY TABRET                                                  *
      *  TABELA DE ALIQUOTAS DE RETENCAO NA FONTE POR CATEGORIA       *
      *  FISCAL DE FORNECEDOR (REG-TABRET), UMA LINHA POR CATEGORIA E *
      *  TRIBUTO ('ISS ', 'IRRF', 'PIS ', 'COFI', 'CSLL'). A          *
      *  CATEGORIA DO FORNECEDOR E O CATEG-RET-FORN DO CADFORN. O     *
      *  PU8EXE81 RETEM NO PAGAMENTO E GERA O ITEM DO TRIBUTO A       *
      *  RECOLHER.                                                    *
      *================================================================*
      *  DIA-VENC-TRT E O DIA DO MES SEGUINTE AO DO PAGAMENTO EM QUE
      *  VENCE O RECOLHIMENTO (1 A 28; ZEROS = DIA 20). RETENCAO
      *  CALCULADA ABAIXO DE VLR-MIN-TRT NAO E FEITA (DISPENSA DE
      *  RECOLHIMENTO DE VALOR PEQUENO).
      *
       01 REG-TABRET.
          05 CATEG-TRT            PIC X(01).
          05 TRIBUTO-TRT          PIC X(04).
          05 ALIQ-TRT             PIC 9(02)V99.
          05 DIA-VENC-TRT         PIC 9(02).
          05 VLR-MIN-TRT          PIC 9(07)V99.
          05 FILLER               PIC X(10).
