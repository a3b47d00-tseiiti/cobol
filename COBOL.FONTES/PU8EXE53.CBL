       FILE           SECTION.
      *
       FD FOLHALIQ
          RECORD      CONTAINS    81 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-FOLHALIQ.
          05 INSS-LIQ             PIC 9(07)V99.
          05 IRRF-LIQ             PIC 9(07)V99.
          05 SALARIO-NETO         PIC 9(07)V99.
          05 BENEF-LIQ            PIC 9(07)V99.
      *
      * REMESSA DE PAGAMENTOS NO LAYOUT FIXO DO BANCO (80 BYTES):
      * TIPO '0' ABERTURA, '1' DETALHE, '9' ENCERRAMENTO.
