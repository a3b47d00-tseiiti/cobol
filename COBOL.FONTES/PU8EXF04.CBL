      * 1); SOBRE AS ENTRADAS APLICA-SE A TAXA DE RECEBIMENTO DO
      * PARMCOLL (PADRAO 100). O RELATORIO IMPRIME, POR SEMANA,
      * ENTRADAS, SAIDAS, O LIQUIDO E O SALDO PROJETADO ACUMULADO.
      * AS NOTAS DE DEBITO AO FORNECEDOR DO APABERTO (TIPO-DOC-AP
      * 'D') NAO SAO SAIDA DE CAIXA E FICAM FORA DA PREVISAO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
          05 DT-VENC-AP           PIC 9(08).
          05 SITUACAO-AP          PIC X(01).
          05 TAXA-CAMBIO-AP       PIC 9(05)V9(04).
          05 TIPO-DOC-AP          PIC X(01).
          05 FILLER               PIC X(03).
      *
       FD CRABERTO
           RECORD     CONTAINS    40 CHARACTERS
          05 FILLER               PIC X(10).
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
       FD CARTMENS
           RECORD     CONTAINS    30 CHARACTERS
      *================================================================*
       003-01-SOMAR-UM-AP         SECTION.
      *================================================================*
           IF TIPO-DOC-AP NOT EQUAL 'D'
               ADD 1              TO ACUM-AP
               MOVE DT-VENC-AP    TO WS-DATA-ITEM
               PERFORM 003-90-SEMANA-DO-ITEM
               ADD VALOR-AP       TO
                   WS-TAB-SEM-SAI (WS-IDX-SEM).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ APABERTO.
