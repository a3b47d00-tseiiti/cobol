      * NOVOS), NUMERADO A PARTIR DO PROXIMO NUMERO DO PARMNIMB,
      * COM O VALOR DE AQUISICAO DA NOTA E DEPRECIACAO ACUMULADA
      * ZERADA. A DEPRECIACAO MENSAL E FEITA PELO PU8EXF03.
      *
      * O BEM NOVO ENTRA NO CENTRO DE CUSTO GERAL '000' (CC-IMB); A
      * MUDANCA DE CENTRO, A BAIXA E A VENDA SAO FEITAS PELO PU8EXF51.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
          05 VLR-DEPR-IMB         PIC 9(11)V99.
          05 CONTA-ATIVO-IMB      PIC X(10).
          05 CONTA-DEPR-IMB       PIC X(10).
          05 CC-IMB               PIC X(03).
          05 FILLER               PIC X(01).
      *
       FD NOTALIB
           RECORD     CONTAINS    60 CHARACTERS
           MOVE ZEROS             TO VLR-DEPR-IMB.
           MOVE WS-TAB-PIM-CATIVO (WS-ACHADO) TO CONTA-ATIVO-IMB.
           MOVE WS-TAB-PIM-CDEPR (WS-ACHADO)  TO CONTA-DEPR-IMB.
           MOVE '000'             TO CC-IMB.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CADIMOBN     FROM REG-CADIMOB.
