      *================================================================*
      *  COPY DIAPECA                                                 *
      *  LAYOUT DO DIARIO DE MOVIMENTOS APLICADOS NO CADPECA          *
      *  (REG-DIAPECA), GRAVADO PELO PU8EXE28 PARA CADA MOVIMENTO DO  *
      *  MOVPECA EFETIVAMENTE BAIXADO (OS RECUSADOS VAO PARA O        *
      *  MOVSUS E NAO ENTRAM AQUI).                                   *
      *                                                                *
      *  VLR-UNIT-DIA E O CUSTO PELO QUAL O MOVIMENTO ENTROU OU SAIU  *
      *  DO ESTOQUE, COM O MESMO CRITERIO DO PU8EXE28: RECEBIMENTO    *
      *  'E' PRECIFICADO PELO VLR-UNIT-MOV DO RECEBIMENTO; OS DEMAIS  *
      *  (E O 'E' SEM PRECO) PELO PR-UNITARIO DA PECA NO MOMENTO DA   *
      *  BAIXA. VLR-TOTAL-DIA = QTD-DIA X VLR-UNIT-DIA.              *
      *================================================================*
       01 REG-DIAPECA.
          05 TIPO-DIA             PIC X(01).
          05 COD-PECA-DIA         PIC 9(05).
          05 QTD-DIA              PIC 9(05).
          05 DATA-DIA             PIC 9(08).
          05 DOC-DIA              PIC X(10).
          05 VLR-UNIT-DIA         PIC 9(07)V99.
          05 VLR-TOTAL-DIA        PIC 9(11)V99.
          05 FILLER               PIC X(09).
