      *================================================================*
      *  COPY ALERTAML                                                *
      *  ALERTAS DO MONITORAMENTO DE MOVIMENTACAO SUSPEITA DE CONTA   *
      *  CORRENTE (REG-ALERTAML), GERADOS PELO PU8EXF66. UM REGISTRO  *
      *  POR MOVIMENTO ENVOLVIDO NA OCORRENCIA; A OCORRENCIA E        *
      *  IDENTIFICADA POR REGRA + CPF + PERIODO (DT-INI A DT-FIM),    *
      *  A MESMA CHAVE QUE O ANALISTA INFORMA NO PARECER (DISPAML).   *
      *                                                               *
      *  REGRA-ALE:        01 DEPOSITO EM ESPECIE ACIMA DO LIMITE     *
      *                    02 DEPOSITOS FRACIONADOS ABAIXO DO LIMITE  *
      *                       NA JANELA DE DIAS (FRACIONAMENTO)       *
      *                    03 ENTRADA ALTA COM SAIDA NO MESMO DIA     *
      *                    04 MOVIMENTO EM CONTA DORMENTE (PU8EXF19). *
      *  SEQ-ALE:          ORDEM DO MOVIMENTO DENTRO DA OCORRENCIA.   *
      *  TIPO-MOV-ALE:     TIPO DO MOVCONTA ('R' = TRANSFERENCIA      *
      *                    RECEBIDA DE CPF-CONTRA-ALE).               *
      *  QTD-MOV-ALE,                                                 *
      *  VLR-TOTAL-ALE:    QUANTIDADE E SOMA DOS MOVIMENTOS DA        *
      *                    OCORRENCIA.                                *
      *  SIT-ALE:          'N' NOVA (TEM MOVIMENTO DO DIA)            *
      *                    'P' PENDENTE DE PARECER DE RODADA ANTERIOR.*
      *================================================================*
       01 REG-ALERTAML.
          05 REGRA-ALE            PIC 9(02).
          05 CPF-ALE              PIC 9(11).
          05 DT-INI-ALE           PIC 9(08).
          05 DT-FIM-ALE           PIC 9(08).
          05 SEQ-ALE              PIC 9(03).
          05 TIPO-MOV-ALE         PIC X(01).
          05 VALOR-MOV-ALE        PIC 9(11)V99.
          05 DATA-MOV-ALE         PIC 9(08).
          05 CPF-CONTRA-ALE       PIC 9(11).
          05 QTD-MOV-ALE          PIC 9(03).
          05 VLR-TOTAL-ALE        PIC 9(13)V99.
          05 SIT-ALE              PIC X(01).
          05 DT-GERACAO-ALE       PIC 9(08).
          05 FILLER               PIC X(08).
