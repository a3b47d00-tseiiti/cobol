      *================================================================*
      *  COPY HISTIMOB                                                *
      *  LAYOUT DO HISTORICO DE BENS BAIXADOS DO IMOBILIZADO          *
      *  (REG-HISTIMOB), UM REGISTRO POR BEM RETIRADO DO CADIMOB PELO *
      *  PU8EXF51 (ARQUIVO GRAVADO EM EXTEND). GUARDA O CADASTRO DO   *
      *  BEM COMO ESTAVA NA BAIXA, PARA AUDITORIA.                    *
      *                                                                *
      *  TIPO-BAIXA-HIM:  'B' = BAIXA (SUCATA, PERDA); 'V' = VENDA.   *
      *  IND-RESULT-HIM:  'G' = GANHO, 'P' = PERDA, ESPACO = ZERO,    *
      *                   SOBRE O VALOR CONTABIL LIQUIDO DO BEM.      *
      *  DATA-PROC-HIM:   DATA DE REFERENCIA DA EXECUCAO QUE BAIXOU.  *
      *================================================================*
       01 REG-HISTIMOB.
          05 NUM-HIM              PIC 9(06).
          05 DESC-HIM             PIC X(30).
          05 VLR-AQUIS-HIM        PIC 9(11)V99.
          05 DT-AQUIS-HIM         PIC 9(08).
          05 VIDA-MESES-HIM       PIC 9(03).
          05 MESES-DEPR-HIM       PIC 9(03).
          05 VLR-DEPR-HIM         PIC 9(11)V99.
          05 CONTA-ATIVO-HIM      PIC X(10).
          05 CONTA-DEPR-HIM       PIC X(10).
          05 CC-HIM               PIC X(03).
          05 FILLER               PIC X(01).
          05 TIPO-BAIXA-HIM       PIC X(01).
          05 DATA-BAIXA-HIM       PIC 9(08).
          05 VLR-VENDA-HIM        PIC 9(11)V99.
          05 IND-RESULT-HIM       PIC X(01).
          05 VLR-RESULT-HIM       PIC 9(11)V99.
          05 DATA-PROC-HIM        PIC 9(08).
          05 FILLER               PIC X(06).
