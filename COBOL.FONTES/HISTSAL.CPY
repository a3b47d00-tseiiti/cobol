      *================================================================*
      *  COPY HISTSAL                                                 *
      *  LAYOUT DO HISTORICO SALARIAL POR FUNCIONARIO (REG-HISTSAL),  *
      *  UM REGISTRO POR PROMOCAO OU MERITO EFETIVADO PELO PU8EXF55   *
      *  (ARQUIVO GRAVADO EM EXTEND). GUARDA CARGO E SALARIO ANTES E  *
      *  DEPOIS DA ALTERACAO.                                         *
      *                                                               *
      *  TIPO-HSA:      'P' = PROMOCAO (TROCA DE CARGO);              *
      *                 'M' = MERITO (AUMENTO NO MESMO CARGO).        *
      *  DT-EFEITO-HSA: DATA DE VIGENCIA DA ALTERACAO (AAAAMMDD).     *
      *  DT-PROC-HSA:   DATA DE REFERENCIA DA EXECUCAO (AAAAMMDD).    *
      *================================================================*
       01 REG-HISTSAL.
          05 CODIGO-HSA           PIC 9(05).
          05 DT-EFEITO-HSA        PIC 9(08).
          05 TIPO-HSA             PIC X(01).
          05 CARGO-ANT-HSA        PIC X(03).
          05 CARGO-NOVO-HSA       PIC X(03).
          05 SAL-ANT-HSA          PIC 9(07)V99.
          05 SAL-NOVO-HSA         PIC 9(07)V99.
          05 DT-PROC-HSA          PIC 9(08).
          05 FILLER               PIC X(14).
