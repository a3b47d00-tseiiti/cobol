      *================================================================*
      *  COPY CARGOMST                                                *
      *  TABELA DE CARGOS E FAIXAS SALARIAIS (REG-CARGOMST), UM       *
      *  REGISTRO POR CARGO. O CODIGO DO CARGO FICA NO CADFUNC        *
      *  (CARGO) E O SALARIO DO FUNCIONARIO DEVE ESTAR ENTRE O MINIMO *
      *  E O MAXIMO DO GRAU DO CARGO.                                 *
      *                                                               *
      *  GRAU-CGO:    GRAU (NIVEL) DO CARGO NO PLANO DE CARGOS.       *
      *  SAL-MIN-CGO: MENOR SALARIO ADMITIDO NO GRAU.                 *
      *  SAL-MAX-CGO: MAIOR SALARIO ADMITIDO NO GRAU.                 *
      *================================================================*
       01 REG-CARGOMST.
          05 CARGO-CGO            PIC X(03).
          05 NOME-CARGO-CGO       PIC X(30).
          05 GRAU-CGO             PIC X(02).
          05 SAL-MIN-CGO          PIC 9(07)V99.
          05 SAL-MAX-CGO          PIC 9(07)V99.
          05 FILLER               PIC X(07).
