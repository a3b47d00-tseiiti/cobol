      *================================================================*
      *  COPY PLANBEN                                                 *
      *  TABELA DE PLANOS DE BENEFICIO (REG-PLANBEN), UM REGISTRO POR *
      *  PLANO. CADA PLANO E PRESTADO POR UM FORNECEDOR DO CADFORN E  *
      *  TEM O VALOR MENSAL POR VIDA DIVIDIDO ENTRE A PARTE DO        *
      *  FUNCIONARIO (DESCONTADA EM FOLHA) E A PARTE DA EMPRESA.      *
      *                                                               *
      *  TIPO-PLB:      'S' SAUDE; 'O' ODONTO; 'R' REFEICAO;          *
      *                 'T' TRANSPORTE.                               *
      *  BASE-PLB:      'F' POR FUNCIONARIO (UMA VIDA POR INSCRICAO); *
      *                 'D' POR DEPENDENTE (TITULAR + DEPENDENTES).   *
      *  VLR-FUNC-PLB:  PARTE DO FUNCIONARIO POR VIDA.                *
      *  VLR-EMPR-PLB:  PARTE DA EMPRESA POR VIDA.                    *
      *================================================================*
       01 REG-PLANBEN.
          05 COD-PLANO-PLB        PIC X(03).
          05 DESC-PLANO-PLB       PIC X(25).
          05 TIPO-PLB             PIC X(01).
          05 COD-FORN-PLB         PIC X(05).
          05 BASE-PLB             PIC X(01).
          05 VLR-FUNC-PLB         PIC 9(05)V99.
          05 VLR-EMPR-PLB         PIC 9(05)V99.
          05 FILLER               PIC X(11).
