      *================================================================*
      *  COPY HISTFOL                                                 *
      *  LAYOUT DO HISTORICO PERMANENTE DE FOLHA (REG-HISTFOL), UM    *
      *  REGISTRO POR FUNCIONARIO, MES E TIPO DE FOLHA, GRAVADO EM    *
      *  EXTEND PELOS PROGRAMAS DE FOLHA A CADA EXECUCAO. E A BASE DO *
      *  INFORME DE RENDIMENTOS ANUAL (PU8EXF53).                     *
      *                                                                *
      *  TIPO-HFO:   'N' = FOLHA MENSAL NORMAL (PU8EXE27);            *
      *              'D' = 13O SALARIO (PU8EXF11);                    *
      *              'F' = FERIAS (PU8EXF12).                         *
      *  ANOMES-HFO: ANO E MES DE REFERENCIA DA FOLHA (AAAAMM).       *
      *  SE A FOLHA DO MES FOR REPROCESSADA, VALE O ULTIMO REGISTRO   *
      *  GRAVADO PARA O MESMO FUNCIONARIO, MES E TIPO.                *
      *================================================================*
       01 REG-HISTFOL.
          05 CODIGO-HFO           PIC 9(05).
          05 NOME-HFO             PIC X(30).
          05 SECAO-HFO            PIC X(01).
          05 ANOMES-HFO           PIC 9(06).
          05 TIPO-HFO             PIC X(01).
          05 BRUTO-HFO            PIC 9(07)V99.
          05 INSS-HFO             PIC 9(07)V99.
          05 IRRF-HFO             PIC 9(07)V99.
          05 LIQUIDO-HFO          PIC 9(07)V99.
          05 FILLER               PIC X(01).
