      *================================================================*
      *  COPY RATEIO                                                  *
      *  TABELA DE RATEIO DE CUSTOS INDIRETOS (REG-RATEIO): PARA CADA *
      *  PASSO E CENTRO EMISSOR (MANUTENCAO, ADMINISTRACAO, 'ALM'...) *
      *  UMA LINHA POR CENTRO RECEPTOR, COM O PERCENTUAL OU A BASE    *
      *  ESTATISTICA (AREA, PESSOAS, HORAS...). O PU8EXF46 EXECUTA OS *
      *  PASSOS EM ORDEM CRESCENTE, DE MODO QUE O VALOR RECEBIDO NUM  *
      *  PASSO PODE SER RATEADO DE NOVO NUM PASSO SEGUINTE.           *
      *                                                                *
      *  TIPO-RAT:  'P' = PERCENTUAL (PERC-RAT; SOMA 100 NO EMISSOR)  *
      *             'B' = BASE ESTATISTICA (BASE-RAT; RATEIO NA       *
      *                   PROPORCAO DA BASE SOBRE A SOMA DO EMISSOR)  *
      *================================================================*
       01 REG-RATEIO.
          05 PASSO-RAT            PIC 9(02).
          05 CC-ORIG-RAT          PIC X(03).
          05 CC-DEST-RAT          PIC X(03).
          05 TIPO-RAT             PIC X(01).
          05 PERC-RAT             PIC 9(03)V99.
          05 BASE-RAT             PIC 9(09)V99.
          05 FILLER               PIC X(15).
