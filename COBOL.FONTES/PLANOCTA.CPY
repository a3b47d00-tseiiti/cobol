      *================================================================*
      *  COPY PLANOCTA                                                *
      *  LAYOUT DO PLANO DE CONTAS (REG-PLANOCTA), LIDO PELA CRITICA  *
      *  DAS CONTAS LANCADAS (PU8EXE12, PU8EXE45, PU8EXF31), PELO     *
      *  ENCERRAMENTO DO EXERCICIO (PU8EXE99) E PELAS DEMONSTRACOES   *
      *  CONTABEIS (PU8EXF43).                                        *
      *                                                                *
      *  ATIVO-PLA:     'A' = CONTA ATIVA, A UNICA QUE ACEITA         *
      *                 LANCAMENTO; 'S' = LINHA SINTETICA DAS         *
      *                 DEMONSTRACOES (TITULO E SUBTOTAL DE GRUPO).   *
      *  TIPO-PLA:      'R' = CONTA DE RESULTADO; DEMAIS =            *
      *                 PATRIMONIAL.                                  *
      *  GRUPO-DEM-PLA: CODIGO HIERARQUICO DA LINHA DA DEMONSTRACAO.  *
      *                 O PRIMEIRO DIGITO E O GRUPO: 1 = ATIVO, 2 =   *
      *                 PASSIVO, 3 = PATRIMONIO LIQUIDO (BALANCO);    *
      *                 4 = RECEITAS, 5 = CUSTOS, 6 = DESPESAS        *
      *                 (DEMONSTRACAO DO RESULTADO). NA LINHA         *
      *                 SINTETICA E O PROPRIO CODIGO (EX. '11' ATIVO  *
      *                 CIRCULANTE, '111' DISPONIVEL); NA CONTA E O   *
      *                 CODIGO DA LINHA EM QUE ELA SOMA. EM BRANCO =  *
      *                 CONTA FORA DAS DEMONSTRACOES.                 *
      *  NIVEL-DEM-PLA: NA LINHA SINTETICA, O NUMERO DE DIGITOS DO    *
      *                 CODIGO (ELA TOTALIZA AS CONTAS CUJO GRUPO     *
      *                 COMECA POR ELE); NA CONTA, O NIVEL DA LINHA   *
      *                 EM QUE SOMA MAIS UM (RECUO NA IMPRESSAO).     *
      *================================================================*
       01 REG-PLANOCTA.
          05 CONTA-PLA            PIC X(10).
          05 DESC-PLA             PIC X(30).
          05 ATIVO-PLA            PIC X(01).
          05 TIPO-PLA             PIC X(01).
          05 GRUPO-DEM-PLA        PIC X(06).
          05 NIVEL-DEM-PLA        PIC 9(01).
          05 FILLER               PIC X(01).
