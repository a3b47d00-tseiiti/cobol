      *================================================================*
      *  COPY PERCONT                                                 *
      *  SITUACAO DOS PERIODOS CONTABEIS (REG-PERCONT), UM REGISTRO   *
      *  POR ANO/MES EM ORDEM CRESCENTE. GRAVADO PELO PU8EXE43 NO     *
      *  FECHAMENTO DO MES E REABERTO SOMENTE PELA CONTROLADORIA NO   *
      *  PU8EXF45. CONSULTADO POR TODO PROGRAMA QUE GRAVA PARTIDAS NO *
      *  LAYOUT DO CADCONTA: PERIODO FORA DO ARQUIVO ESTA ABERTO.     *
      *                                                                *
      *  SITUACAO-PER:  'A' = ABERTO (REABERTO PELA CONTROLADORIA)    *
      *                 'F' = FECHADO                                 *
      *================================================================*
       01 REG-PERCONT.
          05 ANOMES-PER           PIC 9(06).
          05 SITUACAO-PER         PIC X(01).
          05 DATA-FECH-PER        PIC 9(08).
          05 DATA-REAB-PER        PIC 9(08).
          05 OPER-REAB-PER        PIC X(05).
          05 FILLER               PIC X(12).
