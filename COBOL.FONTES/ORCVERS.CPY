      *================================================================*
      *  COPY ORCVERS                                                 *
      *  VERSOES DO ORCAMENTO POR CONTA (REG-ORCVERS), UMA LINHA POR  *
      *  ANO, VERSAO, CONTA E PERIODO. GERADAS PELA PREPARACAO DO     *
      *  ORCAMENTO (PU8EXF48), COMPARADAS NO PU8EXF49 E APROVADAS NO  *
      *  PU8EXF50, QUE GRAVA A VERSAO APROVADA NO ORCCONTA LIDO PELO  *
      *  PU8EXE38, PU8EXE44 E PU8EXE84.                               *
      *                                                                *
      *  SITUACAO-ORV:  'E' = EM ELABORACAO                           *
      *                 'A' = APROVADA (NO MAXIMO UMA POR ANO)        *
      *                 'S' = SUBSTITUIDA POR OUTRA APROVACAO         *
      *  DATA-SIT-ORV:  DATA DA GERACAO OU DA ULTIMA MUDANCA DE       *
      *                 SITUACAO.                                     *
      *================================================================*
       01 REG-ORCVERS.
          05 ANO-ORV              PIC 9(04).
          05 VERSAO-ORV           PIC 9(03).
          05 SITUACAO-ORV         PIC X(01).
          05 CONTA-ORV            PIC X(10).
          05 PERIODO-ORV          PIC 9(06).
          05 VALOR-ORV            PIC 9(11)V99.
          05 DATA-SIT-ORV         PIC 9(08).
          05 DESC-ORV             PIC X(20).
          05 FILLER               PIC X(15).
