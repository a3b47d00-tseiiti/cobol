      *================================================================*
      *  COPY PLANMAN                                                 *
      *  LAYOUT DO PLANO DE MANUTENCAO PREVENTIVA DOS CENTROS DE      *
      *  TRABALHO (REG-PLANMAN), UM REGISTRO POR PLANO. LIDO PELO     *
      *  PU8EXF28, QUE PROGRAMA AS PROXIMAS JANELAS (JANMAN).         *
      *                                                                *
      *  TIPO-INTERV-PMN: 'D' = INTERVALO EM DIAS CORRIDOS            *
      *                   'H' = INTERVALO EM HORAS DE PRODUCAO (A     *
      *                         JORNADA DO CADCTRAB NOS DIAS UTEIS DO *
      *                         CALPROC)                              *
      *  DURACAO-PMN:     HORAS DE MAQUINA PARADA POR JANELA.         *
      *  DATA-ULT-PMN:    DATA DA ULTIMA MANUTENCAO EXECUTADA, BASE   *
      *                   DA CONTAGEM DO INTERVALO.                   *
      *================================================================*
       01 REG-PLANMAN.
          05 CTRAB-PMN            PIC X(04).
          05 COD-PLANO-PMN        PIC X(04).
          05 DESC-PMN             PIC X(20).
          05 TIPO-INTERV-PMN      PIC X(01).
          05 INTERV-PMN           PIC 9(05).
          05 DURACAO-PMN          PIC 9(03)V99.
          05 DATA-ULT-PMN         PIC 9(08).
          05 FILLER               PIC X(03).
