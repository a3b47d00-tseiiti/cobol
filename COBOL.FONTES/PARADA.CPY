      *================================================================*
      *  COPY PARADA                                                  *
      *  LAYOUT DO REGISTRO DE PARADAS NAO PROGRAMADAS DOS CENTROS DE *
      *  TRABALHO (REG-PARADA) - QUEBRA, FALTA DE OPERADOR, FALTA DE  *
      *  ENERGIA E SEMELHANTES - COM AS HORAS PERDIDAS NO DIA. O      *
      *  PU8EXE87 DESCONTA HORAS-PAR DA CAPACIDADE DO CENTRO NA       *
      *  SEMANA DE DATA-PAR.                                          *
      *================================================================*
       01 REG-PARADA.
          05 CTRAB-PAR            PIC X(04).
          05 DATA-PAR             PIC 9(08).
          05 HORAS-PAR            PIC 9(03)V99.
          05 MOTIVO-PAR           PIC X(20).
          05 FILLER               PIC X(03).
