      *================================================================*
      *  COPY PROFMST                                                 *
      *  CADASTRO DE PROFESSORES (REG-PROFMST), UM REGISTRO POR       *
      *  PROFESSOR. O PROFESSOR DO QUADRO TEM O CODIGO DO CADFUNC EM  *
      *  CODIGO-FUNC-PRF; O CONVIDADO/EXTERNO FICA COM ZEROS.         *
      *                                                               *
      *  TIPO-CONTR-PRF: 'M' MENSALISTA (SALARIO DO CADFUNC);         *
      *                  'H' HORISTA (PAGO PELAS AULAS DADAS).        *
      *  VLR-HORA-PRF:   VALOR DA HORA-AULA DO HORISTA.               *
      *  CARGA-MAX-PRF:  CARGA SEMANAL MAXIMA DO CONTRATO, EM HORAS.  *
      *================================================================*
       01 REG-PROFMST.
          05 COD-PROF-PRF         PIC 9(05).
          05 NOME-PROF-PRF        PIC X(30).
          05 CODIGO-FUNC-PRF      PIC 9(05).
          05 TIPO-CONTR-PRF       PIC X(01).
          05 VLR-HORA-PRF         PIC 9(03)V99.
          05 CARGA-MAX-PRF        PIC 9(02).
          05 FILLER               PIC X(12).
