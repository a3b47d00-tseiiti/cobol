      *================================================================*
      *  COPY APONTFUN                                                *
      *  LAYOUT PADRAO DO APONTAMENTO MENSAL POR FUNCIONARIO          *
      *  (REG-APONTFUN), LIDO PELA FOLHA DE PAGAMENTO (PU8EXE27).     *
      *  O APONTAMENTO DE FREQUENCIA DO RH TRAZ AS FALTAS E AS HORAS  *
      *  EXTRAS; O PU8EXF37 GRAVA, NO MESMO LAYOUT, A COMISSAO DO     *
      *  MES DE CADA VENDEDOR (VLR-COMIS-APO), COM FALTAS E HORAS     *
      *  ZERADAS. O PU8EXF59 GRAVA AS HORAS-AULA DADAS NO MES PELOS   *
      *  PROFESSORES HORISTAS (HORAS-AULA-APO) COM O VALOR DA HORA    *
      *  (VLR-HORA-AULA-APO).                                         *
      *================================================================*
      *  UM FUNCIONARIO PODE TER MAIS DE UMA LINHA NO MES (FREQUENCIA
      *  E COMISSAO): A FOLHA SOMA AS LINHAS DO MESMO CODIGO.
      *
       01 REG-APONTFUN.
          05 CODIGO-APO           PIC 9(05).
          05 DIAS-FALTA-APO       PIC 9(02).
          05 HORAS-HE50-APO       PIC 9(03)V99.
          05 HORAS-HE100-APO      PIC 9(03)V99.
          05 FILLER               PIC X(03).
          05 VLR-COMIS-APO        PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 HORAS-AULA-APO       PIC 9(03)V99.
          05 VLR-HORA-AULA-APO    PIC 9(03)V99.
