      * ENTRA NO HISTORICO DE FORMADOS (FORMADOS, EM EXTEND) COM A
      * MEDIA FINAL E A DATA DE CONCLUSAO; O CERTIFICADO E IMPRESSO
      * PELO PU8EXF10 A PARTIR DESSE HISTORICO E DO HISTALU.
      *
      * O CADALUNN NAO E MAIS O CADASTRO DO PROXIMO PERIODO POR SI SO:
      * ELE PASSA PELA REMATRICULA (PU8EXF60), QUE SO LEVA PARA O
      * CADALUNO O ALUNO COM REMATRICULA CONFIRMADA PELA SECRETARIA E
      * SEM BLOQUEIO FINANCEIRO NA CARTEIRA DE MENSALIDADES.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       01 REG-CADTURMA.
          05 TURMA-TUR            PIC 9(03).
          05 DESC-TUR             PIC X(30).
          05 FILLER               PIC X(30).
          05 SALA-TUR             PIC X(05).
          05 CAPAC-TUR            PIC 9(03).
          05 TURMA-SUCES-TUR      PIC 9(03).
