      *================================================================*
      *  COPY PROFDISC                                                *
      *  ATRIBUICAO DE AULAS (REG-PROFDISC): O PROFESSOR DE CADA      *
      *  DISCIPLINA (COD-DISC DO CADDISC) EM CADA TURMA DO CADTURMA,  *
      *  COM A CARGA SEMANAL EM HORAS-AULA. SUBSTITUI O PROFESSOR EM  *
      *  TEXTO LIVRE DO CADTURMA.                                     *
      *================================================================*
       01 REG-PROFDISC.
          05 TURMA-PDI            PIC 9(03).
          05 COD-DISC-PDI         PIC 9(03).
          05 COD-PROF-PDI         PIC 9(05).
          05 HORAS-SEM-PDI        PIC 9(02).
          05 FILLER               PIC X(07).
