      * GERAR RELATORIO DE ALUNOS MATRICULADOS POR TURMA.
      *
      * A MATRICULA E VALIDADA CONTRA O CADASTRO DE TURMAS (CADTURMA:
      * DESCRICAO, SALA, CAPACIDADE E TURMA SUCESSORA).
      * ALUNO COM TURMA DESCONHECIDA E REJEITADO PARA O ARQUIVO DE
      * SUSPENSOS (MATRSUS); MATRICULA ALEM DA CAPACIDADE DA PROPRIA
      * TURMA VAI PARA A LISTA DE ESPERA (LISTAESP), COM OS AVISOS NO
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM   PIC 9(08).
      *
      * CADASTRO DE TURMAS: DESCRICAO, SALA, CAPACIDADE DE MATRICULAS
      * E A TURMA SUCESSORA PARA A PROMOCAO DE PERIODO. O ANTIGO
      * PROFESSOR EM TEXTO LIVRE NAO E MAIS USADO: O PROFESSOR DE CADA
      * DISCIPLINA DA TURMA VEM DA ATRIBUICAO DE AULAS (PROFDISC).
      *
       FD CADTURMA
          RECORD      CONTAINS    80 CHARACTERS
       01 REG-CADTURMA.
          05 TURMA-TUR            PIC 9(03).
          05 DESC-TUR             PIC X(30).
          05 FILLER               PIC X(30).
          05 SALA-TUR             PIC X(05).
          05 CAPAC-TUR            PIC 9(03).
          05 TURMA-SUCES-TUR      PIC 9(03).
