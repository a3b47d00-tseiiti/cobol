      *================================================================*
      *  COPY DESISTEN                                                *
      *  HISTORICO DE ALUNOS DESISTENTES (REG-DESISTEN), GRAVADO EM   *
      *  EXTEND PELA DESISTENCIA (PU8EXF61), UM REGISTRO POR ALUNO    *
      *  DESISTENTE. ALUNO-DES E A IMAGEM DO CADALUNO NA DATA DA      *
      *  DESISTENCIA, COM AS NOTAS DO PERIODO ATE ALI.                *
      *                                                               *
      *  MOTIVO-DES:       01 MUDANCA      02 FINANCEIRO  03 SAUDE    *
      *                    04 TRABALHO     05 INSATISFACAO            *
      *                    06 TRANSFERIDO  99 OUTROS                  *
      *  AULAS-...-DES:    FREQUENCIA DO FREQALU NA DATA (ZEROS SE O  *
      *                    ALUNO NAO TINHA LINHA DE FREQUENCIA).      *
      *  VLR-CANCEL-DES:   MENSALIDADE EM ABERTO NAO DEVIDA,          *
      *                    CANCELADA NA CARTEIRA.                     *
      *  VLR-ESTORNO-DES:  DEVOLUCAO DE MENSALIDADE PAGA ANTECIPADA.  *
      *================================================================*
       01 REG-DESISTEN.
          05 ALUNO-DES.
             10 CODALU-DES        PIC 9(04).
             10 NOMEALU-DES       PIC X(30).
             10 TURMA-DES         PIC 9(03).
             10 NOTA1-DES         PIC 9(02)V99.
             10 NOTA2-DES         PIC 9(02)V99.
             10 NOTA3-DES         PIC 9(02)V99.
             10 NOTA4-DES         PIC 9(02)V99.
             10 FILLER            PIC X(07).
          05 DATA-DESIST-DES      PIC 9(08).
          05 MOTIVO-DES           PIC 9(02).
          05 AULAS-DADAS-DES      PIC 9(04).
          05 AULAS-ASSIST-DES     PIC 9(04).
          05 VLR-CANCEL-DES       PIC 9(07)V99.
          05 VLR-ESTORNO-DES      PIC 9(07)V99.
          05 FILLER               PIC X(04).
