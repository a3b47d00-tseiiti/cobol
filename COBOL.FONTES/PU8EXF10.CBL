      * CONCLUSAO, MEDIA FINAL DO ULTIMO PERIODO E MEDIA GERAL DO
      * CURSO - A PROVA DE CONCLUSAO QUE OS EX-ALUNOS PEDEM ANOS
      * DEPOIS.
      *
      * DEPOIS DOS DOCUMENTOS DE CONCLUSAO SAI UMA DECLARACAO DE
      * DESISTENCIA POR ALUNO DO HISTORICO DE DESISTENTES (DESISTEN,
      * GRAVADO PELO PU8EXF61; OPCIONAL), COM A ULTIMA TURMA, A DATA
      * DA DESISTENCIA, A MEDIA PARCIAL E A FREQUENCIA DO PERIODO
      * INTERROMPIDO E A MEDIA GERAL DOS PERIODOS CONCLUIDOS.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT HISTALU         ASSIGN TO UT-S-HISTALU
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTALU.
      *
           SELECT DESISTEN        ASSIGN TO UT-S-DESISTEN
                      FILE STATUS IS FS-DESISTEN.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
          05 QTD-PERIODOS-HIST    PIC 9(02).
          05 SOMA-MEDIAS-HIST     PIC 9(04)V99.
          05 FILLER               PIC X(18).
      *
       FD DESISTEN
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DESISTEN.
       COPY DESISTEN.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
      *
       77 ACUM-FORMADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-HISTORICO      PIC 9(06) VALUE ZEROS.
       77 ACUM-DESISTENTES        PIC 9(06) VALUE ZEROS.
       77 WS-MEDIA-PARCIAL        PIC 9(02)V99 VALUE ZEROS.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FORMADOS             PIC X(02) VALUE SPACES.
       77 FS-HISTALU              PIC X(02) VALUE SPACES.
       77 FS-DESISTEN             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       01  DET006.
          05 FILLER               PIC X(60) VALUE
             'CERTIFICAMOS A CONCLUSAO DO CURSO PELO ALUNO ACIMA.'.
      *
       01  CAB006.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'DECLARACAO DE DESISTENCIA DE CURSO'.
      *
       01  DET007.
          05 FILLER               PIC X(24) VALUE
             'ULTIMA TURMA.........: '.
          05 DET007-TURMA         PIC 9(03).
      *
       01  DET008.
          05 FILLER               PIC X(24) VALUE
             'DATA DA DESISTENCIA..: '.
          05 DET008-DIA           PIC 9(02)/.
          05 DET008-MES           PIC 9(02)/.
          05 DET008-ANO           PIC 9(04).
      *
       01  DET009.
          05 FILLER               PIC X(24) VALUE
             'MEDIA PARCIAL........: '.
          05 DET009-MEDIA         PIC Z9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'FREQUENCIA '.
          05 DET009-ASSIST        PIC ZZZ9.
          05 FILLER               PIC X(04) VALUE ' DE '.
          05 DET009-DADAS         PIC ZZZ9.
          05 FILLER               PIC X(06) VALUE ' AULAS'.
      *
       01  DET010.
          05 FILLER               PIC X(60) VALUE
             'DECLARAMOS QUE O ALUNO ACIMA CURSOU ATE A DATA INDICADA.'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
          05 FILLER               PIC X(44) VALUE
             'FORMADOS SEM LINHA NO HISTALU (AVISO)    :'.
          05 TOT002-SEM-HIST      PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'DECLARACOES DE DESISTENCIA EMITIDAS      :'.
          05 TOT003-DESISTENTES   PIC ZZZ.ZZ9.
      *
       01 WS-DATA-CONC-R.
          05 WS-ANO-CONC          PIC 9(04).
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-EMITIR
               UNTIL FS-FORMADOS EQUAL '10'.
           PERFORM 004-00-DECLARAR-DESISTENTES.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

       003-02-FIM.                EXIT.

      *================================================================*
       004-00-DECLARAR-DESISTENTES SECTION.
      *================================================================*
      *    SEM DESISTEN ('35') SO SAEM OS DOCUMENTOS DE CONCLUSAO
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT DESISTEN.
           PERFORM 004-01-FS-DESISTEN.

           IF FS-DESISTEN EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ DESISTEN
               PERFORM 004-01-FS-DESISTEN
               PERFORM 004-02-EMITIR-DECLARACAO
                   UNTIL FS-DESISTEN EQUAL '10'.

           IF FS-DESISTEN NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE DESISTEN.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-FS-DESISTEN         SECTION.
      *================================================================*
           MOVE 'DESISTEN'        TO FS-ARQUIVO.
           MOVE FS-DESISTEN       TO FS-COD-STATUS.

           IF FS-DESISTEN NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-EMITIR-DECLARACAO   SECTION.
      *================================================================*
      * A MEDIA GERAL E A DOS PERIODOS CONCLUIDOS NO HISTALU; SEM
      * LINHA NO HISTALU (DESISTIU NO PRIMEIRO PERIODO) SAI ZERADA.
      *
           ADD 1                  TO ACUM-DESISTENTES.

           COMPUTE WS-MEDIA-PARCIAL ROUNDED =
               (NOTA1-DES + NOTA2-DES + NOTA3-DES + NOTA4-DES) / 4.

           MOVE ZEROS             TO WS-MEDIA-GERAL.
           MOVE ZEROS             TO WS-ACHADO.

           PERFORM 004-04-PROCURAR-HIST-DESIST
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-HIS-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
              AND WS-TAB-HIS-PERIODOS (WS-ACHADO) GREATER ZEROS
               COMPUTE WS-MEDIA-GERAL ROUNDED =
                   WS-TAB-HIS-SOMA (WS-ACHADO) /
                   WS-TAB-HIS-PERIODOS (WS-ACHADO).

           PERFORM 004-03-IMPRIMIR-DECLARACAO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DESISTEN.
           PERFORM 004-01-FS-DESISTEN.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-IMPRIMIR-DECLARACAO SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB006 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE CODALU-DES        TO DET001-CODALU.
           MOVE NOMEALU-DES       TO DET001-NOME.
           WRITE REG-RELATO       FROM DET001 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           MOVE TURMA-DES         TO DET007-TURMA.
           WRITE REG-RELATO       FROM DET007 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           MOVE DATA-DESIST-DES   TO WS-DATA-CONC-R.
           MOVE WS-DIA-CONC       TO DET008-DIA.
           MOVE WS-MES-CONC       TO DET008-MES.
           MOVE WS-ANO-CONC       TO DET008-ANO.
           WRITE REG-RELATO       FROM DET008 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           MOVE WS-MEDIA-PARCIAL  TO DET009-MEDIA.
           MOVE AULAS-ASSIST-DES  TO DET009-ASSIST.
           MOVE AULAS-DADAS-DES   TO DET009-DADAS.
           WRITE REG-RELATO       FROM DET009 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           MOVE WS-MEDIA-GERAL    TO DET005-MEDIA.

           IF WS-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-HIS-PERIODOS (WS-ACHADO)
                                  TO DET005-PERIODOS
           ELSE
               MOVE ZEROS         TO DET005-PERIODOS.

           WRITE REG-RELATO       FROM DET005 AFTER 2.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM DET010 AFTER 3.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-04-FS-RELATO.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-PROCURAR-HIST-DESIST SECTION.
      *================================================================*
           IF WS-TAB-HIS-ALU (WS-IDX) EQUAL CODALU-DES
               MOVE WS-IDX        TO WS-ACHADO.

       004-04-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-FORMADOS     TO TOT001-FORMADOS.
           MOVE ACUM-SEM-HISTORICO TO TOT002-SEM-HIST.
           MOVE ACUM-DESISTENTES  TO TOT003-DESISTENTES.

           WRITE REG-RELATO       FROM TOT001 AFTER PAGE.
           PERFORM 001-04-FS-RELATO.
           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-04-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
