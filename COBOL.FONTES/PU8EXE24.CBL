      * O HISTALUN.TXT GERADO PASSA A SER O HISTALU.TXT DO PROXIMO
      * PERIODO.  NO PRIMEIRO PERIODO, HISTALU.TXT E VAZIO (NAO HA
      * HISTORICO ANTERIOR) E TODOS OS ALUNOS ENTRAM COMO NOVOS.
      *
      * ALUNO DESISTENTE (HISTORICO DE DESISTENTES DO PU8EXF61,
      * OPCIONAL) NAO TEM O PERIODO INTERROMPIDO SOMADO NA MEDIA
      * GERAL, MAS SAI COM A DATA DA DESISTENCIA, A MEDIA PARCIAL DAS
      * NOTAS ATE ALI E A FREQUENCIA NO LUGAR DO AVISO DE SEM
      * MATRICULA. O DESISTENTE QUE AINDA NAO TINHA HISTORICO
      * ACUMULADO (DESISTIU NO PRIMEIRO PERIODO) SAI NO FIM DA
      * LISTAGEM, SEM ENTRAR NO HISTALUN.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
      *
           SELECT CADDISC         ASSIGN TO UT-S-CADDISC
                      FILE STATUS IS FS-CADDISC.
      *
           SELECT DESISTEN        ASSIGN TO UT-S-DESISTEN
                      FILE STATUS IS FS-DESISTEN.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADDISC.
       COPY CADDISC.
      *
       FD DESISTEN
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DESISTEN.
       COPY DESISTEN.
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
          05 DET002-MEDIA         PIC Z9,99.
       77 WS-MATRICULADO-PERIODO  PIC X(01) VALUE 'N'.
      *
      *  HISTORICO DE DESISTENTES (A ULTIMA DESISTENCIA DE CADA
      *  ALUNO), COM A MEDIA PARCIAL DO PERIODO INTERROMPIDO
      *
       77 FS-DESISTEN             PIC X(02) VALUE SPACES.
       01 WS-TAB-DES.
          05 WS-TAB-DES-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-DES-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-DES-ALU    PIC 9(04).
             10 WS-TAB-DES-NOME   PIC X(30).
             10 WS-TAB-DES-DATA   PIC 9(08).
             10 WS-TAB-DES-MEDIA  PIC 9(02)V99.
             10 WS-TAB-DES-DADAS  PIC 9(04).
             10 WS-TAB-DES-ASSIST PIC 9(04).
             10 WS-TAB-DES-USADO  PIC X(01).
       77 WS-IDX-DES              PIC 9(03) VALUE ZEROS.
       77 WS-DES-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-COD-DES              PIC 9(04) VALUE ZEROS.
       77 ACUM-DESIST-SEM-HIST    PIC 9(05) VALUE ZEROS.
       01 WS-DATA-DES.
          05 WS-ANO-DES           PIC 9(04).
          05 WS-MES-DES           PIC 9(02).
          05 WS-DIA-DES           PIC 9(02).
      *
      * FILE STATUS
      *
       77 FS-CADALUNO             PIC X(02) VALUE SPACES.
       01  OBS001.
          05 FILLER               PIC X(50) VALUE
             '* ALUNO NAO MATRICULADO NESTE PERIODO *'.
      *
       01  OBS002.
          05 FILLER               PIC X(16) VALUE
             '* DESISTENTE EM '.
          05 OBS002-DIA           PIC 9(02)/.
          05 OBS002-MES           PIC 9(02)/.
          05 OBS002-ANO           PIC 9(04).
          05 FILLER               PIC X(17) VALUE
             ' - MEDIA PARCIAL '.
          05 OBS002-MEDIA         PIC Z9,99.
          05 FILLER               PIC X(09) VALUE ' - AULAS '.
          05 OBS002-ASSIST        PIC ZZZ9.
          05 FILLER               PIC X(01) VALUE '/'.
          05 OBS002-DADAS         PIC ZZZ9.
          05 FILLER               PIC X(02) VALUE ' *'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE ALUNOS SEM MATRICULA NO PERIODO :'.
          05 TOT003-INATIVOS      PIC ZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'DESISTENTES SEM HISTORICO ACUMULADO      :'.
          05 TOT004-DESIST        PIC ZZ.ZZ9.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 001-07-LER-PARMDATA.
           PERFORM 001-20-CARREGAR-CADDISC.
           PERFORM 001-22-CARREGAR-NOTADISC.
           PERFORM 001-27-CARREGAR-DESISTEN.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-VER-ARQ-VAZIO.
           PERFORM 004-00-TRATAR
               UNTIL FS-CADALUNO EQUAL '10' AND
                     FS-HISTALU  EQUAL '10'.
           PERFORM 004-10-DESISTENTE-SEM-HIST
               VARYING WS-IDX-DES FROM 1 BY 1
               UNTIL WS-IDX-DES GREATER WS-TAB-DES-QTD.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

       001-26-FIM.                EXIT.

      *================================================================*
       001-27-CARREGAR-DESISTEN   SECTION.
      *================================================================*
      *    SEM DESISTEN ('35') O HISTORICO SAI COMO ANTES, SEM A
      *    MARCA DE DESISTENCIA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT DESISTEN.
           PERFORM 001-29-FS-DESISTEN.

           IF FS-DESISTEN EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ DESISTEN
               PERFORM 001-29-FS-DESISTEN
               PERFORM 001-28-ACUMULAR-DESISTEN
                   UNTIL FS-DESISTEN EQUAL '10'.

           IF FS-DESISTEN NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE DESISTEN.

       001-27-FIM.                EXIT.

      *================================================================*
       001-28-ACUMULAR-DESISTEN   SECTION.
      *================================================================*
      *    O DESISTEN E GRAVADO EM ORDEM DE DESISTENCIA: A DESISTENCIA
      *    MAIS RECENTE DO ALUNO SOBREPOE A ANTERIOR
           MOVE CODALU-DES        TO WS-COD-DES.
           PERFORM 004-09-ACHAR-DESISTENTE.

           IF WS-DES-ACHADO EQUAL ZEROS
               IF WS-TAB-DES-QTD EQUAL 500
                   DISPLAY '* DESISTEN COM MAIS DE 500 ALUNOS    *'
                   DISPLAY '* AUMENTAR WS-TAB-DES E REPROCESSAR  *'
                   MOVE 'DESISTEN' TO FS-ARQUIVO
                   MOVE FS-DESISTEN TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-DES-QTD
               MOVE WS-TAB-DES-QTD TO WS-DES-ACHADO.

           MOVE CODALU-DES        TO WS-TAB-DES-ALU (WS-DES-ACHADO).
           MOVE NOMEALU-DES       TO WS-TAB-DES-NOME (WS-DES-ACHADO).
           MOVE DATA-DESIST-DES   TO WS-TAB-DES-DATA (WS-DES-ACHADO).
           MOVE AULAS-DADAS-DES   TO WS-TAB-DES-DADAS (WS-DES-ACHADO).
           MOVE AULAS-ASSIST-DES  TO
               WS-TAB-DES-ASSIST (WS-DES-ACHADO).
           MOVE 'N'               TO WS-TAB-DES-USADO (WS-DES-ACHADO).
           COMPUTE WS-TAB-DES-MEDIA (WS-DES-ACHADO) ROUNDED =
               (NOTA1-DES + NOTA2-DES + NOTA3-DES + NOTA4-DES) / 4.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DESISTEN.
           PERFORM 001-29-FS-DESISTEN.

       001-28-FIM.                EXIT.

      *================================================================*
       001-29-FS-DESISTEN         SECTION.
      *================================================================*
           MOVE 'DESISTEN'        TO FS-ARQUIVO.
           MOVE FS-DESISTEN       TO FS-COD-STATUS.

           IF FS-DESISTEN NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-29-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
               UNTIL WS-IDX-ND GREATER WS-TAB-ND-QTD.
           ADD 1                  TO ACUM-LINHAS.

           MOVE CODALU-NOVO       TO WS-COD-DES.
           PERFORM 004-09-ACHAR-DESISTENTE.
           IF WS-DES-ACHADO NOT EQUAL ZEROS
               MOVE 'S'           TO WS-TAB-DES-USADO (WS-DES-ACHADO).

           IF WS-MATRICULADO-PERIODO EQUAL 'N'
               IF WS-DES-ACHADO NOT EQUAL ZEROS
                   PERFORM 004-11-IMPRIMIR-DESISTENCIA
               ELSE
                   WRITE REG-RELATO FROM OBS001 AFTER 1
                   PERFORM 001-05-FS-RELATO
                   ADD 1          TO ACUM-LINHAS.

       004-06-FIM.                EXIT.


       004-08-FIM.                EXIT.

      *================================================================*
       004-09-ACHAR-DESISTENTE    SECTION.
      *================================================================*
      * PROCURA NA TABELA DE DESISTENTES O ALUNO EM WS-COD-DES.
      *
           MOVE ZEROS             TO WS-DES-ACHADO.

           PERFORM 004-09-01-PROCURAR-DESIST
               VARYING WS-IDX-DES FROM 1 BY 1
               UNTIL WS-IDX-DES GREATER WS-TAB-DES-QTD
                  OR WS-DES-ACHADO NOT EQUAL ZEROS.

       004-09-FIM.                EXIT.

      *================================================================*
       004-09-01-PROCURAR-DESIST  SECTION.
      *================================================================*
           IF WS-TAB-DES-ALU (WS-IDX-DES) EQUAL WS-COD-DES
               MOVE WS-IDX-DES    TO WS-DES-ACHADO.

       004-09-01-FIM.             EXIT.

      *================================================================*
       004-10-DESISTENTE-SEM-HIST SECTION.
      *================================================================*
      * DESISTENTE QUE NAO APARECEU NO CADALUNO NEM NO HISTALU.
      *
           IF WS-TAB-DES-USADO (WS-IDX-DES) EQUAL 'N'
               IF ACUM-LINHAS GREATER 58
                   PERFORM 004-04-CABECALHOS
               END-IF
               MOVE WS-IDX-DES    TO WS-DES-ACHADO
               MOVE WS-TAB-DES-ALU (WS-IDX-DES)  TO DET001-CODALU
               MOVE WS-TAB-DES-NOME (WS-IDX-DES) TO DET001-NOMEALU
               MOVE WS-TAB-DES-MEDIA (WS-IDX-DES) TO
                   DET001-MEDIA-PERIODO
               MOVE ZEROS         TO DET001-QTD-PERIODOS
               MOVE ZEROS         TO DET001-MEDIA-GERAL
               WRITE REG-RELATO   FROM DET001 AFTER 1
               PERFORM 001-05-FS-RELATO
               ADD 1              TO ACUM-LINHAS
               ADD 1              TO ACUM-DESIST-SEM-HIST
               PERFORM 004-11-IMPRIMIR-DESISTENCIA.

       004-10-FIM.                EXIT.

      *================================================================*
       004-11-IMPRIMIR-DESISTENCIA SECTION.
      *================================================================*
           MOVE WS-TAB-DES-DATA (WS-DES-ACHADO) TO WS-DATA-DES.
           MOVE WS-DIA-DES        TO OBS002-DIA.
           MOVE WS-MES-DES        TO OBS002-MES.
           MOVE WS-ANO-DES        TO OBS002-ANO.
           MOVE WS-TAB-DES-MEDIA (WS-DES-ACHADO)  TO OBS002-MEDIA.
           MOVE WS-TAB-DES-ASSIST (WS-DES-ACHADO) TO OBS002-ASSIST.
           MOVE WS-TAB-DES-DADAS (WS-DES-ACHADO)  TO OBS002-DADAS.

           WRITE REG-RELATO       FROM OBS002 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       004-11-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-NOVOS        TO TOT001-NOVOS.
           MOVE ACUM-ATUALIZ      TO TOT002-ATUALIZ.
           MOVE ACUM-INATIVOS     TO TOT003-INATIVOS.
           MOVE ACUM-DESIST-SEM-HIST TO TOT004-DESIST.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.
           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
