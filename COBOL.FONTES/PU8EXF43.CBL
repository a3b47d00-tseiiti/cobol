       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF43.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * DEMONSTRACOES CONTABEIS DO PERIODO FECHADO: BALANCO
      * PATRIMONIAL (ATIVO, PASSIVO E PATRIMONIO LIQUIDO) E
      * DEMONSTRACAO DO RESULTADO (RECEITAS, CUSTOS, DESPESAS E
      * RESULTADO), MONTADOS PELO GRUPO E NIVEL DE DEMONSTRACAO DO
      * PLANO DE CONTAS (COPY PLANOCTA) A PARTIR DOS SALDOS DE
      * FECHAMENTO (CADCONTF, GERADO PELO PU8EXE43), COM A COLUNA DE
      * COMPARACAO DO PERIODO ANTERIOR (CADCONTP, O FECHAMENTO QUE
      * ABRIU O PERIODO).
      *
      * CADA LINHA SINTETICA DO PLANO ('S') SAI COM O SUBTOTAL DAS
      * CONTAS DO SEU GRUPO; AS CONTAS SAEM RECUADAS ABAIXO DELA
      * (CONTA ZERADA NOS DOIS PERIODOS NAO E IMPRESSA). OS VALORES
      * SAEM PELA NATUREZA DO GRUPO: ATIVO, CUSTOS E DESPESAS
      * DEVEDORES POSITIVOS; PASSIVO, PATRIMONIO LIQUIDO E RECEITAS
      * CREDORES POSITIVOS. AS CONTAS DE RESULTADO AINDA NAO
      * ENCERRADAS (PU8EXE99) SAO O RESULTADO ACUMULADO NO EXERCICIO,
      * QUE ENTRA NO BALANCO COMO RESULTADO DO PERIODO A INCORPORAR.
      *
      * ANTES DE IMPRIMIR, CONFERE NOS DOIS PERIODOS QUE O ATIVO E
      * IGUAL AO PASSIVO MAIS PATRIMONIO LIQUIDO MAIS RESULTADO E QUE
      * NENHUMA CONTA COM SALDO FICOU FORA DAS DEMONSTRACOES (SEM
      * GRUPO NO PLANO OU FORA DELE); SE NAO BATER, AS DEMONSTRACOES
      * SAO RECUSADAS COM RETURN-CODE 0091, COMO NO PU8EXE43, E O
      * RELATORIO NAO E GERADO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PLANOCTA        ASSIGN TO UT-S-PLANOCTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PLANOCTA.
      *
           SELECT CADCONTF        ASSIGN TO UT-S-CADCONTF
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTF.
      *
           SELECT CADCONTP        ASSIGN TO UT-S-CADCONTP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTP.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
       FD PLANOCTA
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PLANOCTA.
       COPY PLANOCTA.
      *
      * SALDOS DE FECHAMENTO DO PERIODO (PU8EXE43).
      *
       FD CADCONTF
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCONTF.
       01 REG-CADCONTF.
          05 CONTA-CTF            PIC X(10).
          05 IND-DC-CTF           PIC X(01).
          05 QTD-CTF              PIC 9(06).
          05 VALOR-CTF            PIC 9(11)V99.
          05 DATA-LANC-CTF        PIC 9(08).
          05 QTD-REG-CTF          PIC 9(04).
      *
      * SALDOS DO PERIODO ANTERIOR (ABERTURA DO PERIODO FECHADO).
      *
       FD CADCONTP
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCONTP.
       01 REG-CADCONTP.
          05 CONTA-CTA-P          PIC X(10).
          05 IND-DC-CTA-P         PIC X(01).
          05 QTD-CTA-P            PIC 9(06).
          05 VALOR-CTA-P          PIC 9(11)V99.
          05 DATA-LANC-CTA-P      PIC 9(08).
          05 QTD-REG-CTA-P        PIC 9(04).
      *
       FD RELATO
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(100).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RUNLOG.
       01 REG-RUNLOG               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      *  AREA PARA OBTER DATA E HORA
      *
       01 WS-DATA-HORARIO-SYS.
          05 WS-DATA-SYS.
             10 WS-ANO-SYS        PIC 9(04).
             10 WS-MES-SYS        PIC 9(02).
             10 WS-DIA-SYS        PIC 9(02).
          05 WS-HORARIO-SYS.
             10 WS-HOR-SYS        PIC 9(02).
             10 WS-MIN-SYS        PIC 9(02).
          05 FILLER               PIC X(09).
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
      *  LINHAS DAS DEMONSTRACOES EM ORDEM DE GRUPO: A SINTETICA
      *  (CONTA EM BRANCO) ANTES DAS CONTAS QUE SOMAM NELA. SALDOS
      *  COM SINAL, DEVEDOR POSITIVO; NA SINTETICA, O SUBTOTAL.
      *
       01 WS-TAB-DEM.
          05 WS-TAB-DEM-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-DEM-ENTRY OCCURS 400 TIMES.
             10 WS-TAB-DEM-CHAVE.
                15 WS-TAB-DEM-GRUPO PIC X(06).
                15 WS-TAB-DEM-CONTA PIC X(10).
             10 WS-TAB-DEM-SINT   PIC X(01).
             10 WS-TAB-DEM-NIVEL  PIC 9(01).
             10 WS-TAB-DEM-DESC   PIC X(30).
             10 WS-TAB-DEM-ATU    PIC S9(13)V99.
             10 WS-TAB-DEM-ANT    PIC S9(13)V99.
      *
      *  TOTAIS POR GRUPO (PRIMEIRO DIGITO DO GRUPO, 1 A 6), COM SINAL
      *
       01 WS-TAB-TOT.
          05 WS-TAB-TOT-ENTRY OCCURS 6 TIMES.
             10 WS-TAB-TOT-ATU    PIC S9(13)V99.
             10 WS-TAB-TOT-ANT    PIC S9(13)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-SIN              PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-GRP              PIC 9(01) VALUE ZEROS.
       77 WS-NIVEL                PIC 9(01) VALUE ZEROS.
       77 WS-COLUNA               PIC 9(02) VALUE ZEROS.
       77 WS-CONTA-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-SALDO                PIC S9(13)V99 VALUE ZEROS.
      *
       01 WS-CHAVE.
          05 WS-CHAVE-GRUPO       PIC X(06).
          05 WS-CHAVE-CONTA       PIC X(10).
      *
      *  FAIXA DE GRUPOS DA DEMONSTRACAO EM IMPRESSAO ('1' A '3'
      *  BALANCO, '4' A '6' RESULTADO)
      *
       77 WS-GRP-INI              PIC X(01) VALUE SPACES.
       77 WS-GRP-FIM              PIC X(01) VALUE SPACES.
      *
      *  RESULTADO DO PERIODO E CONFERENCIA DO BALANCO, PELA
      *  NATUREZA (CREDOR POSITIVO NO PASSIVO, PL E RESULTADO)
      *
       77 WS-ATIVO-ATU            PIC S9(13)V99 VALUE ZEROS.
       77 WS-ATIVO-ANT            PIC S9(13)V99 VALUE ZEROS.
       77 WS-RESULT-ATU           PIC S9(13)V99 VALUE ZEROS.
       77 WS-RESULT-ANT           PIC S9(13)V99 VALUE ZEROS.
       77 WS-PASPL-ATU            PIC S9(13)V99 VALUE ZEROS.
       77 WS-PASPL-ANT            PIC S9(13)V99 VALUE ZEROS.
       77 WS-DIFER-ATU            PIC S9(13)V99 VALUE ZEROS.
       77 WS-DIFER-ANT            PIC S9(13)V99 VALUE ZEROS.
      *
      *  LINHA EM IMPRESSAO
      *
       77 WS-VLR-ATU              PIC S9(13)V99 VALUE ZEROS.
       77 WS-VLR-ANT              PIC S9(13)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-PLANO              PIC 9(06) VALUE ZEROS.
       77 ACUM-GRUPO-INVALIDO     PIC 9(06) VALUE ZEROS.
       77 ACUM-FECHAMENTO         PIC 9(06) VALUE ZEROS.
       77 ACUM-ANTERIOR           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-LINHA          PIC 9(06) VALUE ZEROS.
       77 ACUM-IMPRESSAS          PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PLANOCTA             PIC X(02) VALUE SPACES.
       77 FS-CADCONTF             PIC X(02) VALUE SPACES.
       77 FS-CADCONTP             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      *  LINHAS DO RELATORIO
      *
       01  CAB001.
          05 FILLER               PIC X(39) VALUE
             'FUTURE SCHOOL CURSOS DE COMPUTACAO'.
          05 CAB002-HOR           PIC 9(02).
          05 FILLER               PIC X     VALUE ':'.
          05 CAB002-MIN           PIC 9(02).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'PAG.: '.
          05 CAB001-PAG           PIC Z.ZZ9.
      *
       01  CAB002.
          05 FILLER               PIC X(50) VALUE
             'PROGRAMA = PU8EXF43'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAB003-TITULO        PIC X(60) VALUE SPACES.
      *
       01  CAB004.
          05 FILLER               PIC X(98) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(12) VALUE 'CONTA'.
          05 FILLER               PIC X(42) VALUE 'DESCRICAO'.
          05 FILLER               PIC X(18) VALUE
             '     PERIODO ATUAL'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE
             '  PERIODO ANTERIOR'.
      *
       01  DET001.
          05 DET001-CONTA         PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DESC          PIC X(40).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ATU           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-ANT           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DO PLANO NAS DEMONSTRACOES        :'.
          05 TOT001-PLANO         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DO PLANO COM GRUPO INVALIDO       :'.
          05 TOT002-INVALIDO      PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'CONTAS NO FECHAMENTO (CADCONTF)          :'.
          05 TOT003-FECHAMENTO    PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'CONTAS NO PERIODO ANTERIOR (CADCONTP)    :'.
          05 TOT004-ANTERIOR      PIC ZZZ.ZZ9.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
      *
       77 FS-RUNLOG               PIC X(02) VALUE SPACES.
       77 WS-RUNLOG-STATUS        PIC X(07) VALUE SPACES.
       01 WS-RUNLOG-DATA-HORA.
          05 WS-RUNLOG-AAAAMMDD   PIC 9(08).
          05 WS-RUNLOG-HHMMSS     PIC 9(06).
          05 FILLER               PIC X(07).
      *
      *  ESTATISTICAS DE FIM DE JOB (HORA DE INICIO E TEMPO TOTAL DE
      *  EXECUCAO), GRAVADAS NO RUNLOG JUNTO COM OS ACUMULADORES DE
      *  REGISTROS LIDOS/GRAVADOS/REJEITADOS DO PROPRIO PROGRAMA
      *
       77 WS-RUNLOG-HORA-INICIO   PIC 9(06) VALUE ZEROS.
       77 WS-RUNLOG-SEG-INI       PIC 9(05) VALUE ZEROS.
       77 WS-RUNLOG-SEG-FIM       PIC 9(05) VALUE ZEROS.
       01 WS-RUNLOG-HMS-INICIO.
          05 WS-RUNLOG-INI-HH     PIC 9(02).
          05 WS-RUNLOG-INI-MM     PIC 9(02).
          05 WS-RUNLOG-INI-SS     PIC 9(02).
       01 WS-RUNLOG-HMS-FIM.
          05 WS-RUNLOG-FIM-HH     PIC 9(02).
          05 WS-RUNLOG-FIM-MM     PIC 9(02).
          05 WS-RUNLOG-FIM-SS     PIC 9(02).
      *
       COPY RUNLOG.
      *
       PROCEDURE      DIVISION.

      *================================================================*
       000-00-INICIO              SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-PLANO.
           PERFORM 004-00-CARREGAR-FECHAMENTO.
           PERFORM 004-10-CARREGAR-ANTERIOR.
           PERFORM 005-00-TOTALIZAR-GRUPOS.
           PERFORM 006-00-CONFERIR-BALANCO.
           PERFORM 007-00-IMPRIMIR-BALANCO.
           PERFORM 007-10-IMPRIMIR-RESULTADO.
           PERFORM 008-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
      *    O RELATORIO SO E ABERTO DEPOIS QUE A CONFERENCIA DO BALANCO
      *    PASSA (006-00): DEMONSTRACAO QUE NAO FECHA NAO E IMPRESSA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PLANOCTA
                       CADCONTF
                       CADCONTP
                       PARMDATA.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-PLANOCTA.
           PERFORM 001-03-FS-CADCONTF.
           PERFORM 001-04-FS-CADCONTP.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-PLANOCTA         SECTION.
      *================================================================*
           MOVE 'PLANOCTA'        TO FS-ARQUIVO.
           MOVE FS-PLANOCTA       TO FS-COD-STATUS.

           IF FS-PLANOCTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADCONTF         SECTION.
      *================================================================*
           MOVE 'CADCONTF'        TO FS-ARQUIVO.
           MOVE FS-CADCONTF       TO FS-COD-STATUS.

           IF FS-CADCONTF NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CADCONTP         SECTION.
      *================================================================*
           MOVE 'CADCONTP'        TO FS-ARQUIVO.
           MOVE FS-CADCONTP       TO FS-COD-STATUS.

           IF FS-CADCONTP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-06-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-08-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CARREGAR-PLANO      SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-02-FS-PLANOCTA.

           PERFORM 003-01-ACUMULAR-PLANO
               UNTIL FS-PLANOCTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PLANOCTA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-PLANO      SECTION.
      *================================================================*
      * SO ENTRAM AS LINHAS COM GRUPO DE DEMONSTRACAO; GRUPO QUE NAO
      * COMECA POR 1 A 6 E IGNORADO E AVISADO (A CONTA, SE TIVER
      * SALDO, CAI NA CONFERENCIA COMO CONTA FORA DAS DEMONSTRACOES).
      *
           IF GRUPO-DEM-PLA NOT EQUAL SPACES
               IF GRUPO-DEM-PLA (1:1) LESS '1'
                  OR GRUPO-DEM-PLA (1:1) GREATER '6'
                   ADD 1          TO ACUM-GRUPO-INVALIDO
                   DISPLAY '* GRUPO DE DEMONSTRACAO INVALIDO: '
                           CONTA-PLA ' ' GRUPO-DEM-PLA
               ELSE
                   ADD 1          TO ACUM-PLANO
                   PERFORM 003-02-INCLUIR-LINHA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-02-FS-PLANOCTA.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-INCLUIR-LINHA       SECTION.
      *================================================================*
           IF WS-TAB-DEM-QTD EQUAL 400
               DISPLAY '* PLANOCTA COM MAIS DE 400 LINHAS   *'
               DISPLAY '* AUMENTAR WS-TAB-DEM E REPROCESSAR *'
               MOVE 'PLANOCTA'    TO FS-ARQUIVO
               MOVE FS-PLANOCTA   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE GRUPO-DEM-PLA     TO WS-CHAVE-GRUPO.
           IF ATIVO-PLA EQUAL 'S'
               MOVE SPACES        TO WS-CHAVE-CONTA
           ELSE
               MOVE CONTA-PLA     TO WS-CHAVE-CONTA.

           COMPUTE WS-POSICAO = WS-TAB-DEM-QTD + 1.
           PERFORM 003-03-PROCURAR-POSICAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-DEM-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-DEM-QTD.

           PERFORM 003-04-DESLOCAR-LINHA
               VARYING WS-IDX FROM WS-TAB-DEM-QTD BY -1
               UNTIL WS-IDX LESS WS-POSICAO.

           ADD 1                  TO WS-TAB-DEM-QTD.
           MOVE WS-CHAVE          TO WS-TAB-DEM-CHAVE (WS-POSICAO).
           MOVE DESC-PLA          TO WS-TAB-DEM-DESC (WS-POSICAO).
           MOVE ZEROS             TO WS-TAB-DEM-ATU (WS-POSICAO)
                                     WS-TAB-DEM-ANT (WS-POSICAO).

           IF ATIVO-PLA EQUAL 'S'
               MOVE 'S'           TO WS-TAB-DEM-SINT (WS-POSICAO)
           ELSE
               MOVE 'N'           TO WS-TAB-DEM-SINT (WS-POSICAO).

      *    NIVEL AUSENTE VALE 1; ACIMA DE 6 (TAMANHO DO GRUPO) VALE 6
           IF NIVEL-DEM-PLA NOT NUMERIC
              OR NIVEL-DEM-PLA EQUAL ZEROS
               MOVE 1             TO WS-TAB-DEM-NIVEL (WS-POSICAO)
           ELSE
               IF NIVEL-DEM-PLA GREATER 6
                   MOVE 6         TO WS-TAB-DEM-NIVEL (WS-POSICAO)
               ELSE
                   MOVE NIVEL-DEM-PLA TO
                       WS-TAB-DEM-NIVEL (WS-POSICAO).

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-PROCURAR-POSICAO    SECTION.
      *================================================================*
           IF WS-TAB-DEM-CHAVE (WS-IDX) GREATER WS-CHAVE
               MOVE WS-IDX        TO WS-POSICAO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-DESLOCAR-LINHA      SECTION.
      *================================================================*
           MOVE WS-TAB-DEM-ENTRY (WS-IDX) TO
               WS-TAB-DEM-ENTRY (WS-IDX + 1).

       003-04-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-FECHAMENTO SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTF.
           PERFORM 001-03-FS-CADCONTF.

           PERFORM 004-01-ACUMULAR-FECHAMENTO
               UNTIL FS-CADCONTF EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCONTF.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-FECHAMENTO SECTION.
      *================================================================*
           ADD 1                  TO ACUM-FECHAMENTO.

           IF IND-DC-CTF EQUAL 'C'
               COMPUTE WS-SALDO = ZEROS - VALOR-CTF
           ELSE
               MOVE VALOR-CTF     TO WS-SALDO.

           MOVE CONTA-CTF         TO WS-CONTA-BUSCA.
           PERFORM 004-02-LOCALIZAR-CONTA.

           IF WS-ACHADO NOT EQUAL ZEROS
               ADD WS-SALDO       TO WS-TAB-DEM-ATU (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTF.
           PERFORM 001-03-FS-CADCONTF.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-LOCALIZAR-CONTA     SECTION.
      *================================================================*
      * DEVOLVE EM WS-ACHADO A LINHA DA CONTA EM WS-CONTA-BUSCA; CONTA
      * COM SALDO E SEM LINHA NAS DEMONSTRACOES E CONTADA E AVISADA.
      *
           MOVE ZEROS             TO WS-ACHADO.

           PERFORM 004-03-COMPARAR-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-DEM-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
              AND WS-SALDO NOT EQUAL ZEROS
               ADD 1              TO ACUM-SEM-LINHA
               DISPLAY '* CONTA COM SALDO FORA DAS DEMONSTRACOES: '
                       WS-CONTA-BUSCA.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-COMPARAR-CONTA      SECTION.
      *================================================================*
           IF WS-TAB-DEM-SINT (WS-IDX) EQUAL 'N'
              AND WS-TAB-DEM-CONTA (WS-IDX) EQUAL WS-CONTA-BUSCA
               MOVE WS-IDX        TO WS-ACHADO.

       004-03-FIM.                EXIT.

      *================================================================*
       004-10-CARREGAR-ANTERIOR   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTP.
           PERFORM 001-04-FS-CADCONTP.

           PERFORM 004-11-ACUMULAR-ANTERIOR
               UNTIL FS-CADCONTP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCONTP.

       004-10-FIM.                EXIT.

      *================================================================*
       004-11-ACUMULAR-ANTERIOR   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-ANTERIOR.

           IF IND-DC-CTA-P EQUAL 'C'
               COMPUTE WS-SALDO = ZEROS - VALOR-CTA-P
           ELSE
               MOVE VALOR-CTA-P   TO WS-SALDO.

           MOVE CONTA-CTA-P       TO WS-CONTA-BUSCA.
           PERFORM 004-02-LOCALIZAR-CONTA.

           IF WS-ACHADO NOT EQUAL ZEROS
               ADD WS-SALDO       TO WS-TAB-DEM-ANT (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTP.
           PERFORM 001-04-FS-CADCONTP.

       004-11-FIM.                EXIT.

      *================================================================*
       005-00-TOTALIZAR-GRUPOS    SECTION.
      *================================================================*
      * O SALDO DE CADA CONTA SOBE PARA O TOTAL DO SEU GRUPO E PARA
      * TODAS AS SINTETICAS CUJO CODIGO (NO TAMANHO DO NIVEL DELAS)
      * E O INICIO DO GRUPO DA CONTA.
      *
           MOVE ZEROS             TO WS-TAB-TOT.

           PERFORM 005-01-TOTALIZAR-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-DEM-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-TOTALIZAR-CONTA     SECTION.
      *================================================================*
           IF WS-TAB-DEM-SINT (WS-IDX) EQUAL 'N'
               MOVE WS-TAB-DEM-GRUPO (WS-IDX) (1:1) TO WS-IDX-GRP
               ADD WS-TAB-DEM-ATU (WS-IDX) TO
                   WS-TAB-TOT-ATU (WS-IDX-GRP)
               ADD WS-TAB-DEM-ANT (WS-IDX) TO
                   WS-TAB-TOT-ANT (WS-IDX-GRP)
               PERFORM 005-02-SOMAR-SINTETICA
                   VARYING WS-IDX-SIN FROM 1 BY 1
                   UNTIL WS-IDX-SIN GREATER WS-TAB-DEM-QTD.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-SOMAR-SINTETICA     SECTION.
      *================================================================*
           IF WS-TAB-DEM-SINT (WS-IDX-SIN) EQUAL 'S'
               MOVE WS-TAB-DEM-NIVEL (WS-IDX-SIN) TO WS-NIVEL
               IF WS-TAB-DEM-GRUPO (WS-IDX-SIN) (1:WS-NIVEL) EQUAL
                  WS-TAB-DEM-GRUPO (WS-IDX) (1:WS-NIVEL)
                   ADD WS-TAB-DEM-ATU (WS-IDX) TO
                       WS-TAB-DEM-ATU (WS-IDX-SIN)
                   ADD WS-TAB-DEM-ANT (WS-IDX) TO
                       WS-TAB-DEM-ANT (WS-IDX-SIN).

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-CONFERIR-BALANCO    SECTION.
      *================================================================*
      * ATIVO (DEVEDOR) = PASSIVO + PL + RESULTADO (CREDORES), NOS
      * DOIS PERIODOS; RESULTADO = RECEITAS - CUSTOS - DESPESAS.
      *
           MOVE WS-TAB-TOT-ATU (1) TO WS-ATIVO-ATU.
           MOVE WS-TAB-TOT-ANT (1) TO WS-ATIVO-ANT.

           COMPUTE WS-RESULT-ATU  = ZEROS - WS-TAB-TOT-ATU (4)
               - WS-TAB-TOT-ATU (5) - WS-TAB-TOT-ATU (6).
           COMPUTE WS-RESULT-ANT  = ZEROS - WS-TAB-TOT-ANT (4)
               - WS-TAB-TOT-ANT (5) - WS-TAB-TOT-ANT (6).

           COMPUTE WS-PASPL-ATU   = WS-RESULT-ATU
               - WS-TAB-TOT-ATU (2) - WS-TAB-TOT-ATU (3).
           COMPUTE WS-PASPL-ANT   = WS-RESULT-ANT
               - WS-TAB-TOT-ANT (2) - WS-TAB-TOT-ANT (3).

           COMPUTE WS-DIFER-ATU   = WS-ATIVO-ATU - WS-PASPL-ATU.
           COMPUTE WS-DIFER-ANT   = WS-ATIVO-ANT - WS-PASPL-ANT.

           IF WS-DIFER-ATU NOT EQUAL ZEROS
              OR WS-DIFER-ANT NOT EQUAL ZEROS
              OR ACUM-SEM-LINHA NOT EQUAL ZEROS
               PERFORM 901-00-ERRO-DESBALANCE.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT RELATO.
           PERFORM 001-05-FS-RELATO.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-BALANCO    SECTION.
      *================================================================*
           MOVE 'BALANCO PATRIMONIAL' TO CAB003-TITULO.
           MOVE '1'               TO WS-GRP-INI.
           MOVE '3'               TO WS-GRP-FIM.
           PERFORM 010-00-CABECALHOS.

           PERFORM 007-20-IMPRIMIR-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-DEM-QTD.

           MOVE 'RESULTADO DO PERIODO A INCORPORAR' TO DET001-DESC.
           MOVE WS-RESULT-ATU     TO WS-VLR-ATU.
           MOVE WS-RESULT-ANT     TO WS-VLR-ANT.
           PERFORM 007-30-IMPRIMIR-TOTAL.

           MOVE 'TOTAL DO ATIVO'  TO DET001-DESC.
           MOVE WS-ATIVO-ATU      TO WS-VLR-ATU.
           MOVE WS-ATIVO-ANT      TO WS-VLR-ANT.
           PERFORM 007-30-IMPRIMIR-TOTAL.

           MOVE 'TOTAL DO PASSIVO E PATRIMONIO LIQUIDO'
                                  TO DET001-DESC.
           MOVE WS-PASPL-ATU      TO WS-VLR-ATU.
           MOVE WS-PASPL-ANT      TO WS-VLR-ANT.
           PERFORM 007-30-IMPRIMIR-TOTAL.

       007-00-FIM.                EXIT.

      *================================================================*
       007-10-IMPRIMIR-RESULTADO  SECTION.
      *================================================================*
           MOVE 'DEMONSTRACAO DO RESULTADO' TO CAB003-TITULO.
           MOVE '4'               TO WS-GRP-INI.
           MOVE '6'               TO WS-GRP-FIM.
           PERFORM 010-00-CABECALHOS.

           PERFORM 007-20-IMPRIMIR-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-DEM-QTD.

           MOVE 'RESULTADO DO PERIODO' TO DET001-DESC.
           MOVE WS-RESULT-ATU     TO WS-VLR-ATU.
           MOVE WS-RESULT-ANT     TO WS-VLR-ANT.
           PERFORM 007-30-IMPRIMIR-TOTAL.

       007-10-FIM.                EXIT.

      *================================================================*
       007-20-IMPRIMIR-LINHA      SECTION.
      *================================================================*
      * LINHA DA FAIXA DE GRUPOS EM IMPRESSAO, PELA NATUREZA DO GRUPO
      * (PASSIVO, PL E RECEITAS COM O SINAL INVERTIDO). A SINTETICA
      * DE NIVEL 1 ABRE COM UMA LINHA EM BRANCO.
      *
           IF WS-TAB-DEM-GRUPO (WS-IDX) (1:1) NOT LESS WS-GRP-INI
              AND WS-TAB-DEM-GRUPO (WS-IDX) (1:1) NOT GREATER
                  WS-GRP-FIM
               IF WS-TAB-DEM-GRUPO (WS-IDX) (1:1) EQUAL '2' OR '3'
                                                  OR '4'
                   COMPUTE WS-VLR-ATU = ZEROS - WS-TAB-DEM-ATU (WS-IDX)
                   COMPUTE WS-VLR-ANT = ZEROS - WS-TAB-DEM-ANT (WS-IDX)
               ELSE
                   MOVE WS-TAB-DEM-ATU (WS-IDX) TO WS-VLR-ATU
                   MOVE WS-TAB-DEM-ANT (WS-IDX) TO WS-VLR-ANT
               END-IF
               IF WS-TAB-DEM-SINT (WS-IDX) EQUAL 'S'
                  OR WS-VLR-ATU NOT EQUAL ZEROS
                  OR WS-VLR-ANT NOT EQUAL ZEROS
                   PERFORM 007-21-IMPRIMIR-DETALHE.

       007-20-FIM.                EXIT.

      *================================================================*
       007-21-IMPRIMIR-DETALHE    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 58
               PERFORM 010-00-CABECALHOS.

           IF WS-TAB-DEM-SINT (WS-IDX) EQUAL 'S'
              AND WS-TAB-DEM-NIVEL (WS-IDX) EQUAL 1
              AND ACUM-LINHAS GREATER 9
               MOVE SPACES        TO REG-RELATO
               WRITE REG-RELATO   AFTER 1
               PERFORM 001-05-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

      *    RECUO DE DUAS POSICOES POR NIVEL
           COMPUTE WS-COLUNA = (WS-TAB-DEM-NIVEL (WS-IDX) - 1) * 2 + 1.

           MOVE WS-TAB-DEM-CONTA (WS-IDX) TO DET001-CONTA.
           MOVE SPACES            TO DET001-DESC.
           MOVE WS-TAB-DEM-DESC (WS-IDX) TO DET001-DESC (WS-COLUNA:).
           MOVE WS-VLR-ATU        TO DET001-ATU.
           MOVE WS-VLR-ANT        TO DET001-ANT.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.
           ADD 1                  TO ACUM-IMPRESSAS.

       007-21-FIM.                EXIT.

      *================================================================*
       007-30-IMPRIMIR-TOTAL      SECTION.
      *================================================================*
      * LINHA DE TOTAL COM A DESCRICAO JA EM DET001-DESC E OS VALORES
      * EM WS-VLR-ATU E WS-VLR-ANT.
      *
           IF ACUM-LINHAS GREATER 57
               PERFORM 010-00-CABECALHOS.

           MOVE SPACES            TO DET001-CONTA.
           MOVE WS-VLR-ATU        TO DET001-ATU.
           MOVE WS-VLR-ANT        TO DET001-ANT.

           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           ADD 2                  TO ACUM-LINHAS.

       007-30-FIM.                EXIT.

      *================================================================*
       008-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-PLANO        TO TOT001-PLANO.
           MOVE ACUM-GRUPO-INVALIDO TO TOT002-INVALIDO.
           MOVE ACUM-FECHAMENTO   TO TOT003-FECHAMENTO.
           MOVE ACUM-ANTERIOR     TO TOT004-ANTERIOR.

           IF ACUM-LINHAS GREATER 53
               PERFORM 010-00-CABECALHOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-05-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       010-00-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
           DISPLAY '* ERRO ' FS-OPERACAO ' DO ARQUIVO ' FS-ARQUIVO
           DISPLAY '* FILE STATUS = ' FS-COD-STATUS
           DISPLAY '* PROGRAMA ENCERRADO'
           MOVE 0090              TO RETURN-CODE
           MOVE 'ERRO'            TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           STOP RUN.

       900-00-FIM.                EXIT.

      *================================================================*
       901-00-ERRO-DESBALANCE     SECTION.
      *================================================================*
           DISPLAY '* BALANCO NAO FECHA - DEMONSTRACOES RECUSADAS *'
           DISPLAY '* ATIVO ATUAL          = ' WS-ATIVO-ATU
           DISPLAY '* PASSIVO + PL ATUAL   = ' WS-PASPL-ATU
           DISPLAY '* ATIVO ANTERIOR       = ' WS-ATIVO-ANT
           DISPLAY '* PASSIVO + PL ANTERIOR= ' WS-PASPL-ANT
           DISPLAY '* CONTAS FORA DAS DEMONSTRACOES = ' ACUM-SEM-LINHA
           MOVE 0091              TO RETURN-CODE
           MOVE 'ERRO'            TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           STOP RUN.

       901-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF43'        TO RUNLOG-PROGRAMA
               MOVE WS-RUNLOG-AAAAMMDD      TO RUNLOG-DATA
               MOVE WS-RUNLOG-HHMMSS        TO RUNLOG-HORA
               MOVE WS-RUNLOG-STATUS        TO RUNLOG-STATUS
               MOVE WS-RUNLOG-HHMMSS        TO WS-RUNLOG-HMS-FIM
               MOVE WS-RUNLOG-HORA-INICIO   TO WS-RUNLOG-HMS-INICIO
               COMPUTE WS-RUNLOG-SEG-INI =
                   (WS-RUNLOG-INI-HH * 3600) +
                   (WS-RUNLOG-INI-MM * 60) + WS-RUNLOG-INI-SS
               COMPUTE WS-RUNLOG-SEG-FIM =
                   (WS-RUNLOG-FIM-HH * 3600) +
                   (WS-RUNLOG-FIM-MM * 60) + WS-RUNLOG-FIM-SS
               IF WS-RUNLOG-SEG-FIM GREATER OR EQUAL WS-RUNLOG-SEG-INI
                   COMPUTE RUNLOG-TEMPO-SEG =
                       WS-RUNLOG-SEG-FIM - WS-RUNLOG-SEG-INI
               ELSE
                   COMPUTE RUNLOG-TEMPO-SEG =
                       WS-RUNLOG-SEG-FIM + 86400 - WS-RUNLOG-SEG-INI
               END-IF
               COMPUTE RUNLOG-QTD-LIDOS =
                   ACUM-PLANO + ACUM-FECHAMENTO + ACUM-ANTERIOR
               MOVE ACUM-IMPRESSAS          TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-SEM-LINHA          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
