       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF55.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * PROMOCOES E MERITOS INDIVIDUAIS. CADA TRANSACAO DO PROMOTRA
      * (CODIGO DO FUNCIONARIO, TIPO, CARGO NOVO, SALARIO NOVO E DATA
      * DE VIGENCIA) ALTERA O CARGO E/OU O SALARIO DE UM FUNCIONARIO
      * DO CADFUNC, GERANDO A NOVA GERACAO DO CADASTRO (CADFUNN):
      *   'P' = PROMOCAO: TROCA DE CARGO, COM OU SEM SALARIO NOVO
      *         (SALARIO ZERO = MANTEM O ATUAL);
      *   'M' = MERITO: AUMENTO DE SALARIO NO MESMO CARGO.
      * O SALARIO RESULTANTE TEM DE ESTAR NA FAIXA DO GRAU DO CARGO
      * (TABELA CARGOMST) E NAO PODE SER MENOR QUE O ATUAL; A VIGENCIA
      * NAO PODE SER POSTERIOR A DATA DE REFERENCIA (PARMDATA, SEM
      * PARAMETRO A DATA DO DIA). CADA ALTERACAO EFETIVADA E GRAVADA
      * NO HISTORICO SALARIAL DO FUNCIONARIO (HISTSAL, EM EXTEND) E
      * LISTADA NO RELATORIO. TRANSACAO RECUSADA VAI PARA O PROMOSUS
      * COM O MOTIVO E O PROGRAMA TERMINA COM RETURN-CODE 0004. VARIAS
      * TRANSACOES DO MESMO FUNCIONARIO SAO APLICADAS NA ORDEM DO
      * ARQUIVO, UMA SOBRE A OUTRA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNC.
      *
           SELECT PROMOTRA        ASSIGN TO UT-S-PROMOTRA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PROMOTRA.
      *
           SELECT CARGOMST        ASSIGN TO UT-S-CARGOMST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CARGOMST.
      *
           SELECT CADFUNN         ASSIGN TO UT-S-CADFUNN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNN.
      *
           SELECT HISTSAL         ASSIGN TO UT-S-HISTSAL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTSAL.
      *
           SELECT PROMOSUS        ASSIGN TO UT-S-PROMOSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PROMOSUS.
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
       FD CADFUNC
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNC.
       01 REG-CADFUNC.
          05 CODIGO               PIC 9(05).
          05 NOME                 PIC X(30).
          05 DT-NASC              PIC 9(06).
          05 DT-ADMIS             PIC 9(06).
          05 ENDER                PIC X(30).
          05 CEP                  PIC 9(08).
          05 UF                   PIC X(02).
          05 IND-ADMIS            PIC X(01).
          05 CARGO                PIC X(03).
          05 SALARIO              PIC 9(07)V99.
          05 DESCON               PIC 9(07)V99.
          05 SECAO                PIC X(01).
      *
      * TRANSACOES DE PROMOCAO E MERITO.
      *
       FD PROMOTRA
          RECORD      CONTAINS    40 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PROMOTRA.
       01 REG-PROMOTRA             PIC X(40).
      *
      * TABELA DE CARGOS E FAIXAS SALARIAIS.
      *
       FD CARGOMST
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CARGOMST.
       COPY CARGOMST.
      *
      * NOVA GERACAO DO CADASTRO, NO LAYOUT DO CADFUNC.
      *
       FD CADFUNN
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNN.
       01 REG-CADFUNN              PIC X(110).
      *
       FD HISTSAL
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-HISTSAL.
       COPY HISTSAL.
      *
      * TRANSACOES RECUSADAS: A IMAGEM DA TRANSACAO E O MOTIVO.
      *
       FD PROMOSUS
          RECORD      CONTAINS    70 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PROMOSUS.
       01 REG-PROMOSUS.
          05 TRANSACAO-SUS        PIC X(40).
          05 MOTIVO-SUS           PIC X(30).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
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
      *  DATA DE REFERENCIA DA EXECUCAO
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
      *
      *  TRANSACAO EM TRATAMENTO
      *
       01 WS-REG-PROMO.
          05 CODIGO-PRO           PIC 9(05).
          05 TIPO-PRO             PIC X(01).
          05 CARGO-NOVO-PRO       PIC X(03).
          05 SALARIO-NOVO-PRO-R.
             10 SALARIO-NOVO-PRO  PIC 9(07)V99.
          05 DT-EFEITO-PRO-R.
             10 DT-EFEITO-PRO     PIC 9(08).
          05 DT-EFEITO-PRO-AMD    REDEFINES DT-EFEITO-PRO-R.
             10 AAAA-EFEITO-PRO   PIC 9(04).
             10 MM-EFEITO-PRO     PIC 9(02).
             10 DD-EFEITO-PRO     PIC 9(02).
          05 FILLER               PIC X(14).
      *
      *  TRANSACOES DO PROMOTRA EM TABELA
      *
       01 WS-TAB-PRO.
          05 WS-TAB-PRO-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PRO-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PRO-REG    PIC X(40).
             10 WS-TAB-PRO-REG-R  REDEFINES WS-TAB-PRO-REG.
                15 WS-TAB-PRO-COD PIC 9(05).
                15 FILLER         PIC X(35).
             10 WS-TAB-PRO-USADO  PIC X(01).
      *
       77 WS-IDX-PRO              PIC 9(03) VALUE ZEROS.
      *
      *  CARGOS E FAIXAS SALARIAIS EM TABELA
      *
       01 WS-TAB-CGO.
          05 WS-TAB-CGO-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CGO-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-CGO-COD    PIC X(03).
             10 WS-TAB-CGO-MIN    PIC 9(07)V99.
             10 WS-TAB-CGO-MAX    PIC 9(07)V99.
      *
       77 WS-IDX-CGO              PIC 9(03) VALUE ZEROS.
       77 WS-CGO-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *  CARGO E SALARIO RESULTANTES DA TRANSACAO
      *
       77 WS-CARGO-FINAL          PIC X(03) VALUE SPACES.
       77 WS-SALARIO-FINAL        PIC 9(07)V99 VALUE ZEROS.
       77 WS-AUMENTO              PIC 9(07)V99 VALUE ZEROS.
       77 WS-MOTIVO               PIC X(30) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-PROMOCOES          PIC 9(06) VALUE ZEROS.
       77 ACUM-MERITOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-AUMENTO-GERAL      PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-PROMOTRA             PIC X(02) VALUE SPACES.
       77 FS-CARGOMST             PIC X(02) VALUE SPACES.
       77 FS-CADFUNN              PIC X(02) VALUE SPACES.
       77 FS-HISTSAL              PIC X(02) VALUE SPACES.
       77 FS-PROMOSUS             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF55'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'PROMOCOES E MERITOS EFETIVADOS'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'FUNC.'.
          05 FILLER               PIC X(21) VALUE 'NOME'.
          05 FILLER               PIC X(03) VALUE 'TP'.
          05 FILLER               PIC X(09) VALUE 'CARGO'.
          05 FILLER               PIC X(14) VALUE 'SALARIO ANT.'.
          05 FILLER               PIC X(14) VALUE 'SALARIO NOVO'.
          05 FILLER               PIC X(08) VALUE 'VIGENCIA'.
      *
       01  DET001.
          05 DET001-CODIGO        PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-NOME          PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-TIPO          PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CARGO-ANT     PIC X(03).
          05 FILLER               PIC X(01) VALUE '>'.
          05 DET001-CARGO-NOVO    PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SAL-ANT       PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SAL-NOVO      PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DD-EFEITO     PIC 9(02)/.
          05 DET001-MM-EFEITO     PIC 9(02)/.
          05 DET001-AAAA-EFEITO   PIC 9(04).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE FUNCIONARIOS LIDOS              :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TRANSACOES DE PROMOCAO/MERITO LIDAS      :'.
          05 TOT002-TRANSACOES    PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'PROMOCOES EFETIVADAS                     :'.
          05 TOT003-PROMOCOES     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'MERITOS EFETIVADOS                       :'.
          05 TOT004-MERITOS       PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'TRANSACOES RECUSADAS (VER PROMOSUS)      :'.
          05 TOT005-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'AUMENTO TOTAL DA FOLHA     :'.
          05 TOT006-AUMENTO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-06-LER-PARMDATA.
           PERFORM 001-10-CARREGAR-PROMOTRA.
           PERFORM 001-13-CARREGAR-CARGOMST.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 008-00-CABECALHOS.
           PERFORM 003-01-LER-CADFUNC.
           PERFORM 004-00-TRATAR
               UNTIL FS-CADFUNC EQUAL '10'.
           PERFORM 004-09-RECUSAR-SEM-CADASTRO
               VARYING WS-IDX-PRO FROM 1 BY 1
               UNTIL WS-IDX-PRO GREATER WS-TAB-PRO-QTD.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADFUNC
                       PROMOTRA
                       CARGOMST
                       PARMDATA
                OUTPUT CADFUNN
                       PROMOSUS
                       RELATO
                EXTEND HISTSAL.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-03-FS-PROMOTRA.
           PERFORM 001-04-FS-CARGOMST.
           PERFORM 001-05-FS-CADFUNN.
           PERFORM 001-07-FS-HISTSAL.
           PERFORM 001-08-FS-PROMOSUS.
           PERFORM 001-09-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PROMOTRA         SECTION.
      *================================================================*
           MOVE 'PROMOTRA'        TO FS-ARQUIVO.
           MOVE FS-PROMOTRA       TO FS-COD-STATUS.

           IF FS-PROMOTRA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CARGOMST         SECTION.
      *================================================================*
           MOVE 'CARGOMST'        TO FS-ARQUIVO.
           MOVE FS-CARGOMST       TO FS-COD-STATUS.

           IF FS-CARGOMST NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CADFUNN          SECTION.
      *================================================================*
           MOVE 'CADFUNN'         TO FS-ARQUIVO.
           MOVE FS-CADFUNN        TO FS-COD-STATUS.

           IF FS-CADFUNN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.

           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.
           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-HISTSAL          SECTION.
      *================================================================*
           MOVE 'HISTSAL'         TO FS-ARQUIVO.
           MOVE FS-HISTSAL        TO FS-COD-STATUS.

           IF FS-HISTSAL NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-PROMOSUS         SECTION.
      *================================================================*
           MOVE 'PROMOSUS'        TO FS-ARQUIVO.
           MOVE FS-PROMOSUS       TO FS-COD-STATUS.

           IF FS-PROMOSUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-PROMOTRA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PROMOTRA.
           PERFORM 001-03-FS-PROMOTRA.

           PERFORM 001-11-ACUMULAR-PROMOTRA
               UNTIL FS-PROMOTRA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PROMOTRA.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-PROMOTRA   SECTION.
      *================================================================*
           IF WS-TAB-PRO-QTD EQUAL 500
               DISPLAY '* TABELA DE PROMOCOES CHEIA          *'
               DISPLAY '* AUMENTAR WS-TAB-PRO E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-PRO-QTD.
           MOVE REG-PROMOTRA      TO
               WS-TAB-PRO-REG (WS-TAB-PRO-QTD).
           MOVE 'N'               TO
               WS-TAB-PRO-USADO (WS-TAB-PRO-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PROMOTRA.
           PERFORM 001-03-FS-PROMOTRA.

       001-11-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-CARGOMST   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARGOMST.
           PERFORM 001-04-FS-CARGOMST.

           PERFORM 001-14-ACUMULAR-CARGOMST
               UNTIL FS-CARGOMST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CARGOMST.

           IF WS-TAB-CGO-QTD EQUAL ZEROS
               DISPLAY '* CARGOMST SEM CARGOS   *'
               DISPLAY '* PROGRAMA ENCERRADO    *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-CARGOMST   SECTION.
      *================================================================*
           IF WS-TAB-CGO-QTD EQUAL 100
               DISPLAY '* TABELA DE CARGOS CHEIA             *'
               DISPLAY '* AUMENTAR WS-TAB-CGO E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-CGO-QTD.
           MOVE CARGO-CGO         TO
               WS-TAB-CGO-COD (WS-TAB-CGO-QTD).
           MOVE SAL-MIN-CGO       TO
               WS-TAB-CGO-MIN (WS-TAB-CGO-QTD).
           MOVE SAL-MAX-CGO       TO
               WS-TAB-CGO-MAX (WS-TAB-CGO-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARGOMST.
           PERFORM 001-04-FS-CARGOMST.

       001-14-FIM.                EXIT.

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
       003-01-LER-CADFUNC         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-02-FS-CADFUNC.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR              SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           PERFORM 004-01-PROCURAR-TRANSACAO
               VARYING WS-IDX-PRO FROM 1 BY 1
               UNTIL WS-IDX-PRO GREATER WS-TAB-PRO-QTD.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CADFUNN      FROM REG-CADFUNC.
           PERFORM 001-05-FS-CADFUNN.
           ADD 1                  TO ACUM-GRAVADOS.

           PERFORM 003-01-LER-CADFUNC.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-PROCURAR-TRANSACAO  SECTION.
      *================================================================*
           IF WS-TAB-PRO-COD (WS-IDX-PRO) EQUAL CODIGO
               MOVE 'S'           TO WS-TAB-PRO-USADO (WS-IDX-PRO)
               MOVE WS-TAB-PRO-REG (WS-IDX-PRO) TO WS-REG-PROMO
               PERFORM 004-02-VALIDAR-TRANSACAO
               IF WS-MOTIVO EQUAL SPACES
                   PERFORM 004-04-EFETIVAR
               ELSE
                   PERFORM 004-07-GRAVAR-PROMOSUS
               END-IF.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-VALIDAR-TRANSACAO   SECTION.
      *================================================================*
      * VALE O PRIMEIRO MOTIVO ENCONTRADO. WS-MOTIVO EM BRANCO =
      * TRANSACAO VALIDA, COM CARGO E SALARIO FINAIS EM
      * WS-CARGO-FINAL E WS-SALARIO-FINAL.
      *
           MOVE SPACES            TO WS-MOTIVO.

           MOVE CARGO             TO WS-CARGO-FINAL.
           IF CARGO-NOVO-PRO NOT EQUAL SPACES
               MOVE CARGO-NOVO-PRO TO WS-CARGO-FINAL.

           MOVE SALARIO           TO WS-SALARIO-FINAL.
           IF SALARIO-NOVO-PRO-R NOT EQUAL SPACES
              AND SALARIO-NOVO-PRO NUMERIC
              AND SALARIO-NOVO-PRO NOT EQUAL ZEROS
               MOVE SALARIO-NOVO-PRO TO WS-SALARIO-FINAL.

           MOVE ZEROS             TO WS-CGO-ACHADO.
           IF WS-CARGO-FINAL NOT EQUAL SPACES
               PERFORM 004-03-PROCURAR-CARGO
                   VARYING WS-IDX-CGO FROM 1 BY 1
                   UNTIL WS-IDX-CGO GREATER WS-TAB-CGO-QTD
                      OR WS-CGO-ACHADO NOT EQUAL ZEROS.

           EVALUATE TRUE
               WHEN TIPO-PRO NOT EQUAL 'P' AND 'M'
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-MOTIVO
               WHEN DT-EFEITO-PRO NOT NUMERIC
                 OR MM-EFEITO-PRO EQUAL 00 OR MM-EFEITO-PRO GREATER 12
                 OR DD-EFEITO-PRO EQUAL 00 OR DD-EFEITO-PRO GREATER 31
                   MOVE 'DATA DE VIGENCIA INVALIDA' TO WS-MOTIVO
               WHEN DT-EFEITO-PRO GREATER WS-DATA-REF
                   MOVE 'VIGENCIA FUTURA' TO WS-MOTIVO
               WHEN SALARIO-NOVO-PRO-R NOT EQUAL SPACES
                AND SALARIO-NOVO-PRO NOT NUMERIC
                   MOVE 'SALARIO NAO NUMERICO' TO WS-MOTIVO
               WHEN TIPO-PRO EQUAL 'P'
                AND CARGO-NOVO-PRO EQUAL SPACES
                   MOVE 'PROMOCAO SEM CARGO NOVO' TO WS-MOTIVO
               WHEN TIPO-PRO EQUAL 'P'
                AND CARGO-NOVO-PRO EQUAL CARGO
                   MOVE 'CARGO NOVO IGUAL AO ATUAL' TO WS-MOTIVO
               WHEN TIPO-PRO EQUAL 'M'
                AND CARGO-NOVO-PRO NOT EQUAL SPACES
                   MOVE 'MERITO NAO TROCA O CARGO' TO WS-MOTIVO
               WHEN TIPO-PRO EQUAL 'M'
                AND WS-SALARIO-FINAL NOT GREATER SALARIO
                   MOVE 'MERITO SEM AUMENTO DE SALARIO' TO WS-MOTIVO
               WHEN WS-CARGO-FINAL EQUAL SPACES
                   MOVE 'FUNCIONARIO SEM CARGO' TO WS-MOTIVO
               WHEN WS-CGO-ACHADO EQUAL ZEROS
                   MOVE 'CARGO NAO CADASTRADO' TO WS-MOTIVO
               WHEN WS-SALARIO-FINAL LESS SALARIO
                   MOVE 'REDUCAO SALARIAL NAO PERMITIDA' TO WS-MOTIVO
               WHEN WS-SALARIO-FINAL
                    LESS WS-TAB-CGO-MIN (WS-CGO-ACHADO)
                 OR WS-SALARIO-FINAL
                    GREATER WS-TAB-CGO-MAX (WS-CGO-ACHADO)
                   MOVE 'SALARIO FORA DA FAIXA DO CARGO' TO WS-MOTIVO
           END-EVALUATE.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-PROCURAR-CARGO      SECTION.
      *================================================================*
           IF WS-TAB-CGO-COD (WS-IDX-CGO) EQUAL WS-CARGO-FINAL
               MOVE WS-IDX-CGO    TO WS-CGO-ACHADO.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-EFETIVAR            SECTION.
      *================================================================*
           PERFORM 004-05-GRAVAR-HISTSAL.
           PERFORM 004-06-IMPRESSAO.

           IF TIPO-PRO EQUAL 'P'
               ADD 1              TO ACUM-PROMOCOES
           ELSE
               ADD 1              TO ACUM-MERITOS.

           COMPUTE WS-AUMENTO = WS-SALARIO-FINAL - SALARIO.
           ADD WS-AUMENTO         TO ACUM-AUMENTO-GERAL.

           MOVE WS-CARGO-FINAL    TO CARGO.
           MOVE WS-SALARIO-FINAL  TO SALARIO.

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-GRAVAR-HISTSAL      SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-HISTSAL.

           MOVE CODIGO            TO CODIGO-HSA.
           MOVE DT-EFEITO-PRO     TO DT-EFEITO-HSA.
           MOVE TIPO-PRO          TO TIPO-HSA.
           MOVE CARGO             TO CARGO-ANT-HSA.
           MOVE WS-CARGO-FINAL    TO CARGO-NOVO-HSA.
           MOVE SALARIO           TO SAL-ANT-HSA.
           MOVE WS-SALARIO-FINAL  TO SAL-NOVO-HSA.
           MOVE WS-DATA-REF       TO DT-PROC-HSA.

           WRITE REG-HISTSAL.
           PERFORM 001-07-FS-HISTSAL.

       004-05-FIM.                EXIT.

      *================================================================*
       004-06-IMPRESSAO           SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE CODIGO            TO DET001-CODIGO.
           MOVE NOME              TO DET001-NOME.
           MOVE TIPO-PRO          TO DET001-TIPO.
           MOVE CARGO             TO DET001-CARGO-ANT.
           MOVE WS-CARGO-FINAL    TO DET001-CARGO-NOVO.
           MOVE SALARIO           TO DET001-SAL-ANT.
           MOVE WS-SALARIO-FINAL  TO DET001-SAL-NOVO.
           MOVE DD-EFEITO-PRO     TO DET001-DD-EFEITO.
           MOVE MM-EFEITO-PRO     TO DET001-MM-EFEITO.
           MOVE AAAA-EFEITO-PRO   TO DET001-AAAA-EFEITO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       004-06-FIM.                EXIT.

      *================================================================*
       004-07-GRAVAR-PROMOSUS     SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE WS-REG-PROMO      TO TRANSACAO-SUS.
           MOVE WS-MOTIVO         TO MOTIVO-SUS.

           WRITE REG-PROMOSUS.
           PERFORM 001-08-FS-PROMOSUS.
           ADD 1                  TO ACUM-RECUSADOS.

       004-07-FIM.                EXIT.

      *================================================================*
       004-09-RECUSAR-SEM-CADASTRO SECTION.
      *================================================================*
      * TRANSACAO CUJO CODIGO NAO APARECEU NO CADFUNC.
      *
           IF WS-TAB-PRO-USADO (WS-IDX-PRO) EQUAL 'N'
               MOVE WS-TAB-PRO-REG (WS-IDX-PRO) TO WS-REG-PROMO
               MOVE 'FUNCIONARIO NAO CADASTRADO' TO WS-MOTIVO
               PERFORM 004-07-GRAVAR-PROMOSUS.

       004-09-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE WS-TAB-PRO-QTD    TO TOT002-TRANSACOES.
           MOVE ACUM-PROMOCOES    TO TOT003-PROMOCOES.
           MOVE ACUM-MERITOS      TO TOT004-MERITOS.
           MOVE ACUM-RECUSADOS    TO TOT005-RECUSADOS.
           MOVE ACUM-AUMENTO-GERAL TO TOT006-AUMENTO.

           IF ACUM-LINHAS GREATER 52
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* TRANSACOES RECUSADAS: ' ACUM-RECUSADOS
                       ' - VER PROMOSUS *'
               MOVE 0004          TO RETURN-CODE.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC
                 CADFUNN
                 HISTSAL
                 PROMOSUS
                 RELATO.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-05-FS-CADFUNN.
           PERFORM 001-07-FS-HISTSAL.
           PERFORM 001-08-FS-PROMOSUS.
           PERFORM 001-09-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-09-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

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
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF55'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LIDOS              TO RUNLOG-QTD-LIDOS
               MOVE ACUM-GRAVADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-RECUSADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
