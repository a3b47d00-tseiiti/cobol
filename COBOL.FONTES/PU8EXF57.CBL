       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF57.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONFERENCIA MENSAL DAS FATURAS DOS FORNECEDORES DE BENEFICIO,
      * ANTES DE A FATURA SEGUIR PARA O CONTAS A PAGAR. O FATBEN TRAZ
      * AS LINHAS DE COBRANCA DE CADA FATURA (FORNECEDOR, PLANO,
      * FUNCIONARIO, VIDAS E VALOR), QUE SAO CONFERIDAS CONTRA AS
      * INSCRICOES VIGENTES NO MES DE REFERENCIA (INSCBEN), O VALOR
      * POR VIDA DO PLANO (PLANBEN, PARTE DO FUNCIONARIO MAIS PARTE
      * DA EMPRESA) E O CADASTRO DE FUNCIONARIOS (CADFUNC).
      *
      * SAO LISTADAS AS OCORRENCIAS: COMPETENCIA DIFERENTE DO MES,
      * PLANO INEXISTENTE OU DE OUTRO FORNECEDOR, FUNCIONARIO QUE NAO
      * ESTA MAIS NO CADFUNC (DESLIGADO E AINDA COBRADO), COBRANCA SEM
      * INSCRICAO VIGENTE OU EM DUPLICIDADE, QUANTIDADE DE VIDAS OU
      * VALOR DIFERENTE DO ESPERADO E, PARA OS FORNECEDORES PRESENTES
      * NO FATBEN, INSCRITO QUE NAO FOI FATURADO. NO FIM SAI O RESUMO
      * POR FORNECEDOR, COM O VALOR FATURADO CONTRA O ESPERADO (VIDAS
      * INSCRITAS VEZES O VALOR POR VIDA). HAVENDO OCORRENCIA, O
      * PROGRAMA TERMINA COM RETURN-CODE 0004, PARA SEGURAR A FATURA.
      *
      * O MES DE REFERENCIA VEM DO PARMDATA (SEM PARAMETRO, O MES
      * CORRENTE).
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT FATBEN          ASSIGN TO UT-S-FATBEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FATBEN.
      *
           SELECT PLANBEN         ASSIGN TO UT-S-PLANBEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PLANBEN.
      *
           SELECT INSCBEN         ASSIGN TO UT-S-INSCBEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-INSCBEN.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNC.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * LINHAS DE COBRANCA DAS FATURAS DOS FORNECEDORES DE BENEFICIO:
      * UMA LINHA POR FUNCIONARIO E PLANO; ANOMES-FAT E A COMPETENCIA
      * COBRADA (AAAAMM) E QTD-VIDAS-FAT INCLUI O TITULAR.
      *
       FD FATBEN
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-FATBEN.
       01 REG-FATBEN.
          05 COD-FORN-FAT         PIC X(05).
          05 NUM-FATURA-FAT       PIC X(10).
          05 ANOMES-FAT           PIC 9(06).
          05 COD-PLANO-FAT        PIC X(03).
          05 CODIGO-FAT           PIC 9(05).
          05 QTD-VIDAS-FAT        PIC 9(03).
          05 VALOR-FAT            PIC 9(07)V99.
          05 FILLER               PIC X(19).
      *
      * PLANOS DE BENEFICIO E INSCRICOES DOS FUNCIONARIOS.
      *
       FD PLANBEN
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PLANBEN.
       COPY PLANBEN.
      *
       FD INSCBEN
          RECORD      CONTAINS    40 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-INSCBEN.
       COPY INSCBEN.
      *
       FD CADFUNC
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNC.
       01 REG-CADFUNC.
          05 CODIGO               PIC 9(05).
          05 FILLER               PIC X(105).
      *
      * DATA DE REFERENCIA (AAAAMMDD); SO O MES E USADO.
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
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
      *  MES DE REFERENCIA DA CONFERENCIA
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-REF.
          05 WS-ANO-REF           PIC 9(04).
          05 WS-MES-REF           PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
       77 WS-INICIO-MES           PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES              PIC 9(08) VALUE ZEROS.
      *
      *  PLANOS DE BENEFICIO EM TABELA (VALOR TOTAL POR VIDA)
      *
       01 WS-TAB-PLB.
          05 WS-TAB-PLB-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PLB-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-PLB-COD    PIC X(03).
             10 WS-TAB-PLB-FORN   PIC X(05).
             10 WS-TAB-PLB-BASE   PIC X(01).
             10 WS-TAB-PLB-VLR    PIC 9(06)V99.
      *
       77 WS-IDX-PLB              PIC 9(03) VALUE ZEROS.
       77 WS-PLB-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *  CODIGOS DOS FUNCIONARIOS DO CADFUNC
      *
       01 WS-TAB-FUN.
          05 WS-TAB-FUN-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-FUN-COD       PIC 9(05) OCCURS 2000 TIMES.
      *
       77 WS-IDX-FUN              PIC 9(04) VALUE ZEROS.
       77 WS-FUN-ACHADO           PIC 9(04) VALUE ZEROS.
      *
      *  INSCRICOES VIGENTES NO MES, DE FUNCIONARIOS DO CADFUNC
      *
       01 WS-TAB-INS.
          05 WS-TAB-INS-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-INS-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-INS-COD    PIC 9(05).
             10 WS-TAB-INS-PLANO  PIC 9(03).
             10 WS-TAB-INS-VIDAS  PIC 9(03).
             10 WS-TAB-INS-USADO  PIC X(01).
      *
       77 WS-IDX-INS              PIC 9(04) VALUE ZEROS.
       77 WS-INS-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-INS-DUPLICADA        PIC X(01) VALUE SPACES.
      *
      *  FORNECEDORES PRESENTES NO FATBEN, COM FATURADO E ESPERADO
      *
       01 WS-TAB-FOR.
          05 WS-TAB-FOR-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-FOR-ENTRY OCCURS 50 TIMES.
             10 WS-TAB-FOR-COD    PIC X(05).
             10 WS-TAB-FOR-FATURA PIC X(10).
             10 WS-TAB-FOR-FAT    PIC 9(09)V99.
             10 WS-TAB-FOR-ESP    PIC 9(09)V99.
             10 WS-TAB-FOR-OCOR   PIC 9(05).
      *
       77 WS-IDX-FOR              PIC 9(02) VALUE ZEROS.
       77 WS-FOR-ACHADO           PIC 9(02) VALUE ZEROS.
       77 WS-COD-FORN             PIC X(05) VALUE SPACES.
       77 WS-COD-PLANO            PIC X(03) VALUE SPACES.
       77 WS-COD-FUNC             PIC 9(05) VALUE ZEROS.
      *
      *  AREAS DA CONFERENCIA DE CADA LINHA
      *
       77 WS-VIDAS-INS            PIC 9(03) VALUE ZEROS.
       77 WS-VLR-ESPERADO         PIC 9(07)V99 VALUE ZEROS.
       77 WS-OCORRENCIA           PIC X(24) VALUE SPACES.
       77 WS-VLR-DIFERENCA        PIC S9(09)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-OCORRENCIAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-NAO-FATURADOS      PIC 9(06) VALUE ZEROS.
       77 ACUM-FOR-DIVERG         PIC 9(06) VALUE ZEROS.
       77 ACUM-TOT-FAT            PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-TOT-ESP            PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FATBEN               PIC X(02) VALUE SPACES.
       77 FS-PLANBEN              PIC X(02) VALUE SPACES.
       77 FS-INSCBEN              PIC X(02) VALUE SPACES.
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF57'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(48) VALUE
             'CONFERENCIA DAS FATURAS DE BENEFICIOS - MES'.
          05 CAB003-MES           PIC 9(02)/.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'FORN.'.
          05 FILLER               PIC X(05) VALUE 'PLN'.
          05 FILLER               PIC X(07) VALUE 'FUNC.'.
          05 FILLER               PIC X(05) VALUE 'FAT'.
          05 FILLER               PIC X(05) VALUE 'INS'.
          05 FILLER               PIC X(12) VALUE ' VALOR FAT.'.
          05 FILLER               PIC X(12) VALUE ' VALOR ESP.'.
          05 FILLER               PIC X(10) VALUE 'OCORRENCIA'.
      *
       01  CAB006.
          05 FILLER               PIC X(07) VALUE 'FORN.'.
          05 FILLER               PIC X(12) VALUE 'FATURA'.
          05 FILLER               PIC X(16) VALUE '  VALOR FATUR.'.
          05 FILLER               PIC X(16) VALUE '  VALOR ESPER.'.
          05 FILLER               PIC X(17) VALUE '     DIFERENCA'.
          05 FILLER               PIC X(08) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-FORN          PIC X(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PLANO         PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CODIGO        PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VIDAS-FAT     PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VIDAS-INS     PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR-FAT     PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR-ESP     PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-OCORRENCIA    PIC X(24).
      *
       01  DET002.
          05 DET002-FORN          PIC X(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-FATURA        PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-FAT           PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-ESP           PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-DIF           PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-SITUACAO      PIC X(10).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS DE FATURA LIDAS          :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'OCORRENCIAS NAS LINHAS FATURADAS         :'.
          05 TOT002-OCORRENCIAS   PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'INSCRITOS NAO FATURADOS                  :'.
          05 TOT003-NAO-FATURADOS PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'FORNECEDORES CONFERIDOS                  :'.
          05 TOT004-FORNECEDORES  PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'FORNECEDORES COM DIVERGENCIA             :'.
          05 TOT005-FOR-DIVERG    PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'TOTAL FATURADO             :'.
          05 TOT006-FAT           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'TOTAL ESPERADO             :'.
          05 TOT007-ESP           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-10-CARREGAR-PLANBEN.
           PERFORM 001-12-CARREGAR-CADFUNC.
           PERFORM 001-14-CARREGAR-INSCBEN.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 008-00-CABECALHOS.
           PERFORM 003-01-LER-FATBEN.
           PERFORM 004-00-TRATAR
               UNTIL FS-FATBEN EQUAL '10'.
           PERFORM 005-00-CONFERIR-INSCRICOES.
           PERFORM 006-00-IMPRIMIR-FORNECEDORES.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  FATBEN
                       PLANBEN
                       INSCBEN
                       CADFUNC
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-FATBEN.
           PERFORM 001-03-FS-PLANBEN.
           PERFORM 001-04-FS-INSCBEN.
           PERFORM 001-05-FS-CADFUNC.
           PERFORM 001-06-FS-PARMDATA.
           PERFORM 001-07-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-FATBEN           SECTION.
      *================================================================*
           MOVE 'FATBEN'          TO FS-ARQUIVO.
           MOVE FS-FATBEN         TO FS-COD-STATUS.

           IF FS-FATBEN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PLANBEN          SECTION.
      *================================================================*
           MOVE 'PLANBEN'         TO FS-ARQUIVO.
           MOVE FS-PLANBEN        TO FS-COD-STATUS.

           IF FS-PLANBEN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-INSCBEN          SECTION.
      *================================================================*
           MOVE 'INSCBEN'         TO FS-ARQUIVO.
           MOVE FS-INSCBEN        TO FS-COD-STATUS.

           IF FS-INSCBEN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10'
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
       001-07-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-06-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           MOVE WS-DATA-REF       TO WS-INICIO-MES.
           MOVE 01                TO WS-INICIO-MES (7:2).
           MOVE WS-DATA-REF       TO WS-FIM-MES.
           MOVE 31                TO WS-FIM-MES (7:2).

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-08-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-PLANBEN    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANBEN.
           PERFORM 001-03-FS-PLANBEN.

           PERFORM 001-11-ACUMULAR-PLANBEN
               UNTIL FS-PLANBEN EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PLANBEN.

           IF WS-TAB-PLB-QTD EQUAL ZEROS
               DISPLAY '* PLANBEN SEM PLANOS    *'
               DISPLAY '* PROGRAMA ENCERRADO    *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-PLANBEN    SECTION.
      *================================================================*
           IF WS-TAB-PLB-QTD EQUAL 100
               DISPLAY '* TABELA DE PLANOS CHEIA             *'
               DISPLAY '* AUMENTAR WS-TAB-PLB E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-PLB-QTD.
           MOVE COD-PLANO-PLB     TO
               WS-TAB-PLB-COD (WS-TAB-PLB-QTD).
           MOVE COD-FORN-PLB      TO
               WS-TAB-PLB-FORN (WS-TAB-PLB-QTD).
           MOVE BASE-PLB          TO
               WS-TAB-PLB-BASE (WS-TAB-PLB-QTD).
           COMPUTE WS-TAB-PLB-VLR (WS-TAB-PLB-QTD) =
               VLR-FUNC-PLB + VLR-EMPR-PLB.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANBEN.
           PERFORM 001-03-FS-PLANBEN.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-CADFUNC    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-05-FS-CADFUNC.

           PERFORM 001-13-ACUMULAR-CADFUNC
               UNTIL FS-CADFUNC EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-CADFUNC    SECTION.
      *================================================================*
           IF WS-TAB-FUN-QTD EQUAL 2000
               DISPLAY '* TABELA DE FUNCIONARIOS CHEIA       *'
               DISPLAY '* AUMENTAR WS-TAB-FUN E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-FUN-QTD.
           MOVE CODIGO            TO WS-TAB-FUN-COD (WS-TAB-FUN-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-05-FS-CADFUNC.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-CARREGAR-INSCBEN    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ INSCBEN.
           PERFORM 001-04-FS-INSCBEN.

           PERFORM 001-15-ACUMULAR-INSCBEN
               UNTIL FS-INSCBEN EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE INSCBEN.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-ACUMULAR-INSCBEN    SECTION.
      *================================================================*
      * SO ENTRAM AS INSCRICOES VIGENTES NO MES, EM PLANO CADASTRADO,
      * DE FUNCIONARIO QUE AINDA ESTA NO CADFUNC: O DESLIGADO NAO
      * DEVE MAIS SER COBRADO.
      *
           IF DT-INICIO-INS NOT GREATER WS-FIM-MES
              AND (DT-FIM-INS EQUAL ZEROS
                   OR DT-FIM-INS NOT LESS WS-INICIO-MES)
               MOVE COD-PLANO-INS TO WS-COD-PLANO
               PERFORM 004-02-ACHAR-PLANO
               MOVE CODIGO-INS    TO WS-COD-FUNC
               PERFORM 004-03-ACHAR-FUNCIONARIO
               IF WS-PLB-ACHADO NOT EQUAL ZEROS
                  AND WS-FUN-ACHADO NOT EQUAL ZEROS
                   PERFORM 001-16-INCLUIR-INSCRICAO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ INSCBEN.
           PERFORM 001-04-FS-INSCBEN.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-INCLUIR-INSCRICAO   SECTION.
      *================================================================*
           IF WS-TAB-INS-QTD EQUAL 2000
               DISPLAY '* TABELA DE INSCRICOES CHEIA         *'
               DISPLAY '* AUMENTAR WS-TAB-INS E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-INS-QTD.
           MOVE CODIGO-INS        TO WS-TAB-INS-COD (WS-TAB-INS-QTD).
           MOVE WS-PLB-ACHADO     TO
               WS-TAB-INS-PLANO (WS-TAB-INS-QTD).
           MOVE 1                 TO
               WS-TAB-INS-VIDAS (WS-TAB-INS-QTD).
           IF WS-TAB-PLB-BASE (WS-PLB-ACHADO) EQUAL 'D'
               ADD QTD-DEPEND-INS TO
                   WS-TAB-INS-VIDAS (WS-TAB-INS-QTD).
           MOVE 'N'               TO
               WS-TAB-INS-USADO (WS-TAB-INS-QTD).

       001-16-FIM.                EXIT.

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
           MOVE WS-MES-REF        TO CAB003-MES.
           MOVE WS-ANO-REF        TO CAB003-ANO.

       002-00-FIM.                EXIT.

      *================================================================*
       003-01-LER-FATBEN          SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATBEN.
           PERFORM 001-02-FS-FATBEN.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR              SECTION.
      *================================================================*
      * CONFERE UMA LINHA DA FATURA; A PRIMEIRA OCORRENCIA ENCONTRADA
      * E A QUE SAI NO RELATORIO.
      *
           ADD 1                  TO ACUM-LIDOS.

           MOVE COD-FORN-FAT      TO WS-COD-FORN.
           PERFORM 004-01-ACHAR-FORNECEDOR.
           ADD VALOR-FAT          TO WS-TAB-FOR-FAT (WS-FOR-ACHADO).

           MOVE COD-PLANO-FAT     TO WS-COD-PLANO.
           PERFORM 004-02-ACHAR-PLANO.
           MOVE CODIGO-FAT        TO WS-COD-FUNC.
           PERFORM 004-03-ACHAR-FUNCIONARIO.

           MOVE ZEROS             TO WS-INS-ACHADO.
           MOVE 'N'               TO WS-INS-DUPLICADA.
           MOVE ZEROS             TO WS-VIDAS-INS.
           MOVE ZEROS             TO WS-VLR-ESPERADO.
           IF WS-PLB-ACHADO NOT EQUAL ZEROS
               PERFORM 004-04-PROCURAR-INSCRICAO
                   VARYING WS-IDX-INS FROM 1 BY 1
                   UNTIL WS-IDX-INS GREATER WS-TAB-INS-QTD
                      OR WS-INS-ACHADO NOT EQUAL ZEROS.

           IF WS-INS-ACHADO NOT EQUAL ZEROS
               MOVE 'S'           TO WS-TAB-INS-USADO (WS-INS-ACHADO)
               MOVE WS-TAB-INS-VIDAS (WS-INS-ACHADO) TO WS-VIDAS-INS
               COMPUTE WS-VLR-ESPERADO =
                   WS-TAB-PLB-VLR (WS-PLB-ACHADO) * WS-VIDAS-INS.

           MOVE SPACES            TO WS-OCORRENCIA.

           EVALUATE TRUE
               WHEN ANOMES-FAT NOT EQUAL WS-DATA-REF (1:6)
                   MOVE 'COMPETENCIA DIFERENTE' TO WS-OCORRENCIA
               WHEN WS-PLB-ACHADO EQUAL ZEROS
                   MOVE 'PLANO NAO CADASTRADO' TO WS-OCORRENCIA
               WHEN WS-TAB-PLB-FORN (WS-PLB-ACHADO)
                    NOT EQUAL COD-FORN-FAT
                   MOVE 'PLANO DE OUTRO FORNEC.' TO WS-OCORRENCIA
               WHEN WS-FUN-ACHADO EQUAL ZEROS
                   MOVE 'FUNCIONARIO DESLIGADO' TO WS-OCORRENCIA
               WHEN WS-INS-ACHADO EQUAL ZEROS
                AND WS-INS-DUPLICADA EQUAL 'S'
                   MOVE 'COBRANCA EM DUPLICIDADE' TO WS-OCORRENCIA
               WHEN WS-INS-ACHADO EQUAL ZEROS
                   MOVE 'SEM INSCRICAO VIGENTE' TO WS-OCORRENCIA
               WHEN QTD-VIDAS-FAT NOT EQUAL WS-VIDAS-INS
                   MOVE 'QTD DE VIDAS DIVERGENTE' TO WS-OCORRENCIA
               WHEN VALOR-FAT NOT EQUAL WS-VLR-ESPERADO
                   MOVE 'VALOR DIVERGENTE' TO WS-OCORRENCIA
           END-EVALUATE.

           IF WS-OCORRENCIA NOT EQUAL SPACES
               ADD 1              TO ACUM-OCORRENCIAS
               ADD 1              TO WS-TAB-FOR-OCOR (WS-FOR-ACHADO)
               MOVE COD-FORN-FAT  TO DET001-FORN
               MOVE COD-PLANO-FAT TO DET001-PLANO
               MOVE CODIGO-FAT    TO DET001-CODIGO
               MOVE QTD-VIDAS-FAT TO DET001-VIDAS-FAT
               MOVE VALOR-FAT     TO DET001-VALOR-FAT
               PERFORM 004-05-IMPRESSAO.

           PERFORM 003-01-LER-FATBEN.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACHAR-FORNECEDOR    SECTION.
      *================================================================*
      * LOCALIZA O FORNECEDOR NA TABELA, INCLUINDO-O NA PRIMEIRA
      * LINHA DELE NO FATBEN.
      *
           MOVE ZEROS             TO WS-FOR-ACHADO.

           PERFORM 004-01-01-PROCURAR-FORN
               VARYING WS-IDX-FOR FROM 1 BY 1
               UNTIL WS-IDX-FOR GREATER WS-TAB-FOR-QTD
                  OR WS-FOR-ACHADO NOT EQUAL ZEROS.

           IF WS-FOR-ACHADO EQUAL ZEROS
               IF WS-TAB-FOR-QTD EQUAL 50
                   DISPLAY '* TABELA DE FORNECEDORES CHEIA       *'
                   DISPLAY '* AUMENTAR WS-TAB-FOR E REPROCESSAR  *'
                   MOVE 'ERRO'    TO WS-RUNLOG-STATUS
                   PERFORM 999-00-GRAVAR-RUNLOG
                   STOP RUN
               END-IF
               ADD 1              TO WS-TAB-FOR-QTD
               MOVE WS-TAB-FOR-QTD TO WS-FOR-ACHADO
               MOVE COD-FORN-FAT  TO WS-TAB-FOR-COD (WS-FOR-ACHADO)
               MOVE NUM-FATURA-FAT TO
                   WS-TAB-FOR-FATURA (WS-FOR-ACHADO)
               MOVE ZEROS         TO WS-TAB-FOR-FAT (WS-FOR-ACHADO)
               MOVE ZEROS         TO WS-TAB-FOR-ESP (WS-FOR-ACHADO)
               MOVE ZEROS         TO WS-TAB-FOR-OCOR (WS-FOR-ACHADO).

       004-01-FIM.                EXIT.

      *================================================================*
       004-01-01-PROCURAR-FORN    SECTION.
      *================================================================*
           IF WS-TAB-FOR-COD (WS-IDX-FOR) EQUAL WS-COD-FORN
               MOVE WS-IDX-FOR    TO WS-FOR-ACHADO.

       004-01-01-FIM.             EXIT.

      *================================================================*
       004-02-ACHAR-PLANO         SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-PLB-ACHADO.

           PERFORM 004-02-01-PROCURAR-PLANO
               VARYING WS-IDX-PLB FROM 1 BY 1
               UNTIL WS-IDX-PLB GREATER WS-TAB-PLB-QTD
                  OR WS-PLB-ACHADO NOT EQUAL ZEROS.

       004-02-FIM.                EXIT.

      *================================================================*
       004-02-01-PROCURAR-PLANO   SECTION.
      *================================================================*
           IF WS-TAB-PLB-COD (WS-IDX-PLB) EQUAL WS-COD-PLANO
               MOVE WS-IDX-PLB    TO WS-PLB-ACHADO.

       004-02-01-FIM.             EXIT.

      *================================================================*
       004-03-ACHAR-FUNCIONARIO   SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-FUN-ACHADO.

           PERFORM 004-03-01-PROCURAR-FUNC
               VARYING WS-IDX-FUN FROM 1 BY 1
               UNTIL WS-IDX-FUN GREATER WS-TAB-FUN-QTD
                  OR WS-FUN-ACHADO NOT EQUAL ZEROS.

       004-03-FIM.                EXIT.

      *================================================================*
       004-03-01-PROCURAR-FUNC    SECTION.
      *================================================================*
           IF WS-TAB-FUN-COD (WS-IDX-FUN) EQUAL WS-COD-FUNC
               MOVE WS-IDX-FUN    TO WS-FUN-ACHADO.

       004-03-01-FIM.             EXIT.

      *================================================================*
       004-04-PROCURAR-INSCRICAO  SECTION.
      *================================================================*
      * INSCRICAO DO FUNCIONARIO NO PLANO AINDA NAO COBRADA NESTA
      * CONFERENCIA; SE SO HOUVER UMA JA COBRADA, E DUPLICIDADE.
      *
           IF WS-TAB-INS-COD (WS-IDX-INS) EQUAL WS-COD-FUNC
              AND WS-TAB-INS-PLANO (WS-IDX-INS) EQUAL WS-PLB-ACHADO
               IF WS-TAB-INS-USADO (WS-IDX-INS) EQUAL 'N'
                   MOVE WS-IDX-INS TO WS-INS-ACHADO
               ELSE
                   MOVE 'S'       TO WS-INS-DUPLICADA.

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-IMPRESSAO           SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-VIDAS-INS      TO DET001-VIDAS-INS.
           MOVE WS-VLR-ESPERADO   TO DET001-VALOR-ESP.
           MOVE WS-OCORRENCIA     TO DET001-OCORRENCIA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       004-05-FIM.                EXIT.

      *================================================================*
       005-00-CONFERIR-INSCRICOES SECTION.
      *================================================================*
      * VALOR ESPERADO DE CADA FORNECEDOR FATURADO (TODAS AS SUAS
      * INSCRICOES VIGENTES) E INSCRITOS QUE ELE NAO COBROU.
      *
           PERFORM 005-01-CONFERIR-UMA
               VARYING WS-IDX-INS FROM 1 BY 1
               UNTIL WS-IDX-INS GREATER WS-TAB-INS-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-CONFERIR-UMA        SECTION.
      *================================================================*
           MOVE WS-TAB-INS-PLANO (WS-IDX-INS) TO WS-PLB-ACHADO.
           MOVE WS-TAB-PLB-FORN (WS-PLB-ACHADO) TO WS-COD-FORN.
           MOVE ZEROS             TO WS-FOR-ACHADO.

           PERFORM 004-01-01-PROCURAR-FORN
               VARYING WS-IDX-FOR FROM 1 BY 1
               UNTIL WS-IDX-FOR GREATER WS-TAB-FOR-QTD
                  OR WS-FOR-ACHADO NOT EQUAL ZEROS.

           IF WS-FOR-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-INS-VIDAS (WS-IDX-INS) TO WS-VIDAS-INS
               COMPUTE WS-VLR-ESPERADO =
                   WS-TAB-PLB-VLR (WS-PLB-ACHADO) * WS-VIDAS-INS
               ADD WS-VLR-ESPERADO TO WS-TAB-FOR-ESP (WS-FOR-ACHADO)
               IF WS-TAB-INS-USADO (WS-IDX-INS) EQUAL 'N'
                   ADD 1          TO ACUM-NAO-FATURADOS
                   ADD 1          TO WS-TAB-FOR-OCOR (WS-FOR-ACHADO)
                   MOVE WS-COD-FORN TO DET001-FORN
                   MOVE WS-TAB-PLB-COD (WS-PLB-ACHADO)
                                  TO DET001-PLANO
                   MOVE WS-TAB-INS-COD (WS-IDX-INS) TO DET001-CODIGO
                   MOVE ZEROS     TO DET001-VIDAS-FAT
                   MOVE ZEROS     TO DET001-VALOR-FAT
                   MOVE 'INSCRITO NAO FATURADO' TO WS-OCORRENCIA
                   PERFORM 004-05-IMPRESSAO.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-FORNECEDORES SECTION.
      *================================================================*
      * RESUMO POR FORNECEDOR: FATURADO CONTRA ESPERADO.
      *
           IF ACUM-LINHAS GREATER 53
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB006 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 4                  TO ACUM-LINHAS.

           PERFORM 006-01-IMPRIMIR-UM
               VARYING WS-IDX-FOR FROM 1 BY 1
               UNTIL WS-IDX-FOR GREATER WS-TAB-FOR-QTD.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-IMPRIMIR-UM         SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           COMPUTE WS-VLR-DIFERENCA = WS-TAB-FOR-FAT (WS-IDX-FOR)
                                    - WS-TAB-FOR-ESP (WS-IDX-FOR).

           MOVE WS-TAB-FOR-COD (WS-IDX-FOR)    TO DET002-FORN.
           MOVE WS-TAB-FOR-FATURA (WS-IDX-FOR) TO DET002-FATURA.
           MOVE WS-TAB-FOR-FAT (WS-IDX-FOR)    TO DET002-FAT.
           MOVE WS-TAB-FOR-ESP (WS-IDX-FOR)    TO DET002-ESP.
           MOVE WS-VLR-DIFERENCA  TO DET002-DIF.

           IF WS-TAB-FOR-OCOR (WS-IDX-FOR) EQUAL ZEROS
              AND WS-VLR-DIFERENCA EQUAL ZEROS
               MOVE 'CONFERE'     TO DET002-SITUACAO
           ELSE
               MOVE 'DIVERGENTE'  TO DET002-SITUACAO
               ADD 1              TO ACUM-FOR-DIVERG.

           ADD WS-TAB-FOR-FAT (WS-IDX-FOR) TO ACUM-TOT-FAT.
           ADD WS-TAB-FOR-ESP (WS-IDX-FOR) TO ACUM-TOT-ESP.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       006-01-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-OCORRENCIAS  TO TOT002-OCORRENCIAS.
           MOVE ACUM-NAO-FATURADOS TO TOT003-NAO-FATURADOS.
           MOVE WS-TAB-FOR-QTD    TO TOT004-FORNECEDORES.
           MOVE ACUM-FOR-DIVERG   TO TOT005-FOR-DIVERG.
           MOVE ACUM-TOT-FAT      TO TOT006-FAT.
           MOVE ACUM-TOT-ESP      TO TOT007-ESP.

           IF ACUM-LINHAS GREATER 50
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           IF ACUM-FOR-DIVERG NOT EQUAL ZEROS
               DISPLAY '* FATURAS DIVERGENTES: ' ACUM-FOR-DIVERG
                       ' - VER RELATO *'
               MOVE 0004          TO RETURN-CODE.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-07-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FATBEN
                 RELATO.
           PERFORM 001-02-FS-FATBEN.
           PERFORM 001-07-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       009-00-FIM.                EXIT.

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
               MOVE 'PU8EXF57'        TO RUNLOG-PROGRAMA
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
               MOVE ZEROS                   TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-OCORRENCIAS        TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
