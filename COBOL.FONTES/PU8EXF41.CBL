       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF41.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * GRAVACAO DO HISTORICO PERMANENTE DE VENDAS (HISTVEND, VER COPY
      * HISTVEND). RODA A CADA CICLO SOBRE AS MESMAS FATURA E CREDNOTA
      * CONSUMIDAS PELO PU8EXE94, ANTES QUE A GERACAO SEGUINTE AS
      * SUBSTITUA, E ACRESCENTA AO HISTORICO:
      *
      *   - CADA LINHA FATURADA (PU8EXE47/PU8EXE93), COM O VALOR DA
      *     MERCADORIA COMO RECEITA E O VLR-UNIT DO CADMAT DO MOMENTO
      *     COMO CUSTO UNITARIO DA VENDA (MATERIAL FORA DO CADMAT SAI
      *     COM CUSTO ZERO E E LISTADO);
      *   - CADA NOTA DE CREDITO (PU8EXE95), LOCALIZANDO A VENDA
      *     ORIGINAL PELO PEDIDO E MATERIAL NO PROPRIO HISTORICO OU NA
      *     FATURA DO CICLO: O CREDITO HERDA CLIENTE, UF, VENDEDOR,
      *     PRECO E CUSTO UNITARIO DA VENDA, E A QUANTIDADE DEVOLVIDA
      *     E O VALOR DO CREDITO DIVIDIDO PELO PRECO (O PU8EXE95
      *     CREDITA A QUANTIDADE AO PRECO DA FATURA). CREDITO SEM VENDA
      *     ORIGINAL ENTRA SO COM A RECEITA E E LISTADO.
      *
      * O HISTORICO E LIDO UMA VEZ (ENTRADA) PARA LOCALIZAR AS VENDAS
      * DOS CREDITOS E DEPOIS REABERTO EM EXTEND PARA A GRAVACAO; NA
      * PRIMEIRA EXECUCAO ELE DEVE EXISTIR, AINDA QUE VAZIO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT FATURA          ASSIGN TO UT-S-FATURA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FATURA.
      *
           SELECT CREDNOTA        ASSIGN TO UT-S-CREDNOTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CREDNOTA.
      *
           SELECT CADMAT          ASSIGN TO UT-S-CADMAT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADMAT.
      *
           SELECT HISTVEND        ASSIGN TO UT-S-HISTVEND
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTVEND.
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
      * FATURAS EMITIDAS, NO LAYOUT GRAVADO PELO PU8EXE47/PU8EXE93.
      *
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
      *
      * NOTAS DE CREDITO DAS DEVOLUCOES ACEITAS PELO PU8EXE95.
      *
       FD CREDNOTA
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CREDNOTA.
       01 REG-CREDNOTA.
          05 NUM-PED-CRD          PIC 9(06).
          05 VALOR-CRD            PIC 9(09)V99.
          05 DATA-CRD             PIC 9(08).
          05 COD-MAT-CRD          PIC 9(05).
      *
       FD CADMAT
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADMAT.
       COPY CADMAT.
      *
       FD HISTVEND
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTVEND.
       COPY HISTVEND.
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
      *  MATERIAIS: CUSTO UNITARIO
      *
       01 WS-TAB-MAT.
          05 WS-TAB-MAT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-MAT-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-MAT-COD    PIC 9(05).
             10 WS-TAB-MAT-CUSTO  PIC 9(05)V99.
      *
      *  NOTAS DE CREDITO DO CICLO E A VENDA ORIGINAL DE CADA UMA
      *  (WS-TAB-CRD-ACHOU 'S' QUANDO A VENDA FOI LOCALIZADA)
      *
       01 WS-TAB-CRD.
          05 WS-TAB-CRD-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CRD-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CRD-PED    PIC 9(06).
             10 WS-TAB-CRD-MAT    PIC 9(05).
             10 WS-TAB-CRD-VALOR  PIC 9(09)V99.
             10 WS-TAB-CRD-DATA   PIC 9(08).
             10 WS-TAB-CRD-ACHOU  PIC X(01).
             10 WS-TAB-CRD-CLI    PIC 9(05).
             10 WS-TAB-CRD-UF     PIC X(02).
             10 WS-TAB-CRD-VEND   PIC 9(05).
             10 WS-TAB-CRD-PRECO  PIC 9(07)V99.
             10 WS-TAB-CRD-CUSTO  PIC 9(05)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
      *
      *  VENDA EM COMPARACAO COM OS CREDITOS
      *
       77 WS-PED-VENDA            PIC 9(06) VALUE ZEROS.
       77 WS-MAT-VENDA            PIC 9(05) VALUE ZEROS.
       77 WS-CLI-VENDA            PIC 9(05) VALUE ZEROS.
       77 WS-UF-VENDA             PIC X(02) VALUE SPACES.
       77 WS-VEND-VENDA           PIC 9(05) VALUE ZEROS.
       77 WS-PRECO-VENDA          PIC 9(07)V99 VALUE ZEROS.
       77 WS-CUSTO-VENDA          PIC 9(05)V99 VALUE ZEROS.
       77 WS-SITUACAO             PIC X(30) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-HISTORICO          PIC 9(06) VALUE ZEROS.
       77 ACUM-FATURAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-CREDITOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-MAT            PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-VENDA          PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-RECEITA        PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CUSTO          PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CREDITOS       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CUSTO-CRED     PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FATURA               PIC X(02) VALUE SPACES.
       77 FS-CREDNOTA             PIC X(02) VALUE SPACES.
       77 FS-CADMAT               PIC X(02) VALUE SPACES.
       77 FS-HISTVEND             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF41'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'HISTORICO DE VENDAS - OCORRENCIAS DA GRAVACAO'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(04) VALUE 'TP'.
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.
          05 FILLER               PIC X(08) VALUE 'MATER.'.
          05 FILLER               PIC X(15) VALUE
             '          VALOR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-TIPO          PIC X(01).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-MAT           PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(30).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS JA EXISTENTES NO HISTORICO     :'.
          05 TOT001-HISTORICO     PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DE FATURA GRAVADAS                :'.
          05 TOT002-FATURAS       PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'NOTAS DE CREDITO GRAVADAS                :'.
          05 TOT003-CREDITOS      PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DE MATERIAL FORA DO CADMAT        :'.
          05 TOT004-SEM-MAT       PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'CREDITOS SEM VENDA ORIGINAL              :'.
          05 TOT005-SEM-VENDA     PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'RECEITA FATURADA           :'.
          05 TOT006-RECEITA       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'CUSTO DAS VENDAS           :'.
          05 TOT007-CUSTO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'RECEITA CREDITADA          :'.
          05 TOT008-CREDITOS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'CUSTO DEVOLVIDO            :'.
          05 TOT009-CUSTO-CRED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-10-CARREGAR-CADMAT.
           PERFORM 001-12-CARREGAR-CREDNOTA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-LER-HISTORICO.
           PERFORM 004-00-GRAVAR-FATURAS.
           PERFORM 005-00-GRAVAR-CREDITOS.
           PERFORM 006-00-IMPRIMIR-TOTAIS.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  FATURA
                       CREDNOTA
                       CADMAT
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-FATURA.
           PERFORM 001-03-FS-CREDNOTA.
           PERFORM 001-04-FS-CADMAT.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-FATURA           SECTION.
      *================================================================*
           MOVE 'FATURA'          TO FS-ARQUIVO.
           MOVE FS-FATURA         TO FS-COD-STATUS.

           IF FS-FATURA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CREDNOTA         SECTION.
      *================================================================*
           MOVE 'CREDNOTA'        TO FS-ARQUIVO.
           MOVE FS-CREDNOTA       TO FS-COD-STATUS.

           IF FS-CREDNOTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CADMAT           SECTION.
      *================================================================*
           MOVE 'CADMAT'          TO FS-ARQUIVO.
           MOVE FS-CADMAT         TO FS-COD-STATUS.

           IF FS-CADMAT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-HISTVEND         SECTION.
      *================================================================*
           MOVE 'HISTVEND'        TO FS-ARQUIVO.
           MOVE FS-HISTVEND       TO FS-COD-STATUS.

           IF FS-HISTVEND NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-CADMAT     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-04-FS-CADMAT.

           PERFORM 001-11-ACUMULAR-CADMAT
               UNTIL FS-CADMAT EQUAL '10'
                  OR WS-TAB-MAT-QTD EQUAL 300.

           IF FS-CADMAT NOT EQUAL '10'
               DISPLAY '* CADMAT COM MAIS DE 300 MATERIAIS   *'
               DISPLAY '* AUMENTAR WS-TAB-MAT E REPROCESSAR  *'
               MOVE 'CADMAT'      TO FS-ARQUIVO
               MOVE FS-CADMAT     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADMAT.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-CADMAT     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-MAT-QTD.
           MOVE COD-MAT           TO WS-TAB-MAT-COD (WS-TAB-MAT-QTD).
           MOVE VLR-UNIT          TO WS-TAB-MAT-CUSTO (WS-TAB-MAT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-04-FS-CADMAT.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-CREDNOTA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDNOTA.
           PERFORM 001-03-FS-CREDNOTA.

           PERFORM 001-13-ACUMULAR-CREDNOTA
               UNTIL FS-CREDNOTA EQUAL '10'
                  OR WS-TAB-CRD-QTD EQUAL 500.

           IF FS-CREDNOTA NOT EQUAL '10'
               DISPLAY '* CREDNOTA COM MAIS DE 500 NOTAS     *'
               DISPLAY '* AUMENTAR WS-TAB-CRD E REPROCESSAR  *'
               MOVE 'CREDNOTA'    TO FS-ARQUIVO
               MOVE FS-CREDNOTA   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CREDNOTA.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-CREDNOTA   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-CRD-QTD.
           MOVE NUM-PED-CRD       TO WS-TAB-CRD-PED (WS-TAB-CRD-QTD).
           MOVE COD-MAT-CRD       TO WS-TAB-CRD-MAT (WS-TAB-CRD-QTD).
           MOVE VALOR-CRD         TO WS-TAB-CRD-VALOR (WS-TAB-CRD-QTD).
           MOVE DATA-CRD          TO WS-TAB-CRD-DATA (WS-TAB-CRD-QTD).
           MOVE 'N'               TO WS-TAB-CRD-ACHOU (WS-TAB-CRD-QTD).
           MOVE ZEROS             TO WS-TAB-CRD-CLI (WS-TAB-CRD-QTD)
                                     WS-TAB-CRD-VEND (WS-TAB-CRD-QTD)
                                     WS-TAB-CRD-PRECO (WS-TAB-CRD-QTD)
                                     WS-TAB-CRD-CUSTO (WS-TAB-CRD-QTD).
           MOVE SPACES            TO WS-TAB-CRD-UF (WS-TAB-CRD-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDNOTA.
           PERFORM 001-03-FS-CREDNOTA.

       001-13-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-LER-HISTORICO       SECTION.
      *================================================================*
      * LEITURA DO HISTORICO JA GRAVADO, SO PARA LOCALIZAR AS VENDAS
      * ORIGINAIS DOS CREDITOS DO CICLO.
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT HISTVEND.
           PERFORM 001-05-FS-HISTVEND.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTVEND.
           PERFORM 001-05-FS-HISTVEND.

           PERFORM 003-01-TRATAR-HISTORICO
               UNTIL FS-HISTVEND EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTVEND.
           PERFORM 001-05-FS-HISTVEND.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-HISTORICO    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-HISTORICO.

           IF TIPO-HVE EQUAL 'F'
               MOVE NUM-PED-HVE   TO WS-PED-VENDA
               MOVE COD-MAT-HVE   TO WS-MAT-VENDA
               MOVE COD-CLI-HVE   TO WS-CLI-VENDA
               MOVE UF-HVE        TO WS-UF-VENDA
               MOVE COD-VEND-HVE  TO WS-VEND-VENDA
               MOVE PRECO-UNIT-HVE TO WS-PRECO-VENDA
               MOVE CUSTO-UNIT-HVE TO WS-CUSTO-VENDA
               PERFORM 003-02-CASAR-CREDITOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTVEND.
           PERFORM 001-05-FS-HISTVEND.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-CASAR-CREDITOS      SECTION.
      *================================================================*
      * TODOS OS CREDITOS DO PEDIDO E MATERIAL DA VENDA EM WS-*-VENDA
      * RECEBEM OS DADOS DELA (PODE HAVER MAIS DE UMA DEVOLUCAO).
      *
           PERFORM 003-02-01-CASAR-UM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CRD-QTD.

       003-02-FIM.                EXIT.

      *================================================================*
       003-02-01-CASAR-UM         SECTION.
      *================================================================*
           IF WS-TAB-CRD-PED (WS-IDX) EQUAL WS-PED-VENDA
              AND WS-TAB-CRD-MAT (WS-IDX) EQUAL WS-MAT-VENDA
               MOVE 'S'           TO WS-TAB-CRD-ACHOU (WS-IDX)
               MOVE WS-CLI-VENDA  TO WS-TAB-CRD-CLI (WS-IDX)
               MOVE WS-UF-VENDA   TO WS-TAB-CRD-UF (WS-IDX)
               MOVE WS-VEND-VENDA TO WS-TAB-CRD-VEND (WS-IDX)
               MOVE WS-PRECO-VENDA TO WS-TAB-CRD-PRECO (WS-IDX)
               MOVE WS-CUSTO-VENDA TO WS-TAB-CRD-CUSTO (WS-IDX).

       003-02-01-FIM.             EXIT.

      *================================================================*
       004-00-GRAVAR-FATURAS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN EXTEND HISTVEND.
           PERFORM 001-05-FS-HISTVEND.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

           PERFORM 004-01-GRAVAR-UMA
               UNTIL FS-FATURA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FATURA.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-GRAVAR-UMA          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-FATURAS.

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 004-02-PROCURAR-MAT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MAT-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               MOVE ZEROS         TO WS-CUSTO-VENDA
               ADD 1              TO ACUM-SEM-MAT
               MOVE 'F'           TO DET001-TIPO
               MOVE NUM-PED-FAT   TO DET001-PEDIDO
               MOVE COD-MAT-FAT   TO DET001-MAT
               MOVE VLR-TOTAL-FAT TO DET001-VALOR
               MOVE 'MATERIAL FORA DO CADMAT' TO DET001-SITUACAO
               PERFORM 005-10-IMPRIMIR-LINHA
           ELSE
               MOVE WS-TAB-MAT-CUSTO (WS-ACHADO) TO WS-CUSTO-VENDA.

           MOVE SPACES            TO REG-HISTVEND.
           MOVE 'F'               TO TIPO-HVE.
           MOVE NUM-PED-FAT       TO NUM-PED-HVE.
           MOVE COD-CLI-FAT       TO COD-CLI-HVE.
           MOVE UF-FAT            TO UF-HVE.
           MOVE COD-MAT-FAT       TO COD-MAT-HVE.
           MOVE COD-VEND-FAT      TO COD-VEND-HVE.
           MOVE DATA-FAT          TO DATA-HVE.
           MOVE QTD-FAT           TO QTD-HVE.
           MOVE PRECO-UNIT-FAT    TO PRECO-UNIT-HVE.
           MOVE VLR-TOTAL-FAT     TO VLR-RECEITA-HVE.
           MOVE WS-CUSTO-VENDA    TO CUSTO-UNIT-HVE.
           COMPUTE VLR-CUSTO-HVE  = QTD-FAT * WS-CUSTO-VENDA.
           PERFORM 004-03-GRAVAR-HISTVEND.

           ADD VLR-RECEITA-HVE    TO ACUM-VLR-RECEITA.
           ADD VLR-CUSTO-HVE      TO ACUM-VLR-CUSTO.

      *    CREDITO DE VENDA FATURADA NO PROPRIO CICLO
           MOVE NUM-PED-FAT       TO WS-PED-VENDA.
           MOVE COD-MAT-FAT       TO WS-MAT-VENDA.
           MOVE COD-CLI-FAT       TO WS-CLI-VENDA.
           MOVE UF-FAT            TO WS-UF-VENDA.
           MOVE COD-VEND-FAT      TO WS-VEND-VENDA.
           MOVE PRECO-UNIT-FAT    TO WS-PRECO-VENDA.
           PERFORM 003-02-CASAR-CREDITOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-MAT        SECTION.
      *================================================================*
           IF WS-TAB-MAT-COD (WS-IDX) EQUAL COD-MAT-FAT
               MOVE WS-IDX        TO WS-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-GRAVAR-HISTVEND     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-GRAVADOS.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-HISTVEND.
           PERFORM 001-05-FS-HISTVEND.

       004-03-FIM.                EXIT.

      *================================================================*
       005-00-GRAVAR-CREDITOS     SECTION.
      *================================================================*
           PERFORM 005-01-GRAVAR-UM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CRD-QTD.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTVEND.
           PERFORM 001-05-FS-HISTVEND.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-GRAVAR-UM           SECTION.
      *================================================================*
           ADD 1                  TO ACUM-CREDITOS.

           MOVE SPACES            TO REG-HISTVEND.
           MOVE 'C'               TO TIPO-HVE.
           MOVE WS-TAB-CRD-PED (WS-IDX)   TO NUM-PED-HVE.
           MOVE WS-TAB-CRD-CLI (WS-IDX)   TO COD-CLI-HVE.
           MOVE WS-TAB-CRD-UF (WS-IDX)    TO UF-HVE.
           MOVE WS-TAB-CRD-MAT (WS-IDX)   TO COD-MAT-HVE.
           MOVE WS-TAB-CRD-VEND (WS-IDX)  TO COD-VEND-HVE.
           MOVE WS-TAB-CRD-DATA (WS-IDX)  TO DATA-HVE.
           MOVE WS-TAB-CRD-PRECO (WS-IDX) TO PRECO-UNIT-HVE.
           MOVE WS-TAB-CRD-VALOR (WS-IDX) TO VLR-RECEITA-HVE.
           MOVE WS-TAB-CRD-CUSTO (WS-IDX) TO CUSTO-UNIT-HVE.

           IF WS-TAB-CRD-ACHOU (WS-IDX) EQUAL 'S'
              AND WS-TAB-CRD-PRECO (WS-IDX) GREATER ZEROS
               COMPUTE QTD-HVE ROUNDED =
                   WS-TAB-CRD-VALOR (WS-IDX) /
                   WS-TAB-CRD-PRECO (WS-IDX)
               COMPUTE VLR-CUSTO-HVE =
                   QTD-HVE * WS-TAB-CRD-CUSTO (WS-IDX)
           ELSE
               MOVE ZEROS         TO QTD-HVE
                                     VLR-CUSTO-HVE
               ADD 1              TO ACUM-SEM-VENDA
               MOVE 'C'           TO DET001-TIPO
               MOVE WS-TAB-CRD-PED (WS-IDX)   TO DET001-PEDIDO
               MOVE WS-TAB-CRD-MAT (WS-IDX)   TO DET001-MAT
               MOVE WS-TAB-CRD-VALOR (WS-IDX) TO DET001-VALOR
               MOVE 'CREDITO SEM VENDA ORIGINAL' TO DET001-SITUACAO
               PERFORM 005-10-IMPRIMIR-LINHA.

           PERFORM 004-03-GRAVAR-HISTVEND.

           ADD VLR-RECEITA-HVE    TO ACUM-VLR-CREDITOS.
           ADD VLR-CUSTO-HVE      TO ACUM-VLR-CUSTO-CRED.

       005-01-FIM.                EXIT.

      *================================================================*
       005-10-IMPRIMIR-LINHA      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-10-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 45
               PERFORM 008-00-CABECALHOS.

           MOVE ACUM-HISTORICO    TO TOT001-HISTORICO.
           MOVE ACUM-FATURAS      TO TOT002-FATURAS.
           MOVE ACUM-CREDITOS     TO TOT003-CREDITOS.
           MOVE ACUM-SEM-MAT      TO TOT004-SEM-MAT.
           MOVE ACUM-SEM-VENDA    TO TOT005-SEM-VENDA.
           MOVE ACUM-VLR-RECEITA  TO TOT006-RECEITA.
           MOVE ACUM-VLR-CUSTO    TO TOT007-CUSTO.
           MOVE ACUM-VLR-CREDITOS TO TOT008-CREDITOS.
           MOVE ACUM-VLR-CUSTO-CRED TO TOT009-CUSTO-CRED.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-06-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
           DISPLAY '* ERRO ' FS-OPERACAO ' DO ARQUIVO ' FS-ARQUIVO
           DISPLAY '* FILE STATUS = ' FS-COD-STATUS
           DISPLAY '* PROGRAMA ENCERRADO'
           MOVE 'ERRO'            TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           MOVE 0090              TO RETURN-CODE
           STOP RUN.

       900-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF41'        TO RUNLOG-PROGRAMA
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
                   ACUM-FATURAS + ACUM-CREDITOS
               MOVE ACUM-GRAVADOS           TO RUNLOG-QTD-GRAVADOS
               COMPUTE RUNLOG-QTD-REJEITADOS =
                   ACUM-SEM-MAT + ACUM-SEM-VENDA
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
