       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF42.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ANALISE MENSAL DE VENDAS E MARGEM BRUTA, A PARTIR DO HISTORICO
      * PERMANENTE DE VENDAS (HISTVEND, GRAVADO PELO PU8EXF41). PARA O
      * MES DE REFERENCIA (ANO/MES DO PARMDATA) E PARA O MESMO MES DO
      * ANO ANTERIOR, APURA QUANTIDADE, RECEITA, CUSTO, MARGEM BRUTA
      * (RECEITA MENOS CUSTO) E PERCENTUAL DE MARGEM SOBRE A RECEITA,
      * EM TRES QUEBRAS, CADA UMA EM PAGINA PROPRIA:
      *
      *   - POR CLIENTE (COD-CLI-HVE);
      *   - POR MATERIAL (COD-MAT-HVE);
      *   - POR ESTADO (UF-HVE, A UF DO CLIENTE NA FATURA).
      *
      * AS NOTAS DE CREDITO ('C') ABATEM QUANTIDADE, RECEITA E CUSTO
      * NO MES DO CREDITO. AO LADO DO MES DE REFERENCIA SAEM RECEITA,
      * MARGEM E PERCENTUAL DO MESMO MES DO ANO ANTERIOR.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT HISTVEND        ASSIGN TO UT-S-HISTVEND
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTVEND.
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
       FD HISTVEND
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTVEND.
       COPY HISTVEND.
      *
       FD RELATO
           RECORD     CONTAINS    111 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(111).
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
       01 WS-DATA-REF.
          05 WS-ANOMES-REF        PIC 9(06).
          05 WS-DIA-REF           PIC 9(02).
       01 WS-DATA-REF-R           REDEFINES WS-DATA-REF
                                  PIC 9(08).
      *
       01 WS-DATA-MOV.
          05 WS-ANOMES-MOV        PIC 9(06).
          05 WS-DIA-MOV           PIC 9(02).
       01 WS-DATA-MOV-R           REDEFINES WS-DATA-MOV
                                  PIC 9(08).
      *
       77 WS-ANOMES-ANT           PIC 9(06) VALUE ZEROS.
      *
      *  CHAVE DE ACUMULACAO: QUEBRA (1 = CLIENTE, 2 = MATERIAL,
      *  3 = UF) SEGUIDA DO CODIGO DO CLIENTE OU MATERIAL OU DA UF
      *
       01 WS-CHAVE.
          05 WS-CHAVE-QUEBRA      PIC 9(01).
          05 WS-CHAVE-COD         PIC X(05).
      *
      *  ACUMULADOS POR CHAVE, EM ORDEM CRESCENTE DE WS-CHAVE; ATU =
      *  MES DE REFERENCIA, ANT = MESMO MES DO ANO ANTERIOR
      *
       01 WS-TAB-ANL.
          05 WS-TAB-ANL-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-ANL-ENTRY OCCURS 1500 TIMES.
             10 WS-TAB-ANL-CHAVE.
                15 WS-TAB-ANL-QUEBRA PIC 9(01).
                15 WS-TAB-ANL-COD PIC X(05).
             10 WS-TAB-ANL-QTD-ATU PIC S9(07).
             10 WS-TAB-ANL-REC-ATU PIC S9(11)V99.
             10 WS-TAB-ANL-CUS-ATU PIC S9(11)V99.
             10 WS-TAB-ANL-REC-ANT PIC S9(11)V99.
             10 WS-TAB-ANL-CUS-ANT PIC S9(11)V99.
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(04) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(04) VALUE ZEROS.
       77 WS-QUEBRA-LISTA         PIC 9(01) VALUE ZEROS.
       77 WS-COD-LIN              PIC 9(05) VALUE ZEROS.
      *
      *  VALORES DO REGISTRO CORRENTE, JA COM SINAL ('C' NEGATIVO)
      *
       77 WS-QTD-MOV              PIC S9(07) VALUE ZEROS.
       77 WS-REC-MOV              PIC S9(11)V99 VALUE ZEROS.
       77 WS-CUS-MOV              PIC S9(11)V99 VALUE ZEROS.
       77 WS-MES-MOV              PIC X(01) VALUE SPACES.
      *
      *  LINHA EM IMPRESSAO
      *
       77 WS-QTD-LIN              PIC S9(07) VALUE ZEROS.
       77 WS-REC-LIN              PIC S9(11)V99 VALUE ZEROS.
       77 WS-CUS-LIN              PIC S9(11)V99 VALUE ZEROS.
       77 WS-REC-ANT-LIN          PIC S9(11)V99 VALUE ZEROS.
       77 WS-CUS-ANT-LIN          PIC S9(11)V99 VALUE ZEROS.
       77 WS-MARGEM               PIC S9(11)V99 VALUE ZEROS.
       77 WS-MARGEM-ANT           PIC S9(11)V99 VALUE ZEROS.
       77 WS-PERC                 PIC S9(03)V9 VALUE ZEROS.
       77 WS-PERC-ANT             PIC S9(03)V9 VALUE ZEROS.
      *
      *  TOTAIS DA QUEBRA EM IMPRESSAO
      *
       77 WS-TOT-QTD              PIC S9(07) VALUE ZEROS.
       77 WS-TOT-REC              PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-CUS              PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-REC-ANT          PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-CUS-ANT          PIC S9(11)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(07) VALUE ZEROS.
       77 ACUM-MES-ATU            PIC 9(07) VALUE ZEROS.
       77 ACUM-MES-ANT            PIC 9(07) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-HISTVEND             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF42'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAB003-TITULO        PIC X(50) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'REFERENCIA: '.
          05 CAB003-MES           PIC 99.
          05 FILLER               PIC X(01) VALUE '/'.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(108) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(24) VALUE
             '---------------- MES DE '.
          05 FILLER               PIC X(28) VALUE
             'REFERENCIA -----------------'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(36) VALUE
             '---- MESMO MES DO ANO ANTERIOR -----'.
      *
       01  CAB006.
          05 CAB006-CHAVE         PIC X(08).
          05 FILLER               PIC X(08) VALUE '   QTDE.'.
          05 FILLER               PIC X(15) VALUE
             '        RECEITA'.
          05 FILLER               PIC X(15) VALUE
             '          CUSTO'.
          05 FILLER               PIC X(15) VALUE
             '         MARGEM'.
          05 FILLER               PIC X(07) VALUE '   MRG%'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE
             '       RECEITA'.
          05 FILLER               PIC X(15) VALUE
             '         MARGEM'.
          05 FILLER               PIC X(07) VALUE '   MRG%'.
      *
       01  DET001.
          05 DET001-CHAVE         PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-QTD           PIC -ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-RECEITA       PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CUSTO         PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-MARGEM        PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PERC          PIC -ZZ9,9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-RECEITA-ANT   PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-MARGEM-ANT    PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PERC-ANT      PIC -ZZ9,9.
      *
       01  DET002.
          05 DET002-COD           PIC 99.999.
       01  DET003.
          05 DET003-UF            PIC X(02).
          05 FILLER               PIC X(04) VALUE SPACES.
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             'NENHUMA VENDA NO MES DE REFERENCIA NEM NO ANO ANTERIOR'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS LIDOS NO HISTORICO (HISTVEND)  :'.
          05 TOT001-LIDOS         PIC Z.ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS DO MES DE REFERENCIA           :'.
          05 TOT002-MES-ATU       PIC Z.ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS DO MESMO MES DO ANO ANTERIOR   :'.
          05 TOT003-MES-ANT       PIC Z.ZZZ.ZZ9.
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
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-ACUMULAR-HISTORICO.
           PERFORM 004-00-LISTAR-QUEBRA
               VARYING WS-QUEBRA-LISTA FROM 1 BY 1
               UNTIL WS-QUEBRA-LISTA GREATER 3.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  HISTVEND
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-HISTVEND.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-HISTVEND         SECTION.
      *================================================================*
           MOVE 'HISTVEND'        TO FS-ARQUIVO.
           MOVE FS-HISTVEND       TO FS-COD-STATUS.

           IF FS-HISTVEND NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-06-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMDATA        SECTION.
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
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF-R
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF-R.

           COMPUTE WS-ANOMES-ANT  = WS-ANOMES-REF - 100.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-09-FIM.                EXIT.

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

           MOVE WS-ANOMES-REF (1:4) TO CAB003-ANO.
           MOVE WS-ANOMES-REF (5:2) TO CAB003-MES.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-ACUMULAR-HISTORICO  SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTVEND.
           PERFORM 001-02-FS-HISTVEND.

           PERFORM 003-01-TRATAR-REGISTRO
               UNTIL FS-HISTVEND EQUAL '10'.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-REGISTRO     SECTION.
      *================================================================*
      * WS-MES-MOV: 'A' = MES DE REFERENCIA, 'P' = MESMO MES DO ANO
      * ANTERIOR; REGISTROS DE OUTROS MESES SAO DESPREZADOS.
      *
           ADD 1                  TO ACUM-LIDOS.

           MOVE DATA-HVE          TO WS-DATA-MOV-R.
           MOVE SPACES            TO WS-MES-MOV.

           IF WS-ANOMES-MOV EQUAL WS-ANOMES-REF
               MOVE 'A'           TO WS-MES-MOV
               ADD 1              TO ACUM-MES-ATU.

           IF WS-ANOMES-MOV EQUAL WS-ANOMES-ANT
               MOVE 'P'           TO WS-MES-MOV
               ADD 1              TO ACUM-MES-ANT.

           IF WS-MES-MOV NOT EQUAL SPACES
               PERFORM 003-02-ACUMULAR-QUEBRAS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTVEND.
           PERFORM 001-02-FS-HISTVEND.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-ACUMULAR-QUEBRAS    SECTION.
      *================================================================*
           IF TIPO-HVE EQUAL 'C'
               COMPUTE WS-QTD-MOV = QTD-HVE * -1
               COMPUTE WS-REC-MOV = VLR-RECEITA-HVE * -1
               COMPUTE WS-CUS-MOV = VLR-CUSTO-HVE * -1
           ELSE
               MOVE QTD-HVE         TO WS-QTD-MOV
               MOVE VLR-RECEITA-HVE TO WS-REC-MOV
               MOVE VLR-CUSTO-HVE   TO WS-CUS-MOV.

           MOVE 1                 TO WS-CHAVE-QUEBRA.
           MOVE COD-CLI-HVE       TO WS-CHAVE-COD.
           PERFORM 003-03-ACUMULAR-CHAVE.

           MOVE 2                 TO WS-CHAVE-QUEBRA.
           MOVE COD-MAT-HVE       TO WS-CHAVE-COD.
           PERFORM 003-03-ACUMULAR-CHAVE.

           MOVE 3                 TO WS-CHAVE-QUEBRA.
           MOVE UF-HVE            TO WS-CHAVE-COD.
           PERFORM 003-03-ACUMULAR-CHAVE.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-ACUMULAR-CHAVE      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-03-01-PROCURAR-CHAVE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-ANL-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               PERFORM 003-03-02-INCLUIR-CHAVE.

           IF WS-MES-MOV EQUAL 'A'
               ADD WS-QTD-MOV     TO WS-TAB-ANL-QTD-ATU (WS-ACHADO)
               ADD WS-REC-MOV     TO WS-TAB-ANL-REC-ATU (WS-ACHADO)
               ADD WS-CUS-MOV     TO WS-TAB-ANL-CUS-ATU (WS-ACHADO)
           ELSE
               ADD WS-REC-MOV     TO WS-TAB-ANL-REC-ANT (WS-ACHADO)
               ADD WS-CUS-MOV     TO WS-TAB-ANL-CUS-ANT (WS-ACHADO).

       003-03-FIM.                EXIT.

      *================================================================*
       003-03-01-PROCURAR-CHAVE   SECTION.
      *================================================================*
           IF WS-TAB-ANL-CHAVE (WS-IDX) EQUAL WS-CHAVE
               MOVE WS-IDX        TO WS-ACHADO.

       003-03-01-FIM.             EXIT.

      *================================================================*
       003-03-02-INCLUIR-CHAVE    SECTION.
      *================================================================*
           IF WS-TAB-ANL-QTD EQUAL 1500
               DISPLAY '* MAIS DE 1500 CHAVES NA ANALISE     *'
               DISPLAY '* AUMENTAR WS-TAB-ANL E REPROCESSAR  *'
               MOVE 'HISTVEND'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           COMPUTE WS-POSICAO = WS-TAB-ANL-QTD + 1.
           PERFORM 003-03-03-PROCURAR-POSICAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-ANL-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-ANL-QTD.

           PERFORM 003-03-04-DESLOCAR-CHAVE
               VARYING WS-IDX FROM WS-TAB-ANL-QTD BY -1
               UNTIL WS-IDX LESS WS-POSICAO.

           ADD 1                  TO WS-TAB-ANL-QTD.
           MOVE WS-POSICAO        TO WS-ACHADO.
           MOVE WS-CHAVE          TO WS-TAB-ANL-CHAVE (WS-ACHADO).
           MOVE ZEROS             TO
               WS-TAB-ANL-QTD-ATU (WS-ACHADO)
               WS-TAB-ANL-REC-ATU (WS-ACHADO)
               WS-TAB-ANL-CUS-ATU (WS-ACHADO)
               WS-TAB-ANL-REC-ANT (WS-ACHADO)
               WS-TAB-ANL-CUS-ANT (WS-ACHADO).

       003-03-02-FIM.             EXIT.

      *================================================================*
       003-03-03-PROCURAR-POSICAO SECTION.
      *================================================================*
           IF WS-TAB-ANL-CHAVE (WS-IDX) GREATER WS-CHAVE
               MOVE WS-IDX        TO WS-POSICAO.

       003-03-03-FIM.             EXIT.

      *================================================================*
       003-03-04-DESLOCAR-CHAVE   SECTION.
      *================================================================*
           MOVE WS-TAB-ANL-ENTRY (WS-IDX) TO
               WS-TAB-ANL-ENTRY (WS-IDX + 1).

       003-03-04-FIM.             EXIT.

      *================================================================*
       004-00-LISTAR-QUEBRA       SECTION.
      *================================================================*
      * UMA PAGINA (OU MAIS) POR QUEBRA, COM A LINHA DE TOTAL NO FIM.
      *
           EVALUATE WS-QUEBRA-LISTA
               WHEN 1
                   MOVE 'ANALISE DE VENDAS E MARGEM POR CLIENTE'
                                  TO CAB003-TITULO
                   MOVE 'CLIENTE' TO CAB006-CHAVE
               WHEN 2
                   MOVE 'ANALISE DE VENDAS E MARGEM POR MATERIAL'
                                  TO CAB003-TITULO
                   MOVE 'MATER.'  TO CAB006-CHAVE
               WHEN OTHER
                   MOVE 'ANALISE DE VENDAS E MARGEM POR ESTADO'
                                  TO CAB003-TITULO
                   MOVE 'UF'      TO CAB006-CHAVE
           END-EVALUATE.

           MOVE ZEROS             TO WS-TOT-QTD
                                     WS-TOT-REC
                                     WS-TOT-CUS
                                     WS-TOT-REC-ANT
                                     WS-TOT-CUS-ANT.

           PERFORM 007-00-CABECALHOS.

           PERFORM 004-01-LISTAR-CHAVE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-ANL-QTD.

           IF WS-TAB-ANL-QTD EQUAL ZEROS
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-06-FS-RELATO
           ELSE
               PERFORM 004-03-IMPRIMIR-TOTAL.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-LISTAR-CHAVE        SECTION.
      *================================================================*
           IF WS-TAB-ANL-QUEBRA (WS-IDX) EQUAL WS-QUEBRA-LISTA
               MOVE WS-TAB-ANL-QTD-ATU (WS-IDX) TO WS-QTD-LIN
               MOVE WS-TAB-ANL-REC-ATU (WS-IDX) TO WS-REC-LIN
               MOVE WS-TAB-ANL-CUS-ATU (WS-IDX) TO WS-CUS-LIN
               MOVE WS-TAB-ANL-REC-ANT (WS-IDX) TO WS-REC-ANT-LIN
               MOVE WS-TAB-ANL-CUS-ANT (WS-IDX) TO WS-CUS-ANT-LIN
               ADD WS-QTD-LIN     TO WS-TOT-QTD
               ADD WS-REC-LIN     TO WS-TOT-REC
               ADD WS-CUS-LIN     TO WS-TOT-CUS
               ADD WS-REC-ANT-LIN TO WS-TOT-REC-ANT
               ADD WS-CUS-ANT-LIN TO WS-TOT-CUS-ANT
               IF WS-QUEBRA-LISTA EQUAL 3
                   MOVE WS-TAB-ANL-COD (WS-IDX) TO DET003-UF
                   MOVE DET003    TO DET001-CHAVE
               ELSE
                   MOVE WS-TAB-ANL-COD (WS-IDX) TO WS-COD-LIN
                   MOVE WS-COD-LIN TO DET002-COD
                   MOVE DET002    TO DET001-CHAVE
               END-IF
               PERFORM 004-02-IMPRIMIR-LINHA.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-IMPRIMIR-LINHA      SECTION.
      *================================================================*
      * MARGEM = RECEITA - CUSTO; PERCENTUAL SOBRE A RECEITA (ZERO
      * QUANDO NAO HA RECEITA, 999,9 QUANDO EXCEDE A EDICAO).
      *
           COMPUTE WS-MARGEM      = WS-REC-LIN - WS-CUS-LIN.
           COMPUTE WS-MARGEM-ANT  = WS-REC-ANT-LIN - WS-CUS-ANT-LIN.

           MOVE ZEROS             TO WS-PERC
                                     WS-PERC-ANT.

           IF WS-REC-LIN NOT EQUAL ZEROS
               COMPUTE WS-PERC ROUNDED =
                   WS-MARGEM * 100 / WS-REC-LIN
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-PERC
               END-COMPUTE.

           IF WS-REC-ANT-LIN NOT EQUAL ZEROS
               COMPUTE WS-PERC-ANT ROUNDED =
                   WS-MARGEM-ANT * 100 / WS-REC-ANT-LIN
                   ON SIZE ERROR
                       MOVE 999,9 TO WS-PERC-ANT
               END-COMPUTE.

           MOVE WS-QTD-LIN        TO DET001-QTD.
           MOVE WS-REC-LIN        TO DET001-RECEITA.
           MOVE WS-CUS-LIN        TO DET001-CUSTO.
           MOVE WS-MARGEM         TO DET001-MARGEM.
           MOVE WS-PERC           TO DET001-PERC.
           MOVE WS-REC-ANT-LIN    TO DET001-RECEITA-ANT.
           MOVE WS-MARGEM-ANT     TO DET001-MARGEM-ANT.
           MOVE WS-PERC-ANT       TO DET001-PERC-ANT.

           IF ACUM-LINHAS GREATER 59
               PERFORM 007-00-CABECALHOS.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-IMPRIMIR-TOTAL      SECTION.
      *================================================================*
           MOVE WS-TOT-QTD        TO WS-QTD-LIN.
           MOVE WS-TOT-REC        TO WS-REC-LIN.
           MOVE WS-TOT-CUS        TO WS-CUS-LIN.
           MOVE WS-TOT-REC-ANT    TO WS-REC-ANT-LIN.
           MOVE WS-TOT-CUS-ANT    TO WS-CUS-ANT-LIN.
           MOVE 'TOTAL'           TO DET001-CHAVE.

           IF ACUM-LINHAS GREATER 57
               PERFORM 007-00-CABECALHOS.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           PERFORM 004-02-IMPRIMIR-LINHA.

       004-03-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-MES-ATU      TO TOT002-MES-ATU.
           MOVE ACUM-MES-ANT      TO TOT003-MES-ANT.

           IF ACUM-LINHAS GREATER 53
               PERFORM 007-00-CABECALHOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HISTVEND
                 RELATO.
           PERFORM 001-01-TESTAR-FS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-CABECALHOS          SECTION.
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

           WRITE REG-RELATO       FROM CAB006 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE 10                TO ACUM-LINHAS.

       007-00-FIM.                EXIT.

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
               MOVE 'PU8EXF42'        TO RUNLOG-PROGRAMA
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
               COMPUTE RUNLOG-QTD-GRAVADOS  =
                   ACUM-MES-ATU + ACUM-MES-ANT
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
