       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF36.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * LIVRO DE REGISTRO DE SAIDAS DO MES, PARA A APURACAO E A
      * ENTREGA DO ICMS E DO IPI. LE AS LINHAS FATURADAS DO MES
      * (FATURA DO PU8EXE47 E DO PU8EXE93, TODOS OS CICLOS
      * CONCATENADOS) E LISTA CADA UMA COM O CLIENTE, A UF DE DESTINO,
      * A BASE DE CALCULO (VALOR DA MERCADORIA), AS ALIQUOTAS E OS
      * VALORES DE ICMS E DE IPI E O VALOR DA NOTA.
      *
      * O MES DO LIVRO E O DA DATA DE REFERENCIA (PARMDATA, OU A DATA
      * DO SISTEMA SEM PARAMETRO); LINHAS DE OUTRO MES SAO DESPREZADAS
      * E CONTADAS A PARTE NO RELATORIO.
      *
      * AO FINAL, O RESUMO POR UF E ALIQUOTAS (ICMS E IPI), COM SUBTOTAL
      * POR UF, E OS TOTAIS GERAIS DO MES.
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
      * FATURAS EMITIDAS, NO LAYOUT GRAVADO PELO PU8EXE47/PU8EXE93.
      *
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
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
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-REF.
          05 WS-ANOMES-REF.
             10 WS-ANO-REF        PIC 9(04).
             10 WS-MES-REF        PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
       01 WS-DATA-FAT.
          05 WS-ANOMES-FAT        PIC 9(06).
          05 WS-DIA-FAT           PIC 9(02).
      *
      *  RESUMO POR UF E ALIQUOTAS, MANTIDO EM ORDEM DE CHAVE
      *
       01 WS-CHAVE-RES.
          05 WS-CHAVE-RES-UF      PIC X(02).
          05 WS-CHAVE-RES-ICMS    PIC 9(02)V99.
          05 WS-CHAVE-RES-IPI     PIC 9(02)V99.
      *
       01 WS-TAB-RES.
          05 WS-TAB-RES-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-RES-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-RES-CHAVE.
                15 WS-TAB-RES-UF  PIC X(02).
                15 WS-TAB-RES-ICMS PIC 9(02)V99.
                15 WS-TAB-RES-IPI PIC 9(02)V99.
             10 WS-TAB-RES-ITENS  PIC 9(06).
             10 WS-TAB-RES-BASE   PIC 9(11)V99.
             10 WS-TAB-RES-VICMS  PIC 9(11)V99.
             10 WS-TAB-RES-VIPI   PIC 9(11)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(03) VALUE ZEROS.
      *
      *  SUBTOTAL POR UF NA IMPRESSAO DO RESUMO
      *
       77 WS-UF-ANT               PIC X(02) VALUE SPACES.
       77 WS-SUB-ITENS            PIC 9(06) VALUE ZEROS.
       77 WS-SUB-BASE             PIC 9(11)V99 VALUE ZEROS.
       77 WS-SUB-ICMS             PIC 9(11)V99 VALUE ZEROS.
       77 WS-SUB-IPI              PIC 9(11)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-REGISTRADAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-FORA-MES           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-BASE           PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-ICMS           PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-IPI            PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-NOTA           PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FATURA               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF36'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'LIVRO DE REGISTRO DE SAIDAS - MES'.
          05 CAB003-MES           PIC 9(02)/.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'PEDIDO'.
          05 FILLER               PIC X(03) VALUE 'DIA'.
          05 FILLER               PIC X(06) VALUE ' CLI.'.
          05 FILLER               PIC X(03) VALUE 'UF'.
          05 FILLER               PIC X(12) VALUE '   BASE ICMS'.
          05 FILLER               PIC X(06) VALUE ' ALIQ.'.
          05 FILLER               PIC X(11) VALUE '       ICMS'.
          05 FILLER               PIC X(06) VALUE ' ALIQ.'.
          05 FILLER               PIC X(11) VALUE '        IPI'.
          05 FILLER               PIC X(13) VALUE '   VALOR NOTA'.
      *
       01  DET001.
          05 DET001-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIA           PIC 9(02).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CLI           PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-UF            PIC X(02).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-BASE          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ALIQ-ICMS     PIC Z9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ICMS          PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ALIQ-IPI      PIC Z9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-IPI           PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-NOTA          PIC Z.ZZZ.ZZ9,99.
      *
       01  CAB006.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'RESUMO POR UF E ALIQUOTAS'.
      *
       01  CAB007.
          05 FILLER               PIC X(04) VALUE 'UF'.
          05 FILLER               PIC X(07) VALUE ' ICMS'.
          05 FILLER               PIC X(06) VALUE '  IPI'.
          05 FILLER               PIC X(07) VALUE ' LINHAS'.
          05 FILLER               PIC X(18) VALUE
             '         BASE ICMS'.
          05 FILLER               PIC X(18) VALUE
             '              ICMS'.
          05 FILLER               PIC X(18) VALUE
             '               IPI'.
      *
       01  DET002.
          05 DET002-UF            PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-ALIQ-ICMS     PIC Z9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-ALIQ-IPI      PIC Z9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-ITENS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-BASE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-ICMS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-IPI           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'TOTAL DA UF'.
          05 DET003-ITENS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET003-BASE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET003-ICMS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET003-IPI           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS DE FATURA LIDAS          :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS REGISTRADAS NO LIVRO     :'.
          05 TOT002-REGISTRADAS   PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS DE OUTRO MES DESPREZADAS :'.
          05 TOT003-FORA-MES      PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DA BASE DE CALCULO   :'.
          05 TOT004-BASE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DO ICMS              :'.
          05 TOT005-ICMS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DO IPI               :'.
          05 TOT006-IPI           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DAS NOTAS            :'.
          05 TOT007-NOTA          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-20-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-REGISTRAR-FATURAS.
           PERFORM 004-00-IMPRIMIR-RESUMO.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  FATURA
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-FATURA.
           PERFORM 001-03-FS-RELATO.

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
       001-03-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-20-LER-PARMDATA        SECTION.
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

       001-20-FIM.                EXIT.

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
       003-00-REGISTRAR-FATURAS   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

           PERFORM 003-01-REGISTRAR-LINHA
               UNTIL FS-FATURA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FATURA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-REGISTRAR-LINHA     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.
           MOVE DATA-FAT          TO WS-DATA-FAT.

           IF WS-ANOMES-FAT NOT EQUAL WS-ANOMES-REF
               ADD 1              TO ACUM-FORA-MES
           ELSE
               ADD 1              TO ACUM-REGISTRADAS
               ADD VLR-TOTAL-FAT  TO ACUM-VLR-BASE
               ADD VLR-ICMS-FAT   TO ACUM-VLR-ICMS
               ADD VLR-IPI-FAT    TO ACUM-VLR-IPI
               ADD VLR-NOTA-FAT   TO ACUM-VLR-NOTA
               PERFORM 003-02-IMPRIMIR-LINHA
               PERFORM 003-03-ACUMULAR-RESUMO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-IMPRIMIR-LINHA      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 007-00-CABECALHOS.

           MOVE NUM-PED-FAT       TO DET001-PEDIDO.
           MOVE WS-DIA-FAT        TO DET001-DIA.
           MOVE COD-CLI-FAT       TO DET001-CLI.
           MOVE UF-FAT            TO DET001-UF.
           MOVE VLR-TOTAL-FAT     TO DET001-BASE.
           MOVE ALIQ-ICMS-FAT     TO DET001-ALIQ-ICMS.
           MOVE VLR-ICMS-FAT      TO DET001-ICMS.
           MOVE ALIQ-IPI-FAT      TO DET001-ALIQ-IPI.
           MOVE VLR-IPI-FAT       TO DET001-IPI.
           MOVE VLR-NOTA-FAT      TO DET001-NOTA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-ACUMULAR-RESUMO     SECTION.
      *================================================================*
      * A TABELA E MANTIDA EM ORDEM DE UF E ALIQUOTAS: CHAVE NOVA E
      * INSERIDA NA SUA POSICAO, DESLOCANDO AS SEGUINTES.
      *
           MOVE UF-FAT            TO WS-CHAVE-RES-UF.
           MOVE ALIQ-ICMS-FAT     TO WS-CHAVE-RES-ICMS.
           MOVE ALIQ-IPI-FAT      TO WS-CHAVE-RES-IPI.

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-04-PROCURAR-RES
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-RES-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               PERFORM 003-05-INCLUIR-RES.

           ADD 1                  TO WS-TAB-RES-ITENS (WS-ACHADO).
           ADD VLR-TOTAL-FAT      TO WS-TAB-RES-BASE (WS-ACHADO).
           ADD VLR-ICMS-FAT       TO WS-TAB-RES-VICMS (WS-ACHADO).
           ADD VLR-IPI-FAT        TO WS-TAB-RES-VIPI (WS-ACHADO).

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-PROCURAR-RES        SECTION.
      *================================================================*
           IF WS-TAB-RES-CHAVE (WS-IDX) EQUAL WS-CHAVE-RES
               MOVE WS-IDX        TO WS-ACHADO.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-INCLUIR-RES         SECTION.
      *================================================================*
           IF WS-TAB-RES-QTD EQUAL 200
               DISPLAY '* MAIS DE 200 COMBINACOES DE UF E    *'
               DISPLAY '* ALIQUOTAS NO MES                   *'
               DISPLAY '* AUMENTAR WS-TAB-RES E REPROCESSAR  *'
               MOVE 'FATURA'      TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           COMPUTE WS-POSICAO = WS-TAB-RES-QTD + 1.
           PERFORM 003-06-PROCURAR-POSICAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-RES-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-RES-QTD.

           PERFORM 003-07-DESLOCAR-RES
               VARYING WS-IDX FROM WS-TAB-RES-QTD BY -1
               UNTIL WS-IDX LESS WS-POSICAO.

           ADD 1                  TO WS-TAB-RES-QTD.
           MOVE WS-POSICAO        TO WS-ACHADO.
           MOVE WS-CHAVE-RES      TO WS-TAB-RES-CHAVE (WS-ACHADO).
           MOVE ZEROS             TO WS-TAB-RES-ITENS (WS-ACHADO)
                                     WS-TAB-RES-BASE (WS-ACHADO)
                                     WS-TAB-RES-VICMS (WS-ACHADO)
                                     WS-TAB-RES-VIPI (WS-ACHADO).

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-PROCURAR-POSICAO    SECTION.
      *================================================================*
           IF WS-TAB-RES-CHAVE (WS-IDX) GREATER WS-CHAVE-RES
               MOVE WS-IDX        TO WS-POSICAO.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-DESLOCAR-RES        SECTION.
      *================================================================*
           MOVE WS-TAB-RES-ENTRY (WS-IDX) TO
               WS-TAB-RES-ENTRY (WS-IDX + 1).

       003-07-FIM.                EXIT.

      *================================================================*
       004-00-IMPRIMIR-RESUMO     SECTION.
      *================================================================*
      * UMA LINHA POR UF E ALIQUOTAS, COM SUBTOTAL A CADA TROCA DE UF.
      *
           IF ACUM-LINHAS GREATER 50
               PERFORM 007-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM CAB006 AFTER 2.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB007 AFTER 2.
           PERFORM 001-03-FS-RELATO.

           ADD 4                  TO ACUM-LINHAS.

           PERFORM 004-01-IMPRIMIR-UMA-CHAVE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-RES-QTD.

           IF WS-TAB-RES-QTD GREATER ZEROS
               PERFORM 004-02-IMPRIMIR-SUBTOTAL.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-IMPRIMIR-UMA-CHAVE  SECTION.
      *================================================================*
           IF WS-IDX GREATER 1
              AND WS-TAB-RES-UF (WS-IDX) NOT EQUAL WS-UF-ANT
               PERFORM 004-02-IMPRIMIR-SUBTOTAL.

           MOVE WS-TAB-RES-UF (WS-IDX) TO WS-UF-ANT.

           IF ACUM-LINHAS GREATER 59
               PERFORM 007-00-CABECALHOS.

           MOVE WS-TAB-RES-UF (WS-IDX)    TO DET002-UF.
           MOVE WS-TAB-RES-ICMS (WS-IDX)  TO DET002-ALIQ-ICMS.
           MOVE WS-TAB-RES-IPI (WS-IDX)   TO DET002-ALIQ-IPI.
           MOVE WS-TAB-RES-ITENS (WS-IDX) TO DET002-ITENS.
           MOVE WS-TAB-RES-BASE (WS-IDX)  TO DET002-BASE.
           MOVE WS-TAB-RES-VICMS (WS-IDX) TO DET002-ICMS.
           MOVE WS-TAB-RES-VIPI (WS-IDX)  TO DET002-IPI.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

           ADD WS-TAB-RES-ITENS (WS-IDX)  TO WS-SUB-ITENS.
           ADD WS-TAB-RES-BASE (WS-IDX)   TO WS-SUB-BASE.
           ADD WS-TAB-RES-VICMS (WS-IDX)  TO WS-SUB-ICMS.
           ADD WS-TAB-RES-VIPI (WS-IDX)   TO WS-SUB-IPI.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-IMPRIMIR-SUBTOTAL   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 58
               PERFORM 007-00-CABECALHOS.

           MOVE WS-SUB-ITENS      TO DET003-ITENS.
           MOVE WS-SUB-BASE       TO DET003-BASE.
           MOVE WS-SUB-ICMS       TO DET003-ICMS.
           MOVE WS-SUB-IPI        TO DET003-IPI.

           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-03-FS-RELATO.

           ADD 2                  TO ACUM-LINHAS.

           MOVE ZEROS             TO WS-SUB-ITENS
                                     WS-SUB-BASE
                                     WS-SUB-ICMS
                                     WS-SUB-IPI.

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 45
               PERFORM 007-00-CABECALHOS.

           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-REGISTRADAS  TO TOT002-REGISTRADAS.
           MOVE ACUM-FORA-MES     TO TOT003-FORA-MES.
           MOVE ACUM-VLR-BASE     TO TOT004-BASE.
           MOVE ACUM-VLR-ICMS     TO TOT005-ICMS.
           MOVE ACUM-VLR-IPI      TO TOT006-IPI.
           MOVE ACUM-VLR-NOTA     TO TOT007-NOTA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 2.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-03-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-03-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-03-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

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
               MOVE 'PU8EXF36'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-REGISTRADAS        TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-FORA-MES           TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
