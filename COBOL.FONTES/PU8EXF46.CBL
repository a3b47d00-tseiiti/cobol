       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF46.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * RATEIO DE FIM DE MES DOS CUSTOS DOS CENTROS DE APOIO
      * (MANUTENCAO, ADMINISTRACAO, ALMOXARIFADO 'ALM'...) PARA OS
      * CENTROS PRODUTIVOS. LE OS SALDOS POR CONTA E CENTRO DO FLUXO
      * CADCONTC (A MESMA CONCATENACAO DO BALANCETE POR CENTRO DO
      * PU8EXE97) E A TABELA DE RATEIO (RATEIO), QUE DA PARA CADA
      * PASSO E CENTRO EMISSOR OS CENTROS RECEPTORES COM O PERCENTUAL
      * OU A BASE ESTATISTICA.
      *
      * OS PASSOS SAO EXECUTADOS EM ORDEM CRESCENTE SOBRE OS SALDOS
      * EM MEMORIA: O VALOR RECEBIDO POR UM CENTRO NUM PASSO ENTRA NO
      * SALDO QUE ELE RATEIA NUM PASSO SEGUINTE. EM CADA PASSO, O
      * SALDO DEVEDOR DE CADA CONTA DO EMISSOR E CREDITADO NELE E
      * DEBITADO NOS RECEPTORES NA MESMA CONTA (A NATUREZA DO CUSTO E
      * PRESERVADA); A SOBRA DE ARREDONDAMENTO VAI PARA O ULTIMO
      * RECEPTOR, DE MODO QUE CADA RATEIO FECHA EM ZERO. AS PARTIDAS
      * SAEM NO RATCONT, NO LAYOUT DO CADCONTC, PARA ENTRAR NA
      * CONCATENACAO DO BALANCETE POR CENTRO.
      *
      * EMISSOR COM PERCENTUAIS QUE NAO SOMAM 100, BASE ZERADA, TIPOS
      * MISTURADOS, RECEPTOR IGUAL AO EMISSOR OU CENTRO FORA DO
      * CADASTRO CENCUSTO (OU INATIVO) NAO E RATEADO: SAI NO RELATORIO
      * COM O MOTIVO E O PROGRAMA TERMINA COM RETURN-CODE 0004.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADCONTC        ASSIGN TO UT-S-CADCONTC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTC.
      *
           SELECT RATEIO          ASSIGN TO UT-S-RATEIO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RATEIO.
      *
           SELECT CENCUSTO        ASSIGN TO UT-S-CENCUSTO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CENCUSTO.
      *
           SELECT RATCONT         ASSIGN TO UT-S-RATCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RATCONT.
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
       FD CADCONTC
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCONTC.
       01 REG-CADCONTC.
          05 CONTA-CTC            PIC X(10).
          05 CC-CTC               PIC X(03).
          05 IND-DC-CTC           PIC X(01).
          05 VALOR-CTC            PIC 9(11)V99.
          05 DATA-LANC-CTC        PIC 9(08).
          05 FILLER               PIC X(07).
      *
       FD RATEIO
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RATEIO.
       COPY RATEIO.
      *
       FD CENCUSTO
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CENCUSTO.
       01 REG-CENCUSTO.
          05 CC-CEN               PIC X(03).
          05 DESC-CEN             PIC X(20).
          05 ATIVO-CEN            PIC X(01).
          05 FILLER               PIC X(06).
      *
      * PARTIDAS DO RATEIO, NO LAYOUT DO CADCONTC: CREDITO NO CENTRO
      * EMISSOR E DEBITO NOS RECEPTORES, NA MESMA CONTA.
      *
       FD RATCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RATCONT.
       01 REG-RATCONT.
          05 CONTA-RTC            PIC X(10).
          05 CC-RTC               PIC X(03).
          05 IND-DC-RTC           PIC X(01).
          05 VALOR-RTC            PIC 9(11)V99.
          05 DATA-LANC-RTC        PIC 9(08).
          05 FILLER               PIC X(07).
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
      *  SALDOS POR CONTA E CENTRO DE CUSTO (DEBITO POSITIVO),
      *  ATUALIZADOS A CADA PASSO DO RATEIO
      *
       01 WS-TAB-CTC.
          05 WS-TAB-CTC-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTC-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CTC-CONTA  PIC X(10).
             10 WS-TAB-CTC-CC     PIC X(03).
             10 WS-TAB-CTC-SALDO  PIC S9(13)V99.
      *
      *  CENTROS DE CUSTO ATIVOS, COM O TOTAL ENVIADO E RECEBIDO
      *
       01 WS-TAB-CEN.
          05 WS-TAB-CEN-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CEN-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-CEN-CC     PIC X(03).
             10 WS-TAB-CEN-DESC   PIC X(20).
             10 WS-TAB-CEN-ENVIADO PIC 9(13)V99.
             10 WS-TAB-CEN-RECEBIDO PIC 9(13)V99.
      *
      *  TABELA DE RATEIO EM ORDEM DE PASSO + EMISSOR (INCLUSAO NA
      *  POSICAO, MANTENDO A ORDEM DO ARQUIVO DENTRO DO EMISSOR)
      *
       01 WS-TAB-RAT.
          05 WS-TAB-RAT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-RAT-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-RAT-CHAVE.
                15 WS-TAB-RAT-PASSO PIC 9(02).
                15 WS-TAB-RAT-ORIG PIC X(03).
             10 WS-TAB-RAT-DEST   PIC X(03).
             10 WS-TAB-RAT-TIPO   PIC X(01).
             10 WS-TAB-RAT-PERC   PIC 9(03)V99.
             10 WS-TAB-RAT-BASE   PIC 9(09)V99.
             10 WS-TAB-RAT-VALOR  PIC 9(13)V99.
      *
       01 WS-RAT-NOVA.
          05 WS-RAT-NOVA-CHAVE.
             10 WS-RAT-NOVA-PASSO PIC 9(02).
             10 WS-RAT-NOVA-ORIG  PIC X(03).
          05 WS-RAT-NOVA-DEST     PIC X(03).
          05 WS-RAT-NOVA-TIPO     PIC X(01).
          05 WS-RAT-NOVA-PERC     PIC 9(03)V99.
          05 WS-RAT-NOVA-BASE     PIC 9(09)V99.
          05 WS-RAT-NOVA-VALOR    PIC 9(13)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CTC              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CEN              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-RAT              PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-CEN-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-CC-BUSCA             PIC X(03) VALUE SPACES.
      *
      *  CONTROLE DO GRUPO (PASSO + EMISSOR) EM TRATAMENTO
      *
       77 WS-GRP-INI              PIC 9(03) VALUE ZEROS.
       77 WS-GRP-FIM              PIC 9(03) VALUE ZEROS.
       77 WS-GRP-FECHADO          PIC X(01) VALUE 'N'.
       77 WS-GRP-VALIDO           PIC X(01) VALUE 'S'.
       77 WS-GRP-MOTIVO           PIC X(30) VALUE SPACES.
       77 WS-GRP-TIPO             PIC X(01) VALUE SPACES.
       77 WS-GRP-ENVIADO          PIC 9(13)V99 VALUE ZEROS.
       77 WS-SOMA-PERC            PIC 9(05)V99 VALUE ZEROS.
       77 WS-SOMA-BASE            PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-RATEAR           PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-DISTRIB          PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-PARTE            PIC 9(13)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LANCADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-LINHAS-RAT         PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-TOT-RATEADO        PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADCONTC             PIC X(02) VALUE SPACES.
       77 FS-RATEIO               PIC X(02) VALUE SPACES.
       77 FS-CENCUSTO             PIC X(02) VALUE SPACES.
       77 FS-RATCONT              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF46'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'RATEIO DE CUSTOS INDIRETOS ENTRE CENTROS DE CUSTO'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'RESUMO POR CENTRO DE CUSTO'.
      *
       01  CAB006.
          05 FILLER               PIC X(27) VALUE 'CENTRO'.
          05 FILLER               PIC X(19) VALUE '          ENVIADO'.
          05 FILLER               PIC X(18) VALUE '         RECEBIDO'.
      *
       01  DET001.
          05 FILLER               PIC X(06) VALUE 'PASSO '.
          05 DET001-PASSO         PIC 9(02).
          05 FILLER               PIC X(10) VALUE '  CENTRO  '.
          05 DET001-CC            PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DESC          PIC X(20).
          05 FILLER               PIC X(10) VALUE ' ENVIADO '.
          05 DET001-ENVIADO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET002.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(03) VALUE '-> '.
          05 DET002-CC            PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-DESC          PIC X(20).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-BASE          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-UNID          PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  DET003.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE
             '*** RATEIO RECUSADO: '.
          05 DET003-MOTIVO        PIC X(30).
      *
       01  DET004.
          05 DET004-CC            PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET004-DESC          PIC X(20).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET004-ENVIADO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET004-RECEBIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LANCAMENTOS LIDOS (CADCONTC)    :'.
          05 TOT001-LANCADOS      PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS DA TABELA DE RATEIO      :'.
          05 TOT002-LINHAS        PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE RATEIOS RECUSADOS               :'.
          05 TOT003-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PARTIDAS GRAVADAS (RATCONT)     :'.
          05 TOT004-GRAVADOS      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'TOTAL RATEADO              :'.
          05 TOT005-RATEADO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-10-CARREGAR-CENCUSTO.
           PERFORM 001-12-CARREGAR-RATEIO.
           PERFORM 003-00-ACUMULAR-SALDOS.
           PERFORM 004-00-RATEAR.
           PERFORM 005-00-RESUMO-CENTROS.
           PERFORM 006-00-IMPRIMIR-TOTAIS.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADCONTC
                       RATEIO
                       CENCUSTO
                       PARMDATA
                OUTPUT RATCONT
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADCONTC.
           PERFORM 001-03-FS-RATEIO.
           PERFORM 001-04-FS-CENCUSTO.
           PERFORM 001-05-FS-RATCONT.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADCONTC         SECTION.
      *================================================================*
           MOVE 'CADCONTC'        TO FS-ARQUIVO.
           MOVE FS-CADCONTC       TO FS-COD-STATUS.

           IF FS-CADCONTC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-RATEIO           SECTION.
      *================================================================*
           MOVE 'RATEIO'          TO FS-ARQUIVO.
           MOVE FS-RATEIO         TO FS-COD-STATUS.

           IF FS-RATEIO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CENCUSTO         SECTION.
      *================================================================*
           MOVE 'CENCUSTO'        TO FS-ARQUIVO.
           MOVE FS-CENCUSTO       TO FS-COD-STATUS.

           IF FS-CENCUSTO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-RATCONT          SECTION.
      *================================================================*
           MOVE 'RATCONT'         TO FS-ARQUIVO.
           MOVE FS-RATCONT        TO FS-COD-STATUS.

           IF FS-RATCONT NOT EQUAL '00'
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
       001-07-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
           PERFORM 001-07-FS-PARMDATA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-07-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-08-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-CENCUSTO   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CENCUSTO.
           PERFORM 001-04-FS-CENCUSTO.

           PERFORM 001-11-ACUMULAR-CENCUSTO
               UNTIL FS-CENCUSTO EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CENCUSTO.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-CENCUSTO   SECTION.
      *================================================================*
           IF ATIVO-CEN EQUAL 'A'
               IF WS-TAB-CEN-QTD EQUAL 100
                   DISPLAY '* MAIS DE 100 CENTROS DE CUSTO ATIVOS *'
                   MOVE 'CENCUSTO' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-CEN-QTD
               MOVE CC-CEN        TO WS-TAB-CEN-CC (WS-TAB-CEN-QTD)
               MOVE DESC-CEN      TO WS-TAB-CEN-DESC (WS-TAB-CEN-QTD)
               MOVE ZEROS         TO
                   WS-TAB-CEN-ENVIADO (WS-TAB-CEN-QTD)
                   WS-TAB-CEN-RECEBIDO (WS-TAB-CEN-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CENCUSTO.
           PERFORM 001-04-FS-CENCUSTO.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-RATEIO     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RATEIO.
           PERFORM 001-03-FS-RATEIO.

           PERFORM 001-13-ACUMULAR-RATEIO
               UNTIL FS-RATEIO EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RATEIO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-RATEIO     SECTION.
      *================================================================*
      *    INCLUI A LINHA ANTES DA PRIMEIRA DE CHAVE MAIOR, MANTENDO
      *    A ORDEM DO ARQUIVO ENTRE LINHAS DO MESMO PASSO E EMISSOR
           ADD 1                  TO ACUM-LINHAS-RAT.

           IF WS-TAB-RAT-QTD EQUAL 300
               DISPLAY '* MAIS DE 300 LINHAS NA TABELA DE RATEIO *'
               MOVE 'RATEIO'      TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE PASSO-RAT         TO WS-RAT-NOVA-PASSO.
           MOVE CC-ORIG-RAT       TO WS-RAT-NOVA-ORIG.
           MOVE CC-DEST-RAT       TO WS-RAT-NOVA-DEST.
           MOVE TIPO-RAT          TO WS-RAT-NOVA-TIPO.
           MOVE PERC-RAT          TO WS-RAT-NOVA-PERC.
           MOVE BASE-RAT          TO WS-RAT-NOVA-BASE.
           MOVE ZEROS             TO WS-RAT-NOVA-VALOR.

           COMPUTE WS-POSICAO = WS-TAB-RAT-QTD + 1.

           PERFORM 001-14-PROCURAR-POSICAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-RAT-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-RAT-QTD.

           PERFORM 001-15-DESLOCAR-RATEIO
               VARYING WS-IDX FROM WS-TAB-RAT-QTD BY -1
               UNTIL WS-IDX LESS WS-POSICAO.

           ADD 1                  TO WS-TAB-RAT-QTD.
           MOVE WS-RAT-NOVA       TO WS-TAB-RAT-ENTRY (WS-POSICAO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RATEIO.
           PERFORM 001-03-FS-RATEIO.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-PROCURAR-POSICAO    SECTION.
      *================================================================*
           IF WS-TAB-RAT-CHAVE (WS-IDX) GREATER WS-RAT-NOVA-CHAVE
               MOVE WS-IDX        TO WS-POSICAO.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-DESLOCAR-RATEIO     SECTION.
      *================================================================*
           MOVE WS-TAB-RAT-ENTRY (WS-IDX) TO
                WS-TAB-RAT-ENTRY (WS-IDX + 1).

       001-15-FIM.                EXIT.

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
       003-00-ACUMULAR-SALDOS     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTC.
           PERFORM 001-02-FS-CADCONTC.

           PERFORM 003-01-ACUMULAR-UMA
               UNTIL FS-CADCONTC EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCONTC.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-UMA        SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LANCADOS.

           MOVE CONTA-CTC         TO WS-CONTA-BUSCA.
           MOVE CC-CTC            TO WS-CC-BUSCA.
           PERFORM 003-02-LOCALIZAR-PAR.

           IF IND-DC-CTC EQUAL 'D'
               ADD VALOR-CTC      TO WS-TAB-CTC-SALDO (WS-ACHADO)
           ELSE
               SUBTRACT VALOR-CTC FROM WS-TAB-CTC-SALDO (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTC.
           PERFORM 001-02-FS-CADCONTC.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-LOCALIZAR-PAR       SECTION.
      *================================================================*
      * DEVOLVE EM WS-ACHADO O PAR WS-CONTA-BUSCA + WS-CC-BUSCA,
      * CRIANDO-O COM SALDO ZERO QUANDO AINDA NAO EXISTE.
      *
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-03-PROCURAR-PAR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTC-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               IF WS-TAB-CTC-QTD EQUAL 500
                   DISPLAY '* MAIS DE 500 PARES CONTA/CENTRO     *'
                   DISPLAY '* AUMENTAR WS-TAB-CTC E REPROCESSAR  *'
                   MOVE 'CADCONTC' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-CTC-QTD
               MOVE WS-TAB-CTC-QTD TO WS-ACHADO
               MOVE WS-CONTA-BUSCA TO WS-TAB-CTC-CONTA (WS-ACHADO)
               MOVE WS-CC-BUSCA   TO WS-TAB-CTC-CC (WS-ACHADO)
               MOVE ZEROS         TO WS-TAB-CTC-SALDO (WS-ACHADO).

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-PROCURAR-PAR        SECTION.
      *================================================================*
           IF WS-TAB-CTC-CONTA (WS-IDX) EQUAL WS-CONTA-BUSCA
              AND WS-TAB-CTC-CC (WS-IDX) EQUAL WS-CC-BUSCA
               MOVE WS-IDX        TO WS-ACHADO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-LOCALIZAR-CENTRO    SECTION.
      *================================================================*
      * DEVOLVE EM WS-CEN-ACHADO O CENTRO WS-CC-BUSCA (ZERO SE NAO
      * CONSTA ENTRE OS ATIVOS DO CENCUSTO).
      *
           MOVE ZEROS             TO WS-CEN-ACHADO.
           PERFORM 003-05-PROCURAR-CENTRO
               VARYING WS-IDX-CEN FROM 1 BY 1
               UNTIL WS-IDX-CEN GREATER WS-TAB-CEN-QTD
                  OR WS-CEN-ACHADO NOT EQUAL ZEROS.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-PROCURAR-CENTRO     SECTION.
      *================================================================*
           IF WS-TAB-CEN-CC (WS-IDX-CEN) EQUAL WS-CC-BUSCA
               MOVE WS-IDX-CEN    TO WS-CEN-ACHADO.

       003-05-FIM.                EXIT.

      *================================================================*
       004-00-RATEAR              SECTION.
      *================================================================*
      * TRATA A TABELA DE RATEIO GRUPO A GRUPO (PASSO + EMISSOR), NA
      * ORDEM CRESCENTE DE PASSO.
      *
           MOVE 1                 TO WS-GRP-INI.

           PERFORM 004-01-TRATAR-GRUPO
               UNTIL WS-GRP-INI GREATER WS-TAB-RAT-QTD.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-TRATAR-GRUPO        SECTION.
      *================================================================*
           MOVE WS-GRP-INI        TO WS-GRP-FIM.
           MOVE 'N'               TO WS-GRP-FECHADO.

           PERFORM 004-02-ESTENDER-GRUPO
               VARYING WS-IDX FROM WS-GRP-INI BY 1
               UNTIL WS-IDX GREATER WS-TAB-RAT-QTD
                  OR WS-GRP-FECHADO EQUAL 'S'.

           PERFORM 004-03-CRITICAR-GRUPO.

           IF WS-GRP-VALIDO EQUAL 'S'
               PERFORM 004-10-RATEAR-GRUPO
           ELSE
               ADD 1              TO ACUM-RECUSADOS.

           PERFORM 004-20-IMPRIMIR-GRUPO.

           COMPUTE WS-GRP-INI = WS-GRP-FIM + 1.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-ESTENDER-GRUPO      SECTION.
      *================================================================*
           IF WS-TAB-RAT-CHAVE (WS-IDX) EQUAL
              WS-TAB-RAT-CHAVE (WS-GRP-INI)
               MOVE WS-IDX        TO WS-GRP-FIM
           ELSE
               MOVE 'S'           TO WS-GRP-FECHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-CRITICAR-GRUPO      SECTION.
      *================================================================*
           MOVE 'S'               TO WS-GRP-VALIDO.
           MOVE SPACES            TO WS-GRP-MOTIVO.
           MOVE ZEROS             TO WS-SOMA-PERC.
           MOVE ZEROS             TO WS-SOMA-BASE.
           MOVE ZEROS             TO WS-GRP-ENVIADO.
           MOVE WS-TAB-RAT-TIPO (WS-GRP-INI) TO WS-GRP-TIPO.

           MOVE WS-TAB-RAT-ORIG (WS-GRP-INI) TO WS-CC-BUSCA.
           PERFORM 003-04-LOCALIZAR-CENTRO.
           IF WS-CEN-ACHADO EQUAL ZEROS
               MOVE 'N'           TO WS-GRP-VALIDO
               MOVE 'EMISSOR FORA DO CENCUSTO'
                                  TO WS-GRP-MOTIVO.

           PERFORM 004-04-CRITICAR-LINHA
               VARYING WS-IDX-RAT FROM WS-GRP-INI BY 1
               UNTIL WS-IDX-RAT GREATER WS-GRP-FIM.

           IF WS-GRP-VALIDO EQUAL 'S'
               IF WS-GRP-TIPO EQUAL 'P'
                   IF WS-SOMA-PERC NOT EQUAL 100
                       MOVE 'N'   TO WS-GRP-VALIDO
                       MOVE 'PERCENTUAIS NAO SOMAM 100'
                                  TO WS-GRP-MOTIVO
                   END-IF
               ELSE
                   IF WS-SOMA-BASE EQUAL ZEROS
                       MOVE 'N'   TO WS-GRP-VALIDO
                       MOVE 'BASE ESTATISTICA ZERADA'
                                  TO WS-GRP-MOTIVO
                   END-IF
               END-IF.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-CRITICAR-LINHA      SECTION.
      *================================================================*
           IF WS-TAB-RAT-TIPO (WS-IDX-RAT) NOT EQUAL 'P' AND 'B'
               MOVE 'N'           TO WS-GRP-VALIDO
               MOVE 'TIPO DE RATEIO INVALIDO'
                                  TO WS-GRP-MOTIVO
           ELSE
               IF WS-TAB-RAT-TIPO (WS-IDX-RAT) NOT EQUAL WS-GRP-TIPO
                   MOVE 'N'       TO WS-GRP-VALIDO
                   MOVE 'TIPOS MISTURADOS NO EMISSOR'
                                  TO WS-GRP-MOTIVO
               END-IF
           END-IF.

           IF WS-TAB-RAT-DEST (WS-IDX-RAT) EQUAL
              WS-TAB-RAT-ORIG (WS-IDX-RAT)
               MOVE 'N'           TO WS-GRP-VALIDO
               MOVE 'RECEPTOR IGUAL AO EMISSOR'
                                  TO WS-GRP-MOTIVO.

           MOVE WS-TAB-RAT-DEST (WS-IDX-RAT) TO WS-CC-BUSCA.
           PERFORM 003-04-LOCALIZAR-CENTRO.
           IF WS-CEN-ACHADO EQUAL ZEROS
               MOVE 'N'           TO WS-GRP-VALIDO
               MOVE 'RECEPTOR FORA DO CENCUSTO'
                                  TO WS-GRP-MOTIVO.

           ADD WS-TAB-RAT-PERC (WS-IDX-RAT) TO WS-SOMA-PERC.
           ADD WS-TAB-RAT-BASE (WS-IDX-RAT) TO WS-SOMA-BASE.

       004-04-FIM.                EXIT.

      *================================================================*
       004-10-RATEAR-GRUPO        SECTION.
      *================================================================*
      * CADA CONTA COM SALDO DEVEDOR NO EMISSOR E ZERADA NELE E
      * DISTRIBUIDA ENTRE OS RECEPTORES DO GRUPO. OS PARES NOVOS
      * CRIADOS PARA OS RECEPTORES FICAM NO FIM DA TABELA E NAO SAO
      * DO EMISSOR.
      *
           PERFORM 004-11-RATEAR-CONTA
               VARYING WS-IDX-CTC FROM 1 BY 1
               UNTIL WS-IDX-CTC GREATER WS-TAB-CTC-QTD.

           MOVE WS-TAB-RAT-ORIG (WS-GRP-INI) TO WS-CC-BUSCA.
           PERFORM 003-04-LOCALIZAR-CENTRO.
           ADD WS-GRP-ENVIADO     TO
               WS-TAB-CEN-ENVIADO (WS-CEN-ACHADO).
           ADD WS-GRP-ENVIADO     TO ACUM-TOT-RATEADO.

       004-10-FIM.                EXIT.

      *================================================================*
       004-11-RATEAR-CONTA        SECTION.
      *================================================================*
           IF WS-TAB-CTC-CC (WS-IDX-CTC) EQUAL
              WS-TAB-RAT-ORIG (WS-GRP-INI)
              AND WS-TAB-CTC-SALDO (WS-IDX-CTC) GREATER ZEROS
               MOVE WS-TAB-CTC-SALDO (WS-IDX-CTC) TO WS-VLR-RATEAR
               MOVE ZEROS         TO WS-TAB-CTC-SALDO (WS-IDX-CTC)
               MOVE WS-TAB-CTC-CONTA (WS-IDX-CTC) TO CONTA-RTC
               MOVE WS-TAB-CTC-CC (WS-IDX-CTC)    TO CC-RTC
               MOVE 'C'           TO IND-DC-RTC
               MOVE WS-VLR-RATEAR TO VALOR-RTC
               PERFORM 004-13-GRAVAR-RATCONT
               ADD WS-VLR-RATEAR  TO WS-GRP-ENVIADO
               MOVE ZEROS         TO WS-VLR-DISTRIB
               PERFORM 004-12-DISTRIBUIR
                   VARYING WS-IDX-RAT FROM WS-GRP-INI BY 1
                   UNTIL WS-IDX-RAT GREATER WS-GRP-FIM.

       004-11-FIM.                EXIT.

      *================================================================*
       004-12-DISTRIBUIR          SECTION.
      *================================================================*
      *    O ULTIMO RECEPTOR FICA COM O RESTANTE, ABSORVENDO A SOBRA
      *    DE ARREDONDAMENTO
           IF WS-IDX-RAT EQUAL WS-GRP-FIM
               COMPUTE WS-VLR-PARTE = WS-VLR-RATEAR - WS-VLR-DISTRIB
           ELSE
               IF WS-GRP-TIPO EQUAL 'P'
                   COMPUTE WS-VLR-PARTE ROUNDED =
                       WS-VLR-RATEAR * WS-TAB-RAT-PERC (WS-IDX-RAT)
                       / 100
               ELSE
                   COMPUTE WS-VLR-PARTE ROUNDED =
                       WS-VLR-RATEAR * WS-TAB-RAT-BASE (WS-IDX-RAT)
                       / WS-SOMA-BASE
               END-IF
               IF WS-VLR-PARTE GREATER WS-VLR-RATEAR - WS-VLR-DISTRIB
                   COMPUTE WS-VLR-PARTE =
                       WS-VLR-RATEAR - WS-VLR-DISTRIB
               END-IF
           END-IF.

           IF WS-VLR-PARTE GREATER ZEROS
               ADD WS-VLR-PARTE   TO WS-VLR-DISTRIB
               MOVE WS-TAB-CTC-CONTA (WS-IDX-CTC) TO WS-CONTA-BUSCA
               MOVE WS-TAB-RAT-DEST (WS-IDX-RAT)  TO WS-CC-BUSCA
               PERFORM 003-02-LOCALIZAR-PAR
               ADD WS-VLR-PARTE   TO WS-TAB-CTC-SALDO (WS-ACHADO)
               ADD WS-VLR-PARTE   TO WS-TAB-RAT-VALOR (WS-IDX-RAT)
               PERFORM 003-04-LOCALIZAR-CENTRO
               ADD WS-VLR-PARTE   TO
                   WS-TAB-CEN-RECEBIDO (WS-CEN-ACHADO)
               MOVE WS-CONTA-BUSCA TO CONTA-RTC
               MOVE WS-CC-BUSCA   TO CC-RTC
               MOVE 'D'           TO IND-DC-RTC
               MOVE WS-VLR-PARTE  TO VALOR-RTC
               PERFORM 004-13-GRAVAR-RATCONT.

       004-12-FIM.                EXIT.

      *================================================================*
       004-13-GRAVAR-RATCONT      SECTION.
      *================================================================*
           MOVE WS-DATA-SYS       TO DATA-LANC-RTC.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RATCONT.
           PERFORM 001-05-FS-RATCONT.
           ADD 1                  TO ACUM-GRAVADOS.

       004-13-FIM.                EXIT.

      *================================================================*
       004-20-IMPRIMIR-GRUPO      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 55
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-RAT-PASSO (WS-GRP-INI) TO DET001-PASSO.
           MOVE WS-TAB-RAT-ORIG (WS-GRP-INI)  TO DET001-CC.
           MOVE WS-TAB-RAT-ORIG (WS-GRP-INI)  TO WS-CC-BUSCA.
           PERFORM 003-04-LOCALIZAR-CENTRO.
           IF WS-CEN-ACHADO EQUAL ZEROS
               MOVE '(NAO CADASTRADO)' TO DET001-DESC
           ELSE
               MOVE WS-TAB-CEN-DESC (WS-CEN-ACHADO) TO DET001-DESC.
           MOVE WS-GRP-ENVIADO    TO DET001-ENVIADO.

           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-06-FS-RELATO.
           ADD 2                  TO ACUM-LINHAS.

           IF WS-GRP-VALIDO EQUAL 'N'
               MOVE WS-GRP-MOTIVO TO DET003-MOTIVO
               WRITE REG-RELATO   FROM DET003 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           PERFORM 004-21-IMPRIMIR-RECEPTOR
               VARYING WS-IDX-RAT FROM WS-GRP-INI BY 1
               UNTIL WS-IDX-RAT GREATER WS-GRP-FIM.

       004-20-FIM.                EXIT.

      *================================================================*
       004-21-IMPRIMIR-RECEPTOR   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-RAT-DEST (WS-IDX-RAT) TO DET002-CC.
           MOVE WS-TAB-RAT-DEST (WS-IDX-RAT) TO WS-CC-BUSCA.
           PERFORM 003-04-LOCALIZAR-CENTRO.
           IF WS-CEN-ACHADO EQUAL ZEROS
               MOVE '(NAO CADASTRADO)' TO DET002-DESC
           ELSE
               MOVE WS-TAB-CEN-DESC (WS-CEN-ACHADO) TO DET002-DESC.

           IF WS-TAB-RAT-TIPO (WS-IDX-RAT) EQUAL 'P'
               MOVE WS-TAB-RAT-PERC (WS-IDX-RAT) TO DET002-BASE
               MOVE '%'           TO DET002-UNID
           ELSE
               MOVE WS-TAB-RAT-BASE (WS-IDX-RAT) TO DET002-BASE
               MOVE 'BASE'        TO DET002-UNID.

           MOVE WS-TAB-RAT-VALOR (WS-IDX-RAT) TO DET002-VALOR.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-06-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       004-21-FIM.                EXIT.

      *================================================================*
       005-00-RESUMO-CENTROS      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 50
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM CAB005 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB006 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 6                  TO ACUM-LINHAS.

           PERFORM 005-01-IMPRIMIR-CENTRO
               VARYING WS-IDX-CEN FROM 1 BY 1
               UNTIL WS-IDX-CEN GREATER WS-TAB-CEN-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-IMPRIMIR-CENTRO     SECTION.
      *================================================================*
           IF WS-TAB-CEN-ENVIADO (WS-IDX-CEN) NOT EQUAL ZEROS
              OR WS-TAB-CEN-RECEBIDO (WS-IDX-CEN) NOT EQUAL ZEROS
               IF ACUM-LINHAS GREATER 59
                   PERFORM 008-00-CABECALHOS
               END-IF
               MOVE WS-TAB-CEN-CC (WS-IDX-CEN)       TO DET004-CC
               MOVE WS-TAB-CEN-DESC (WS-IDX-CEN)     TO DET004-DESC
               MOVE WS-TAB-CEN-ENVIADO (WS-IDX-CEN)  TO DET004-ENVIADO
               MOVE WS-TAB-CEN-RECEBIDO (WS-IDX-CEN)
                                  TO DET004-RECEBIDO
               WRITE REG-RELATO   FROM DET004 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LANCADOS     TO TOT001-LANCADOS.
           MOVE ACUM-LINHAS-RAT   TO TOT002-LINHAS.
           MOVE ACUM-RECUSADOS    TO TOT003-RECUSADOS.
           MOVE ACUM-GRAVADOS     TO TOT004-GRAVADOS.
           MOVE ACUM-TOT-RATEADO  TO TOT005-RATEADO.

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

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* RATEIOS RECUSADOS: ' ACUM-RECUSADOS
                       ' - VER RELATORIO *'
               MOVE 0004          TO RETURN-CODE.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RATCONT
                 RELATO.
           PERFORM 001-05-FS-RATCONT.
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
               MOVE 'PU8EXF46'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LANCADOS           TO RUNLOG-QTD-LIDOS
               MOVE ACUM-GRAVADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-RECUSADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
