       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF20.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONTABILIZACAO DOS MOVIMENTOS DE ESTOQUE DE PECAS. LE O
      * DIARIO VALORIZADO DOS MOVIMENTOS APLICADOS PELO PU8EXE28
      * (DIAPECA, COPY DIAPECA) E GERA OS LANCAMENTOS BALANCEADOS NO
      * LAYOUT DO CADCONTA (ESTCONT), VALORIZADOS PELO MESMO CUSTO
      * COM QUE O PU8EXE28 BAIXOU CADA MOVIMENTO:
      *
      *   'E' RECEBIMENTO  - DEBITO NA CONTA DE ESTOQUE DA PECA
      *                      (PECACONT) E CREDITO EM RECEBIDO NAO
      *                      FATURADO (O ACRESCIMO DE CUSTOS
      *                      ACESSORIOS DO PU8EXF25 VOLTA A ESSA
      *                      CONTA PELO ACESCONT). A REENTRADA DA
      *                      DEVOLUCAO DE CLIENTE GERADA PELO PU8EXE95
      *                      ('DV' NO DOCUMENTO) NAO E CONTABILIZADA
      *                      AQUI: O
      *                      ESTORNO DO CUSTO E A VOLTA AO ESTOQUE SAO
      *                      LANCADOS PELO PU8EXF35, E O MOVIMENTO SO
      *                      E LISTADO E CONTADO;
      *   'S' SAIDA        - DEBITO EM PRODUTOS EM PROCESSO E CREDITO
      *                      NA CONTA DE ESTOQUE DA PECA. A SAIDA PELA
      *                      VENDA GERADA PELO PU8EXF26 ('PV' NO
      *                      DOCUMENTO) NAO E CONTABILIZADA AQUI: O
      *                      CUSTO DA VENDA E A BAIXA DO ESTOQUE JA
      *                      SAO LANCADOS PELO PU8EXF35 (VENDCONT), E
      *                      O MOVIMENTO SO E LISTADO E CONTADO;
      *   'A' AJUSTE +     - DEBITO NO ESTOQUE DA PECA E CREDITO NA
      *                      CONTA DE DIFERENCA DE INVENTARIO;
      *   'B' AJUSTE -     - DEBITO NA DIFERENCA DE INVENTARIO E
      *                      CREDITO NO ESTOQUE DA PECA.
      *
      * AS CONTAS DE RECEBIDO NAO FATURADO, EM PROCESSO, DIFERENCA
      * DE INVENTARIO E A TRANSITORIA (PECA SEM CONTA NO PECACONT,
      * COMO NO PU8EXE82) VEM DO PARMESTC. OS LANCAMENTOS SAO
      * RESUMIDOS POR CONTA E NATUREZA NA DATA DE REFERENCIA, PRONTOS
      * PARA A MESCLA DO PU8EXE45 E O FECHAMENTO DO PU8EXE43; O
      * RELATORIO LISTA CADA MOVIMENTO COM AS CONTAS DEBITADA E
      * CREDITADA E O RESUMO POR CONTA, COM A PROVA DE QUE DEBITOS E
      * CREDITOS FECHAM.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO ESTCONT; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT DIAPECA         ASSIGN TO UT-S-DIAPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DIAPECA.
      *
           SELECT PECACONT        ASSIGN TO UT-S-PECACONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PECACONT.
      *
           SELECT ESTCONT         ASSIGN TO UT-S-ESTCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ESTCONT.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMESTC    ASSIGN TO UT-S-PARMESTC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMESTC.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERCONT.
      *
           SELECT PERSUS          ASSIGN TO UT-S-PERSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERSUS.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
       FD DIAPECA
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DIAPECA.
       COPY DIAPECA.
      *
      * CONTA CONTABIL DE ESTOQUE POR PECA.
      *
       FD PECACONT
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PECACONT.
       01 REG-PECACONT.
          05 COD-PECA-PCT         PIC 9(05).
          05 CONTA-PCT            PIC X(10).
          05 FILLER               PIC X(05).
      *
      * LANCAMENTOS DE ESTOQUE, NO LAYOUT DO CADCONTA.
      *
       FD ESTCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ESTCONT.
       01 REG-ESTCONT.
          05 CONTA-EST            PIC X(10).
          05 IND-DC-EST           PIC X(01).
          05 QTD-EST              PIC 9(06).
          05 VALOR-EST            PIC 9(11)V99.
          05 DATA-LANC-EST        PIC 9(08).
          05 QTD-REG-EST          PIC 9(04).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO COM AS CONTAS DE CONTRAPARTIDA DO ESTOQUE:
      * RECEBIDO NAO FATURADO, PRODUTOS EM PROCESSO, DIFERENCA DE
      * INVENTARIO E A TRANSITORIA PARA PECA SEM CONTA CADASTRADA.
      * A CONTA DE CUSTOS ACESSORIOS A APROPRIAR E USADA SO PELO
      * PU8EXF25.
      *
       FD PARMESTC
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMESTC.
       01 REG-PARMESTC.
          05 CONTA-RNF-PARM       PIC X(10).
          05 CONTA-PROC-PARM      PIC X(10).
          05 CONTA-DIF-PARM       PIC X(10).
          05 CONTA-TRANS-PARM     PIC X(10).
          05 CONTA-ACES-PARM      PIC X(10).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
      * SITUACAO DOS PERIODOS CONTABEIS (FECHAMENTO DO PU8EXE43)
      *
       FD PERCONT
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERCONT.
       COPY PERCONT.
      *
      * PARTIDAS RETIDAS POR ESTAREM DATADAS EM PERIODO FECHADO
      *
       FD PERSUS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERSUS.
       COPY PERSUS.
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
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
      *
       77 WS-CONTA-RNF            PIC X(10) VALUE SPACES.
       77 WS-CONTA-PROC           PIC X(10) VALUE SPACES.
       77 WS-CONTA-DIF            PIC X(10) VALUE SPACES.
       77 WS-CONTA-TRANSIT        PIC X(10) VALUE SPACES.
      *
      *  CONTAS POR PECA
      *
       01 WS-TAB-PCT.
          05 WS-TAB-PCT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PCT-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PCT-PECA   PIC 9(05).
             10 WS-TAB-PCT-CONTA  PIC X(10).
      *
      *  LANCAMENTOS ACUMULADOS POR CONTA E NATUREZA (D/C)
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-CTA-CONTA  PIC X(10).
             10 WS-TAB-CTA-DC     PIC X(01).
             10 WS-TAB-CTA-ITENS  PIC 9(06).
             10 WS-TAB-CTA-VALOR  PIC 9(11)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-PECA           PIC X(10) VALUE SPACES.
       77 WS-CONTA-DEB            PIC X(10) VALUE SPACES.
       77 WS-CONTA-CRED           PIC X(10) VALUE SPACES.
       77 WS-CONTA-ACUM           PIC X(10) VALUE SPACES.
       77 WS-DC-ACUM              PIC X(01) VALUE SPACES.
       77 WS-SEQ-LANC             PIC 9(04) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-CONTABILIZADOS     PIC 9(06) VALUE ZEROS.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-LANCAMENTOS        PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-CONTA          PIC 9(06) VALUE ZEROS.
       77 ACUM-VENDAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-DEVOLUCOES         PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-DEBITOS        PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CREDITOS       PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-DIAPECA              PIC X(02) VALUE SPACES.
       77 FS-PECACONT             PIC X(02) VALUE SPACES.
       77 FS-ESTCONT              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMESTC             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF20'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'CONTABILIZACAO DOS MOVIMENTOS DE ESTOQUE DE PECAS'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(03) VALUE 'TP'.
          05 FILLER               PIC X(08) VALUE 'PECA'.
          05 FILLER               PIC X(08) VALUE 'QTDE'.
          05 FILLER               PIC X(11) VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(16) VALUE '           VALOR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'DEBITO'.
          05 FILLER               PIC X(11) VALUE 'CREDITO'.
      *
       01  DET001.
          05 DET001-TIPO          PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PECA          PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-QTD           PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DOC           PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CONTA-DEB     PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CONTA-CRED    PIC X(10).
      *
       01  CAB006.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'RESUMO DOS LANCAMENTOS POR CONTA'.
      *
       01  CAB007.
          05 FILLER               PIC X(12) VALUE 'CONTA'.
          05 FILLER               PIC X(04) VALUE 'D/C'.
          05 FILLER               PIC X(10) VALUE '     MOVS.'.
          05 FILLER               PIC X(20) VALUE
             '               VALOR'.
      *
       01  DET002.
          05 DET002-CONTA         PIC X(10).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET002-DC            PIC X(01).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET002-ITENS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE MOVIMENTOS LIDOS                :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE MOVIMENTOS CONTABILIZADOS       :'.
          05 TOT002-CONTABILIZ    PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE MOVIMENTOS DE TIPO INVALIDO     :'.
          05 TOT003-REJEITADOS    PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS EM CONTA TRANSITORIA          :'.
          05 TOT004-SEM-CONTA     PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LANCAMENTOS GERADOS             :'.
          05 TOT005-LANCAMENTOS   PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'SAIDAS POR VENDA (LANCADAS NO PU8EXF35)  :'.
          05 TOT008-VENDAS        PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(44) VALUE
             'ENTRADAS POR DEVOLUCAO (LANC. PU8EXF35)  :'.
          05 TOT009-DEVOLUCOES    PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DE DEBITOS           :'.
          05 TOT006-DEBITOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DE CREDITOS          :'.
          05 TOT007-CREDITOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *
      *  TRAVA DE PERIODO CONTABIL - ANO/MES FECHADOS NO PERCONT E
      *  PARTIDAS RETIDAS NO PERSUS POR CAIREM NUM DELES
      *
       01 WS-TAB-PER.
          05 WS-TAB-PER-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PER-ANOMES    PIC 9(06) OCCURS 240 TIMES.
       01 WS-PER-DATA.
          05 WS-PER-ANOMES        PIC 9(06).
          05 WS-PER-DIA           PIC 9(02).
       01 WS-PER-MOTIVO.
          05 FILLER               PIC X(08) VALUE 'PERIODO '.
          05 WS-PER-MOTIVO-ANOMES PIC 9(06).
          05 FILLER               PIC X(08) VALUE ' FECHADO'.
       77 WS-IDX-PER              PIC 9(03) VALUE ZEROS.
       77 WS-PER-FECHADO          PIC X(01) VALUE 'N'.
       77 WS-PERSUS-ABERTO        PIC X(01) VALUE 'N'.
       77 WS-PER-ARQUIVO          PIC X(08) VALUE SPACES.
       77 WS-PER-LANC             PIC X(42) VALUE SPACES.
       77 ACUM-PER-RETIDOS        PIC 9(06) VALUE ZEROS.
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
       77 FS-PERSUS               PIC X(02) VALUE SPACES.
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
           PERFORM 800-00-CARREGAR-PERIODOS.
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 001-10-LER-PARMESTC.
           PERFORM 001-13-CARREGAR-PECACONT.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CONTABILIZAR-DIARIO.
           PERFORM 004-00-GERAR-LANCAMENTOS.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  DIAPECA
                       PECACONT
                       PARMESTC
                       PARMDATA
                OUTPUT ESTCONT
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-DIAPECA.
           PERFORM 001-04-FS-PECACONT.
           PERFORM 001-05-FS-ESTCONT.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-DIAPECA          SECTION.
      *================================================================*
           MOVE 'DIAPECA'         TO FS-ARQUIVO.
           MOVE FS-DIAPECA        TO FS-COD-STATUS.

           IF FS-DIAPECA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-04-FS-PECACONT         SECTION.
      *================================================================*
           MOVE 'PECACONT'        TO FS-ARQUIVO.
           MOVE FS-PECACONT       TO FS-COD-STATUS.

           IF FS-PECACONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-ESTCONT          SECTION.
      *================================================================*
           MOVE 'ESTCONT'         TO FS-ARQUIVO.
           MOVE FS-ESTCONT        TO FS-COD-STATUS.

           IF FS-ESTCONT NOT EQUAL '00'
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
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-LER-PARMESTC        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMESTC.

           MOVE 'PARMESTC'        TO FS-ARQUIVO.
           MOVE FS-PARMESTC       TO FS-COD-STATUS.
           IF FS-PARMESTC NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-RNF-PARM    TO WS-CONTA-RNF.
           MOVE CONTA-PROC-PARM   TO WS-CONTA-PROC.
           MOVE CONTA-DIF-PARM    TO WS-CONTA-DIF.
           MOVE CONTA-TRANS-PARM  TO WS-CONTA-TRANSIT.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMESTC.

       001-10-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-PECACONT   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PECACONT.
           PERFORM 001-04-FS-PECACONT.

           PERFORM 001-14-ACUMULAR-PECACONT
               UNTIL FS-PECACONT EQUAL '10'
                  OR WS-TAB-PCT-QTD EQUAL 500.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PECACONT.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-PECACONT   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-PCT-QTD.
           MOVE COD-PECA-PCT      TO
               WS-TAB-PCT-PECA (WS-TAB-PCT-QTD).
           MOVE CONTA-PCT         TO
               WS-TAB-PCT-CONTA (WS-TAB-PCT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PECACONT.
           PERFORM 001-04-FS-PECACONT.

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
       003-00-CONTABILIZAR-DIARIO SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DIAPECA.
           PERFORM 001-02-FS-DIAPECA.

           PERFORM 003-01-CONTABILIZAR-UM
               UNTIL FS-DIAPECA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE DIAPECA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-CONTABILIZAR-UM     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           IF (TIPO-DIA EQUAL 'S' AND DOC-DIA (1:2) EQUAL 'PV')
              OR (TIPO-DIA EQUAL 'E' AND DOC-DIA (1:2) EQUAL 'DV')
               IF TIPO-DIA EQUAL 'S'
                   ADD 1          TO ACUM-VENDAS
                   MOVE '* VENDA  *' TO WS-CONTA-DEB
               ELSE
                   ADD 1          TO ACUM-DEVOLUCOES
                   MOVE '*DEVOLUC.*' TO WS-CONTA-DEB
               END-IF
               MOVE '*PU8EXF35*'  TO WS-CONTA-CRED
           ELSE
               PERFORM 003-06-LANCAR-MOVTO.

           PERFORM 003-05-IMPRIMIR-MOVTO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DIAPECA.
           PERFORM 001-02-FS-DIAPECA.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-RESOLVER-CONTA      SECTION.
      *================================================================*
           MOVE WS-CONTA-TRANSIT  TO WS-CONTA-PECA.
           MOVE ZEROS             TO WS-ACHADO.

           PERFORM 003-03-PROCURAR-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PCT-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-PCT-CONTA (WS-ACHADO) TO WS-CONTA-PECA
           ELSE
               ADD 1              TO ACUM-SEM-CONTA.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-PROCURAR-CONTA      SECTION.
      *================================================================*
           IF WS-TAB-PCT-PECA (WS-IDX) EQUAL COD-PECA-DIA
               MOVE WS-IDX        TO WS-ACHADO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-ACUMULAR-CONTA      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-04-01-PROCURAR-ACUM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTA-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               IF WS-TAB-CTA-QTD EQUAL 200
                   DISPLAY '* MAIS DE 200 CONTAS NO MOVIMENTO    *'
                   DISPLAY '* AUMENTAR WS-TAB-CTA E REPROCESSAR  *'
                   MOVE 'ESTCONT' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-CTA-QTD
               MOVE WS-TAB-CTA-QTD TO WS-ACHADO
               MOVE WS-CONTA-ACUM TO
                   WS-TAB-CTA-CONTA (WS-ACHADO)
               MOVE WS-DC-ACUM    TO
                   WS-TAB-CTA-DC (WS-ACHADO)
               MOVE ZEROS         TO
                   WS-TAB-CTA-ITENS (WS-ACHADO)
                   WS-TAB-CTA-VALOR (WS-ACHADO).

           ADD 1                  TO WS-TAB-CTA-ITENS (WS-ACHADO).
           ADD VLR-TOTAL-DIA      TO WS-TAB-CTA-VALOR (WS-ACHADO).

       003-04-FIM.                EXIT.

      *================================================================*
       003-04-01-PROCURAR-ACUM    SECTION.
      *================================================================*
           IF WS-TAB-CTA-CONTA (WS-IDX) EQUAL WS-CONTA-ACUM
              AND WS-TAB-CTA-DC (WS-IDX) EQUAL WS-DC-ACUM
               MOVE WS-IDX        TO WS-ACHADO.

       003-04-01-FIM.             EXIT.

      *================================================================*
       003-05-IMPRIMIR-MOVTO      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE TIPO-DIA          TO DET001-TIPO.
           MOVE COD-PECA-DIA      TO DET001-PECA.
           MOVE QTD-DIA           TO DET001-QTD.
           MOVE DOC-DIA           TO DET001-DOC.
           MOVE VLR-TOTAL-DIA     TO DET001-VALOR.
           MOVE WS-CONTA-DEB      TO DET001-CONTA-DEB.
           MOVE WS-CONTA-CRED     TO DET001-CONTA-CRED.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-LANCAR-MOVTO        SECTION.
      *================================================================*
           PERFORM 003-02-RESOLVER-CONTA.

           MOVE SPACES            TO WS-CONTA-DEB
                                     WS-CONTA-CRED.

           IF TIPO-DIA EQUAL 'E'
               MOVE WS-CONTA-PECA TO WS-CONTA-DEB
               MOVE WS-CONTA-RNF  TO WS-CONTA-CRED
           ELSE IF TIPO-DIA EQUAL 'S'
               MOVE WS-CONTA-PROC TO WS-CONTA-DEB
               MOVE WS-CONTA-PECA TO WS-CONTA-CRED
           ELSE IF TIPO-DIA EQUAL 'A'
               MOVE WS-CONTA-PECA TO WS-CONTA-DEB
               MOVE WS-CONTA-DIF  TO WS-CONTA-CRED
           ELSE IF TIPO-DIA EQUAL 'B'
               MOVE WS-CONTA-DIF  TO WS-CONTA-DEB
               MOVE WS-CONTA-PECA TO WS-CONTA-CRED.

           IF WS-CONTA-DEB EQUAL SPACES
               ADD 1              TO ACUM-REJEITADOS
               MOVE '** TIPO **'  TO WS-CONTA-DEB
                                     WS-CONTA-CRED
           ELSE
               ADD 1              TO ACUM-CONTABILIZADOS
               MOVE WS-CONTA-DEB  TO WS-CONTA-ACUM
               MOVE 'D'           TO WS-DC-ACUM
               PERFORM 003-04-ACUMULAR-CONTA
               MOVE WS-CONTA-CRED TO WS-CONTA-ACUM
               MOVE 'C'           TO WS-DC-ACUM
               PERFORM 003-04-ACUMULAR-CONTA
               ADD VLR-TOTAL-DIA  TO ACUM-VLR-DEBITOS
                                     ACUM-VLR-CREDITOS.

       003-06-FIM.                EXIT.

      *================================================================*
       004-00-GERAR-LANCAMENTOS   SECTION.
      *================================================================*
      * UM LANCAMENTO POR CONTA E NATUREZA, NA DATA DE REFERENCIA,
      * COM A QUANTIDADE DE MOVIMENTOS RESUMIDOS EM QTD-EST.
      *
           IF ACUM-LINHAS GREATER 50
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM CAB006 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB007 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           ADD 4                  TO ACUM-LINHAS.

           PERFORM 004-01-LANCAR-UMA-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTA-QTD.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-LANCAR-UMA-CONTA    SECTION.
      *================================================================*
           MOVE WS-TAB-CTA-CONTA (WS-IDX) TO CONTA-EST.
           MOVE WS-TAB-CTA-DC (WS-IDX)    TO IND-DC-EST.
           MOVE WS-TAB-CTA-ITENS (WS-IDX) TO QTD-EST.
           MOVE WS-TAB-CTA-VALOR (WS-IDX) TO VALOR-EST.
           MOVE WS-DATA-REF       TO DATA-LANC-EST.

           ADD 1                  TO ACUM-LANCAMENTOS.
           ADD 1                  TO WS-SEQ-LANC.
           MOVE WS-SEQ-LANC       TO QTD-REG-EST.
           MOVE DATA-LANC-EST     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'ESTCONT'     TO WS-PER-ARQUIVO
               MOVE REG-ESTCONT   TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-ESTCONT
               PERFORM 001-05-FS-ESTCONT.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-CTA-CONTA (WS-IDX) TO DET002-CONTA.
           MOVE WS-TAB-CTA-DC (WS-IDX)    TO DET002-DC.
           MOVE WS-TAB-CTA-ITENS (WS-IDX) TO DET002-ITENS.
           MOVE WS-TAB-CTA-VALOR (WS-IDX) TO DET002-VALOR.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-CONTABILIZADOS TO TOT002-CONTABILIZ.
           MOVE ACUM-REJEITADOS   TO TOT003-REJEITADOS.
           MOVE ACUM-SEM-CONTA    TO TOT004-SEM-CONTA.
           MOVE ACUM-LANCAMENTOS  TO TOT005-LANCAMENTOS.
           MOVE ACUM-VENDAS       TO TOT008-VENDAS.
           MOVE ACUM-DEVOLUCOES   TO TOT009-DEVOLUCOES.
           MOVE ACUM-VLR-DEBITOS  TO TOT006-DEBITOS.
           MOVE ACUM-VLR-CREDITOS TO TOT007-CREDITOS.

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

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ESTCONT
                 RELATO.
           PERFORM 001-05-FS-ESTCONT.
           PERFORM 001-06-FS-RELATO.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

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
       800-00-CARREGAR-PERIODOS   SECTION.
      *================================================================*
      *    CARREGA OS PERIODOS FECHADOS DO PERCONT. SEM O ARQUIVO
      *    ('35') NENHUM PERIODO ESTA FECHADO E TUDO E GRAVADO
      *    NOS ARQUIVOS DE LANCAMENTOS, SEM RETENCAO NO PERSUS.
      *
           MOVE ZEROS             TO WS-TAB-PER-QTD.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PERCONT.

           IF FS-PERCONT NOT EQUAL '00' AND '35'
               PERFORM 800-41-FS-PERCONT.

           IF FS-PERCONT EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 800-41-FS-PERCONT
               PERFORM 800-01-ACUMULAR-PERIODO
                   UNTIL FS-PERCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       800-00-FIM.                EXIT.

      *================================================================*
       800-01-ACUMULAR-PERIODO    SECTION.
      *================================================================*
           IF SITUACAO-PER EQUAL 'F'
               IF WS-TAB-PER-QTD NOT LESS 240
                   DISPLAY '* TABELA DE PERIODOS FECHADOS ESGOTADA *'
                   MOVE 'PERCONT'     TO FS-ARQUIVO
                   MOVE FS-PERCONT    TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-PER-QTD
               MOVE ANOMES-PER    TO WS-TAB-PER-ANOMES
                                     (WS-TAB-PER-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PERCONT.
           PERFORM 800-41-FS-PERCONT.

       800-01-FIM.                EXIT.

      *================================================================*
       800-10-TESTAR-PERIODO      SECTION.
      *================================================================*
      *    RECEBE A DATA DA PARTIDA EM WS-PER-DATA E DEVOLVE
      *    WS-PER-FECHADO = 'S' SE O ANO/MES ESTIVER FECHADO
           MOVE 'N'               TO WS-PER-FECHADO.

           PERFORM 800-11-PROCURAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER GREATER WS-TAB-PER-QTD
                    OR WS-PER-FECHADO EQUAL 'S'.

       800-10-FIM.                EXIT.

      *================================================================*
       800-11-PROCURAR-PERIODO    SECTION.
      *================================================================*
           IF WS-TAB-PER-ANOMES (WS-IDX-PER) EQUAL WS-PER-ANOMES
               MOVE 'S'           TO WS-PER-FECHADO.

       800-11-FIM.                EXIT.

      *================================================================*
       800-20-RETER-PARTIDA       SECTION.
      *================================================================*
      *    A PARTIDA (EM WS-PER-LANC, COM O DESTINO EM WS-PER-ARQUIVO)
      *    VAI PARA O PERSUS EM VEZ DO ARQUIVO DE LANCAMENTOS
           IF WS-PERSUS-ABERTO EQUAL 'N'
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN EXTEND PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'S'           TO WS-PERSUS-ABERTO.

           MOVE 'PU8EXF20'      TO PROGRAMA-PSU.
           MOVE WS-PER-ARQUIVO    TO ARQUIVO-PSU.
           MOVE WS-PER-LANC       TO LANC-PSU.
           MOVE WS-PER-ANOMES     TO WS-PER-MOTIVO-ANOMES.
           MOVE WS-PER-MOTIVO     TO MOTIVO-PSU.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PERSUS.
           PERFORM 800-40-FS-PERSUS.
           ADD 1                  TO ACUM-PER-RETIDOS.

       800-20-FIM.                EXIT.

      *================================================================*
       800-30-FECHAR-PERSUS       SECTION.
      *================================================================*
           IF WS-PERSUS-ABERTO EQUAL 'S'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'N'           TO WS-PERSUS-ABERTO
               DISPLAY '* PARTIDAS RETIDAS POR PERIODO FECHADO: '
                       ACUM-PER-RETIDOS ' (VER PERSUS) *'.

       800-30-FIM.                EXIT.

      *================================================================*
       800-40-FS-PERSUS           SECTION.
      *================================================================*
           MOVE 'PERSUS'          TO FS-ARQUIVO.
           MOVE FS-PERSUS         TO FS-COD-STATUS.

           IF FS-PERSUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       800-40-FIM.                EXIT.

      *================================================================*
       800-41-FS-PERCONT          SECTION.
      *================================================================*
           MOVE 'PERCONT'         TO FS-ARQUIVO.
           MOVE FS-PERCONT        TO FS-COD-STATUS.

           IF FS-PERCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       800-41-FIM.                EXIT.

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
               MOVE 'PU8EXF20'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LANCAMENTOS        TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-REJEITADOS         TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
