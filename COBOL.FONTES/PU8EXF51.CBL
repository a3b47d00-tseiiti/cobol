       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF51.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * MOVIMENTACAO DO IMOBILIZADO: BAIXA, VENDA E TRANSFERENCIA DE
      * CENTRO DE CUSTO DOS BENS DO CADIMOB. AS MOVIMENTACOES VEM NO
      * MOVIMOB (NUMERO DO BEM, TIPO, DATA, VALOR DE VENDA E CENTRO DE
      * DESTINO) E SAO APLICADAS NA ORDEM DO ARQUIVO. O CADASTRO
      * ATUALIZADO SAI NO CADIMOBN, SEM OS BENS BAIXADOS OU VENDIDOS,
      * QUE VAO PARA O HISTORICO HISTIMOB (EM EXTEND) COM A DATA, O
      * VALOR DE VENDA E O RESULTADO.
      *
      * BAIXA ('B') E VENDA ('V') GERAM NO BAIXCONT (LAYOUT CADCONTA)
      * O DEBITO DA DEPRECIACAO ACUMULADA DO BEM, O CREDITO DO VALOR
      * DE AQUISICAO NA CONTA DO ATIVO E, NA VENDA, O DEBITO DO VALOR
      * RECEBIDO NA CONTA DO PARMBAIX. A DIFERENCA ENTRE O VALOR DE
      * VENDA E O VALOR CONTABIL LIQUIDO VAI A CREDITO NA CONTA DE
      * GANHO OU A DEBITO NA CONTA DE PERDA DO PARMBAIX. A
      * DEPRECIACAO DO MES DA BAIXA DEVE TER SIDO CALCULADA ANTES
      * PELO PU8EXF03. A TRANSFERENCIA ('T') SO TROCA O CC-IMB, PARA
      * A DEPRECIACAO DOS MESES SEGUINTES SAIR NO NOVO CENTRO.
      *
      * MOVIMENTO COM TIPO INVALIDO, BEM FORA DO CADASTRO OU JA
      * BAIXADO NA EXECUCAO, DATA ANTERIOR A AQUISICAO, VENDA SEM
      * VALOR, CENTRO FORA DO CENCUSTO (OU INATIVO) OU IGUAL AO ATUAL
      * NAO E APLICADO: SAI NO RELATORIO COM O MOTIVO E O PROGRAMA
      * TERMINA COM RETURN-CODE 0004.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO BAIXCONT; E
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
           SELECT CADIMOB         ASSIGN TO UT-S-CADIMOB
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADIMOB.
      *
           SELECT CADIMOBN        ASSIGN TO UT-S-CADIMOBN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADIMOBN.
      *
           SELECT MOVIMOB         ASSIGN TO UT-S-MOVIMOB
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVIMOB.
      *
           SELECT CENCUSTO        ASSIGN TO UT-S-CENCUSTO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CENCUSTO.
      *
           SELECT BAIXCONT        ASSIGN TO UT-S-BAIXCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-BAIXCONT.
      *
           SELECT HISTIMOB        ASSIGN TO UT-S-HISTIMOB
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTIMOB.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMBAIX    ASSIGN TO UT-S-PARMBAIX
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMBAIX.
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
       FD CADIMOB
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADIMOB.
       01 REG-CADIMOB.
          05 NUM-IMB              PIC 9(06).
          05 DESC-IMB             PIC X(30).
          05 VLR-AQUIS-IMB        PIC 9(11)V99.
          05 DT-AQUIS-IMB         PIC 9(08).
          05 VIDA-MESES-IMB       PIC 9(03).
          05 MESES-DEPR-IMB       PIC 9(03).
          05 VLR-DEPR-IMB         PIC 9(11)V99.
          05 CONTA-ATIVO-IMB      PIC X(10).
          05 CONTA-DEPR-IMB       PIC X(10).
          05 CC-IMB               PIC X(03).
          05 FILLER               PIC X(01).
      *
       FD CADIMOBN
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADIMOBN.
       01 REG-CADIMOBN             PIC X(100).
      *
      * MOVIMENTACOES DO IMOBILIZADO. TIPO-MIM: 'B' = BAIXA,
      * 'V' = VENDA, 'T' = TRANSFERENCIA PARA O CENTRO CC-MIM.
      * DATA-MIM ZERADA = DATA DE REFERENCIA DA EXECUCAO.
      *
       FD MOVIMOB
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVIMOB.
       01 REG-MOVIMOB.
          05 NUM-MIM              PIC 9(06).
          05 TIPO-MIM             PIC X(01).
          05 DATA-MIM             PIC 9(08).
          05 VLR-VENDA-MIM        PIC 9(11)V99.
          05 CC-MIM               PIC X(03).
          05 FILLER               PIC X(09).
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
      * LANCAMENTOS DAS BAIXAS E VENDAS, NO LAYOUT DO CADCONTA.
      *
       FD BAIXCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-BAIXCONT.
       01 REG-BAIXCONT.
          05 CONTA-BAI            PIC X(10).
          05 IND-DC-BAI           PIC X(01).
          05 QTD-BAI              PIC 9(06).
          05 VALOR-BAI            PIC 9(11)V99.
          05 DATA-LANC-BAI        PIC 9(08).
          05 QTD-REG-BAI          PIC 9(04).
      *
      * HISTORICO DOS BENS BAIXADOS E VENDIDOS
      *
       FD HISTIMOB
           RECORD     CONTAINS    150 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTIMOB.
       COPY HISTIMOB.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO COM AS CONTAS DA BAIXA: VALOR A RECEBER DA VENDA,
      * GANHO E PERDA NA ALIENACAO DO IMOBILIZADO.
      *
       FD PARMBAIX
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMBAIX.
       01 REG-PARMBAIX.
          05 CONTA-RECEB-PARM     PIC X(10).
          05 CONTA-GANHO-PARM     PIC X(10).
          05 CONTA-PERDA-PARM     PIC X(10).
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
       77 WS-CONTA-RECEB          PIC X(10) VALUE SPACES.
       77 WS-CONTA-GANHO          PIC X(10) VALUE SPACES.
       77 WS-CONTA-PERDA          PIC X(10) VALUE SPACES.
      *
      *  CENTROS DE CUSTO ATIVOS DO CENCUSTO
      *
       01 WS-TAB-CEN.
          05 WS-TAB-CEN-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CEN-CC        PIC X(03) OCCURS 100 TIMES.
      *
      *  MOVIMENTACOES DO MOVIMOB, NA ORDEM DO ARQUIVO. WS-TAB-MOV-SIT
      *  FICA 'P' QUANDO O MOVIMENTO ENCONTRA O BEM NO CADASTRO.
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-MOV-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-MOV-NUM    PIC 9(06).
             10 WS-TAB-MOV-TIPO   PIC X(01).
             10 WS-TAB-MOV-DATA   PIC 9(08).
             10 WS-TAB-MOV-VENDA  PIC 9(11)V99.
             10 WS-TAB-MOV-CC     PIC X(03).
             10 WS-TAB-MOV-SIT    PIC X(01).
      *
       77 WS-IDX-MOV              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CEN              PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-BEM-BAIXADO          PIC X(01) VALUE 'N'.
       77 WS-CC-BEM               PIC X(03) VALUE SPACES.
       77 WS-DATA-MOV             PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO               PIC X(40) VALUE SPACES.
       77 WS-VLR-LIQUIDO          PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-VENDA            PIC 9(11)V99 VALUE ZEROS.
       77 WS-RESULTADO            PIC S9(11)V99 VALUE ZEROS.
       77 WS-SEQ-LANC             PIC 9(04) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-BENS               PIC 9(06) VALUE ZEROS.
       77 ACUM-MOVIMENTOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-BAIXAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-VENDAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-TRANSFERENCIAS     PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-AQUIS          PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-DEPR           PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-VENDA          PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-RESULTADO      PIC S9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADIMOB              PIC X(02) VALUE SPACES.
       77 FS-CADIMOBN             PIC X(02) VALUE SPACES.
       77 FS-MOVIMOB              PIC X(02) VALUE SPACES.
       77 FS-CENCUSTO             PIC X(02) VALUE SPACES.
       77 FS-BAIXCONT             PIC X(02) VALUE SPACES.
       77 FS-HISTIMOB             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMBAIX             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF51'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'BAIXA, VENDA E TRANSFERENCIA DO IMOBILIZADO'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'BEM'.
          05 FILLER               PIC X(07) VALUE 'TIPO'.
          05 FILLER               PIC X(15) VALUE 'AQUISICAO'.
          05 FILLER               PIC X(15) VALUE 'DEPR. ACUM.'.
          05 FILLER               PIC X(15) VALUE 'VENDA'.
          05 FILLER               PIC X(15) VALUE 'RESULTADO'.
      *
       01  DET001.
          05 DET001-BEM           PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-TIPO          PIC X(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-AQUISICAO     PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DEPR          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VENDA         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-RESULTADO     PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  DET002.
          05 DET002-BEM           PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'TRANSF DE CC '.
          05 DET002-CC-ANT        PIC X(03).
          05 FILLER               PIC X(09) VALUE ' PARA CC '.
          05 DET002-CC-NOVO       PIC X(03).
          05 FILLER               PIC X(04) VALUE ' EM '.
          05 DET002-DATA          PIC 9(08).
      *
       01  DET003.
          05 DET003-BEM           PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET003-TIPO          PIC X(01).
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'RECUSADO: '.
          05 DET003-MOTIVO        PIC X(40).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE BENS NO CADASTRO                :'.
          05 TOT001-BENS          PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTACOES LIDAS                      :'.
          05 TOT002-MOVIMENTOS    PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'BENS BAIXADOS                            :'.
          05 TOT003-BAIXAS        PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'BENS VENDIDOS                            :'.
          05 TOT004-VENDAS        PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'TRANSFERENCIAS DE CENTRO DE CUSTO        :'.
          05 TOT005-TRANSFERENCIAS PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTACOES RECUSADAS                  :'.
          05 TOT006-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'BENS GRAVADOS NO CADASTRO NOVO           :'.
          05 TOT007-GRAVADOS      PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'CUSTO DOS BENS BAIXADOS    :'.
          05 TOT008-VLR-AQUIS     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'DEPRECIACAO BAIXADA        :'.
          05 TOT009-VLR-DEPR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(29) VALUE
             'VALOR DAS VENDAS           :'.
          05 TOT010-VLR-VENDA     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT011.
          05 FILLER               PIC X(29) VALUE
             'RESULTADO LIQUIDO          :'.
          05 TOT011-VLR-RESULTADO PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 001-09-LER-PARMBAIX.
           PERFORM 001-10-CARREGAR-CENCUSTO.
           PERFORM 001-12-CARREGAR-MOVIMOB.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-PROCESSAR-BEM
               UNTIL FS-CADIMOB EQUAL '10'.
           PERFORM 004-00-RECUSAR-PENDENTES
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV GREATER WS-TAB-MOV-QTD.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADIMOB
                       MOVIMOB
                       CENCUSTO
                       PARMBAIX
                       PARMDATA
                OUTPUT CADIMOBN
                       BAIXCONT
                       RELATO
                EXTEND HISTIMOB.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADIMOB.
           PERFORM 001-03-FS-CADIMOBN.
           PERFORM 001-04-FS-BAIXCONT.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-06-FS-HISTIMOB.
           PERFORM 001-07-FS-MOVIMOB.
           PERFORM 001-14-FS-CENCUSTO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADIMOB          SECTION.
      *================================================================*
           MOVE 'CADIMOB'         TO FS-ARQUIVO.
           MOVE FS-CADIMOB        TO FS-COD-STATUS.

           IF FS-CADIMOB NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADIMOBN         SECTION.
      *================================================================*
           MOVE 'CADIMOBN'        TO FS-ARQUIVO.
           MOVE FS-CADIMOBN       TO FS-COD-STATUS.

           IF FS-CADIMOBN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-BAIXCONT         SECTION.
      *================================================================*
           MOVE 'BAIXCONT'        TO FS-ARQUIVO.
           MOVE FS-BAIXCONT       TO FS-COD-STATUS.

           IF FS-BAIXCONT NOT EQUAL '00'
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
       001-06-FS-HISTIMOB         SECTION.
      *================================================================*
           MOVE 'HISTIMOB'        TO FS-ARQUIVO.
           MOVE FS-HISTIMOB       TO FS-COD-STATUS.

           IF FS-HISTIMOB NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-MOVIMOB          SECTION.
      *================================================================*
           MOVE 'MOVIMOB'         TO FS-ARQUIVO.
           MOVE FS-MOVIMOB        TO FS-COD-STATUS.

           IF FS-MOVIMOB NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
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

      *    PRIMEIRA LEITURA DO CADASTRO
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADIMOB.
           PERFORM 001-02-FS-CADIMOB.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMBAIX        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMBAIX.

           MOVE 'PARMBAIX'        TO FS-ARQUIVO.
           MOVE FS-PARMBAIX       TO FS-COD-STATUS.
           IF FS-PARMBAIX NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-RECEB-PARM  TO WS-CONTA-RECEB.
           MOVE CONTA-GANHO-PARM  TO WS-CONTA-GANHO.
           MOVE CONTA-PERDA-PARM  TO WS-CONTA-PERDA.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMBAIX.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-CENCUSTO   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CENCUSTO.
           PERFORM 001-14-FS-CENCUSTO.

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
               MOVE CC-CEN        TO WS-TAB-CEN-CC (WS-TAB-CEN-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CENCUSTO.
           PERFORM 001-14-FS-CENCUSTO.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-MOVIMOB    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVIMOB.
           PERFORM 001-07-FS-MOVIMOB.

           PERFORM 001-13-ACUMULAR-MOVIMOB
               UNTIL FS-MOVIMOB EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVIMOB.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-MOVIMOB    SECTION.
      *================================================================*
           IF WS-TAB-MOV-QTD EQUAL 500
               DISPLAY '* MAIS DE 500 MOVIMENTACOES NO MOVIMOB  *'
               DISPLAY '* AUMENTAR WS-TAB-MOV E REPROCESSAR     *'
               MOVE 'MOVIMOB'     TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO ACUM-MOVIMENTOS.
           ADD 1                  TO WS-TAB-MOV-QTD.
           MOVE NUM-MIM           TO WS-TAB-MOV-NUM (WS-TAB-MOV-QTD).
           MOVE TIPO-MIM          TO WS-TAB-MOV-TIPO (WS-TAB-MOV-QTD).
           MOVE VLR-VENDA-MIM     TO
               WS-TAB-MOV-VENDA (WS-TAB-MOV-QTD).
           MOVE CC-MIM            TO WS-TAB-MOV-CC (WS-TAB-MOV-QTD).
           MOVE SPACES            TO WS-TAB-MOV-SIT (WS-TAB-MOV-QTD).

           IF DATA-MIM EQUAL ZEROS
               MOVE WS-DATA-REF   TO
                   WS-TAB-MOV-DATA (WS-TAB-MOV-QTD)
           ELSE
               MOVE DATA-MIM      TO
                   WS-TAB-MOV-DATA (WS-TAB-MOV-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVIMOB.
           PERFORM 001-07-FS-MOVIMOB.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-FS-CENCUSTO         SECTION.
      *================================================================*
           MOVE 'CENCUSTO'        TO FS-ARQUIVO.
           MOVE FS-CENCUSTO       TO FS-COD-STATUS.

           IF FS-CENCUSTO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

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
       003-00-PROCESSAR-BEM       SECTION.
      *================================================================*
      * APLICA AO BEM AS MOVIMENTACOES DELE, NA ORDEM DO MOVIMOB. O
      * BEM BAIXADO OU VENDIDO NAO VOLTA PARA O CADASTRO NOVO.
      *
           ADD 1                  TO ACUM-BENS.
           MOVE 'N'               TO WS-BEM-BAIXADO.

           PERFORM 003-01-APLICAR-MOVIMENTO
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV GREATER WS-TAB-MOV-QTD.

           IF WS-BEM-BAIXADO EQUAL 'N'
               ADD 1              TO ACUM-GRAVADOS
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CADIMOBN FROM REG-CADIMOB
               PERFORM 001-03-FS-CADIMOBN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADIMOB.
           PERFORM 001-02-FS-CADIMOB.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-APLICAR-MOVIMENTO   SECTION.
      *================================================================*
           IF WS-TAB-MOV-NUM (WS-IDX-MOV) EQUAL NUM-IMB
              AND WS-TAB-MOV-SIT (WS-IDX-MOV) EQUAL SPACES
               MOVE 'P'           TO WS-TAB-MOV-SIT (WS-IDX-MOV)
               MOVE WS-TAB-MOV-DATA (WS-IDX-MOV) TO WS-DATA-MOV
               PERFORM 003-02-VALIDAR-MOVIMENTO
               IF WS-MOTIVO NOT EQUAL SPACES
                   PERFORM 003-09-LISTAR-RECUSA
               ELSE
                   IF WS-TAB-MOV-TIPO (WS-IDX-MOV) EQUAL 'T'
                       PERFORM 003-04-TRANSFERIR
                   ELSE
                       PERFORM 003-05-BAIXAR.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-VALIDAR-MOVIMENTO   SECTION.
      *================================================================*
           MOVE SPACES            TO WS-MOTIVO.

           MOVE CC-IMB            TO WS-CC-BEM.
           IF WS-CC-BEM EQUAL SPACES
               MOVE '000'         TO WS-CC-BEM.

           EVALUATE TRUE
               WHEN WS-TAB-MOV-TIPO (WS-IDX-MOV) NOT EQUAL 'B'
                    AND WS-TAB-MOV-TIPO (WS-IDX-MOV) NOT EQUAL 'V'
                    AND WS-TAB-MOV-TIPO (WS-IDX-MOV) NOT EQUAL 'T'
                   MOVE 'TIPO DE MOVIMENTO INVALIDO' TO WS-MOTIVO
               WHEN WS-BEM-BAIXADO EQUAL 'S'
                   MOVE 'BEM JA BAIXADO NESTA EXECUCAO' TO WS-MOTIVO
               WHEN WS-DATA-MOV LESS DT-AQUIS-IMB
                   MOVE 'DATA ANTERIOR A AQUISICAO' TO WS-MOTIVO
               WHEN WS-TAB-MOV-TIPO (WS-IDX-MOV) EQUAL 'V'
                    AND WS-TAB-MOV-VENDA (WS-IDX-MOV) EQUAL ZEROS
                   MOVE 'VENDA SEM VALOR' TO WS-MOTIVO
               WHEN WS-TAB-MOV-TIPO (WS-IDX-MOV) EQUAL 'T'
                   PERFORM 003-03-VALIDAR-CENTRO
           END-EVALUATE.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-VALIDAR-CENTRO      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-06-PROCURAR-CENTRO
               VARYING WS-IDX-CEN FROM 1 BY 1
               UNTIL WS-IDX-CEN GREATER WS-TAB-CEN-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               MOVE 'CENTRO DE CUSTO INEXISTENTE OU INATIVO'
                                  TO WS-MOTIVO
           ELSE
               IF WS-TAB-MOV-CC (WS-IDX-MOV) EQUAL WS-CC-BEM
                   MOVE 'BEM JA ESTA NESTE CENTRO DE CUSTO'
                                  TO WS-MOTIVO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-TRANSFERIR          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-TRANSFERENCIAS.
           MOVE WS-TAB-MOV-CC (WS-IDX-MOV) TO CC-IMB.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE NUM-IMB           TO DET002-BEM.
           MOVE WS-CC-BEM         TO DET002-CC-ANT.
           MOVE CC-IMB            TO DET002-CC-NOVO.
           MOVE WS-DATA-MOV       TO DET002-DATA.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-BAIXAR              SECTION.
      *================================================================*
      * RESULTADO = VALOR DE VENDA MENOS O VALOR CONTABIL LIQUIDO
      * (AQUISICAO MENOS DEPRECIACAO ACUMULADA). NA BAIXA SEM VENDA
      * O RESULTADO E A PERDA DO VALOR LIQUIDO QUE RESTAVA.
      *
           MOVE 'S'               TO WS-BEM-BAIXADO.

           IF WS-TAB-MOV-TIPO (WS-IDX-MOV) EQUAL 'V'
               ADD 1              TO ACUM-VENDAS
               MOVE WS-TAB-MOV-VENDA (WS-IDX-MOV) TO WS-VLR-VENDA
               MOVE 'VENDA'       TO DET001-TIPO
           ELSE
               ADD 1              TO ACUM-BAIXAS
               MOVE ZEROS         TO WS-VLR-VENDA
               MOVE 'BAIXA'       TO DET001-TIPO.

           COMPUTE WS-VLR-LIQUIDO =
               VLR-AQUIS-IMB - VLR-DEPR-IMB.
           COMPUTE WS-RESULTADO =
               WS-VLR-VENDA - WS-VLR-LIQUIDO.

           ADD VLR-AQUIS-IMB      TO ACUM-VLR-AQUIS.
           ADD VLR-DEPR-IMB       TO ACUM-VLR-DEPR.
           ADD WS-VLR-VENDA       TO ACUM-VLR-VENDA.
           ADD WS-RESULTADO       TO ACUM-VLR-RESULTADO.

           PERFORM 003-07-GERAR-PARTIDAS.
           PERFORM 003-08-GRAVAR-HISTIMOB.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE NUM-IMB           TO DET001-BEM.
           MOVE VLR-AQUIS-IMB     TO DET001-AQUISICAO.
           MOVE VLR-DEPR-IMB      TO DET001-DEPR.
           MOVE WS-VLR-VENDA      TO DET001-VENDA.
           MOVE WS-RESULTADO      TO DET001-RESULTADO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-PROCURAR-CENTRO     SECTION.
      *================================================================*
           IF WS-TAB-CEN-CC (WS-IDX-CEN) EQUAL
              WS-TAB-MOV-CC (WS-IDX-MOV)
               MOVE WS-IDX-CEN    TO WS-ACHADO.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-GERAR-PARTIDAS      SECTION.
      *================================================================*
           IF VLR-DEPR-IMB GREATER ZEROS
               MOVE CONTA-DEPR-IMB TO CONTA-BAI
               MOVE 'D'           TO IND-DC-BAI
               MOVE VLR-DEPR-IMB  TO VALOR-BAI
               PERFORM 003-10-GRAVAR-PARTIDA.

           IF VLR-AQUIS-IMB GREATER ZEROS
               MOVE CONTA-ATIVO-IMB TO CONTA-BAI
               MOVE 'C'           TO IND-DC-BAI
               MOVE VLR-AQUIS-IMB TO VALOR-BAI
               PERFORM 003-10-GRAVAR-PARTIDA.

           IF WS-VLR-VENDA GREATER ZEROS
               MOVE WS-CONTA-RECEB TO CONTA-BAI
               MOVE 'D'           TO IND-DC-BAI
               MOVE WS-VLR-VENDA  TO VALOR-BAI
               PERFORM 003-10-GRAVAR-PARTIDA.

           IF WS-RESULTADO GREATER ZEROS
               MOVE WS-CONTA-GANHO TO CONTA-BAI
               MOVE 'C'           TO IND-DC-BAI
               MOVE WS-RESULTADO  TO VALOR-BAI
               PERFORM 003-10-GRAVAR-PARTIDA.

           IF WS-RESULTADO LESS ZEROS
               MOVE WS-CONTA-PERDA TO CONTA-BAI
               MOVE 'D'           TO IND-DC-BAI
               COMPUTE VALOR-BAI = ZEROS - WS-RESULTADO
               PERFORM 003-10-GRAVAR-PARTIDA.

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-GRAVAR-HISTIMOB     SECTION.
      *================================================================*
           MOVE SPACES            TO REG-HISTIMOB.
           MOVE REG-CADIMOB       TO REG-HISTIMOB (1:100).
           MOVE WS-TAB-MOV-TIPO (WS-IDX-MOV) TO TIPO-BAIXA-HIM.
           MOVE WS-DATA-MOV       TO DATA-BAIXA-HIM.
           MOVE WS-VLR-VENDA      TO VLR-VENDA-HIM.
           MOVE WS-DATA-REF       TO DATA-PROC-HIM.

           IF WS-RESULTADO GREATER ZEROS
               MOVE 'G'           TO IND-RESULT-HIM
               MOVE WS-RESULTADO  TO VLR-RESULT-HIM
           ELSE
               IF WS-RESULTADO LESS ZEROS
                   MOVE 'P'       TO IND-RESULT-HIM
                   COMPUTE VLR-RESULT-HIM = ZEROS - WS-RESULTADO
               ELSE
                   MOVE SPACES    TO IND-RESULT-HIM
                   MOVE ZEROS     TO VLR-RESULT-HIM.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-HISTIMOB.
           PERFORM 001-06-FS-HISTIMOB.

       003-08-FIM.                EXIT.

      *================================================================*
       003-09-LISTAR-RECUSA       SECTION.
      *================================================================*
           ADD 1                  TO ACUM-RECUSADOS.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-MOV-NUM (WS-IDX-MOV) TO DET003-BEM.
           MOVE WS-TAB-MOV-TIPO (WS-IDX-MOV) TO DET003-TIPO.
           MOVE WS-MOTIVO         TO DET003-MOTIVO.

           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-09-FIM.                EXIT.

      *================================================================*
       003-10-GRAVAR-PARTIDA      SECTION.
      *================================================================*
           ADD 1                  TO WS-SEQ-LANC.
           MOVE 1                 TO QTD-BAI.
           MOVE WS-DATA-MOV       TO DATA-LANC-BAI.
           MOVE WS-SEQ-LANC       TO QTD-REG-BAI.
           MOVE DATA-LANC-BAI     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'BAIXCONT'    TO WS-PER-ARQUIVO
               MOVE REG-BAIXCONT  TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-BAIXCONT
               PERFORM 001-04-FS-BAIXCONT.

       003-10-FIM.                EXIT.

      *================================================================*
       004-00-RECUSAR-PENDENTES   SECTION.
      *================================================================*
      * MOVIMENTO QUE NAO ENCONTROU O BEM NO CADASTRO.
      *
           IF WS-TAB-MOV-SIT (WS-IDX-MOV) EQUAL SPACES
               MOVE 'P'           TO WS-TAB-MOV-SIT (WS-IDX-MOV)
               MOVE 'BEM NAO CADASTRADO NO CADIMOB' TO WS-MOTIVO
               PERFORM 003-09-LISTAR-RECUSA.

       004-00-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-BENS         TO TOT001-BENS.
           MOVE ACUM-MOVIMENTOS   TO TOT002-MOVIMENTOS.
           MOVE ACUM-BAIXAS       TO TOT003-BAIXAS.
           MOVE ACUM-VENDAS       TO TOT004-VENDAS.
           MOVE ACUM-TRANSFERENCIAS TO TOT005-TRANSFERENCIAS.
           MOVE ACUM-RECUSADOS    TO TOT006-RECUSADOS.
           MOVE ACUM-GRAVADOS     TO TOT007-GRAVADOS.
           MOVE ACUM-VLR-AQUIS    TO TOT008-VLR-AQUIS.
           MOVE ACUM-VLR-DEPR     TO TOT009-VLR-DEPR.
           MOVE ACUM-VLR-VENDA    TO TOT010-VLR-VENDA.
           MOVE ACUM-VLR-RESULTADO TO TOT011-VLR-RESULTADO.

           IF ACUM-LINHAS GREATER 48
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* MOVIMENTACOES RECUSADAS: ' ACUM-RECUSADOS
                       ' - VER RELATORIO *'
               MOVE 0004          TO RETURN-CODE.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADIMOB
                 CADIMOBN
                 BAIXCONT
                 HISTIMOB
                 RELATO.
           PERFORM 001-02-FS-CADIMOB.
           PERFORM 001-03-FS-CADIMOBN.
           PERFORM 001-04-FS-BAIXCONT.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-06-FS-HISTIMOB.

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

           MOVE 'PU8EXF51'        TO PROGRAMA-PSU.
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
               MOVE 'PU8EXF51'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-MOVIMENTOS         TO RUNLOG-QTD-LIDOS
               COMPUTE RUNLOG-QTD-GRAVADOS =
                   ACUM-BAIXAS + ACUM-VENDAS + ACUM-TRANSFERENCIAS
               MOVE ACUM-RECUSADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
