       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF67.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONCILIACAO DOS RAZOES AUXILIARES COM AS CONTAS DE CONTROLE
      * DO RAZAO GERAL, NO FECHAMENTO DO MES (DEPOIS DO PU8EXE43 E
      * ANTES DO ENCERRAMENTO DO EXERCICIO DO PU8EXE99). TOTALIZA
      * CADA RAZAO AUXILIAR NA DATA DE REFERENCIA E CONFERE COM O
      * SALDO DA CONTA DE CONTROLE NO CADCONTF:
      *
      *  AP  CONTAS A PAGAR (APABERTN): ITENS NAO PAGOS; A NOTA DE
      *      DEBITO AO FORNECEDOR ('D') ABATE O SALDO. CREDOR.
      *  CR  CONTAS A RECEBER (CRABERTN): TODOS OS ITENS. DEVEDOR.
      *  IM  IMOBILIZADO (CADIMOBN): VALOR DE AQUISICAO DOS BENS
      *      ADQUIRIDOS ATE A REFERENCIA, NA CONTA DE ATIVO DO BEM
      *      (CONTA-ATIVO-IMB). DEVEDOR.
      *  DP  DEPRECIACAO ACUMULADA (CADIMOBN): VALOR DEPRECIADO DOS
      *      MESMOS BENS, NA CONTA DE DEPRECIACAO DO BEM
      *      (CONTA-DEPR-IMB). CREDOR.
      *  ES  ESTOQUE (CADPECA): QUANTIDADE VEZES PR-UNITARIO. DEVEDOR.
      *  MS  MENSALIDADES (CARTMENN): COBRANCAS EM ABERTO ('A').
      *      DEVEDOR.
      *
      * O PARMCONC LIGA CADA RAZAO A SUA CONTA DE CONTROLE, COM A
      * TOLERANCIA DE DIFERENCA. IM E DP ACEITAM UMA LINHA POR CONTA
      * (CADA CLASSE DE BEM TEM AS SUAS CONTAS NO CADIMOB); OS DEMAIS
      * SO UMA. O SALDO DO RAZAO GERAL E TOMADO PELA NATUREZA DO
      * RAZAO AUXILIAR (CONTA DE NATUREZA CREDORA COM SALDO DEVEDOR
      * SAI NEGATIVA); CONTA SEM REGISTRO NO CADCONTF TEM SALDO ZERO.
      *
      * SAI UMA LINHA POR CONTA DE CONTROLE COM O TOTAL DO RAZAO
      * AUXILIAR, O SALDO DO RAZAO GERAL E A DIFERENCA. DIFERENCA
      * ACIMA DA TOLERANCIA, LINHA DO PARMCONC INVALIDA OU REPETIDA,
      * SALDO DE RAZAO SEM CONTA NO PARMCONC (OU DE BEM EM CONTA
      * FORA DELE) MARCAM A CONCILIACAO COMO DIVERGENTE E O PROGRAMA
      * TERMINA COM RETURN-CODE 0091, PARA A CADEIA PARAR ANTES DO
      * PU8EXE99.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT APABERTN        ASSIGN TO UT-S-APABERTN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-APABERTN.
      *
           SELECT CRABERTN        ASSIGN TO UT-S-CRABERTN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CRABERTN.
      *
           SELECT CADIMOBN        ASSIGN TO UT-S-CADIMOBN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADIMOBN.
      *
           SELECT CADPECA         ASSIGN TO UT-S-CADPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPECA.
      *
           SELECT CARTMENN        ASSIGN TO UT-S-CARTMENN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CARTMENN.
      *
           SELECT CADCONTF        ASSIGN TO UT-S-CADCONTF
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCONTF.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMCONC    ASSIGN TO UT-S-PARMCONC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMCONC.
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
      * CARTEIRA DE CONTAS A PAGAR (DO PU8EXE81/PU8EXE83).
      *
       FD APABERTN
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-APABERTN.
       01 REG-APABERTN.
          05 NUM-NOTA-AP          PIC X(10).
          05 FORN-AP              PIC 9(05).
          05 VALOR-AP             PIC 9(11)V99.
          05 DT-VENC-AP           PIC 9(08).
          05 SITUACAO-AP          PIC X(01).
          05 TAXA-CAMBIO-AP       PIC 9(05)V9(04).
          05 TIPO-DOC-AP          PIC X(01).
          05 FILLER               PIC X(03).
      *
      * CARTEIRA DE CONTAS A RECEBER (DO PU8EXE94).
      *
       FD CRABERTN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CRABERTN.
       01 REG-CRABERTN.
          05 NUM-PED-CR           PIC 9(06).
          05 COD-CLI-CR           PIC 9(05).
          05 VALOR-CR             PIC 9(09)V99.
          05 DT-VENC-CR           PIC 9(08).
          05 FILLER               PIC X(10).
      *
      * CADASTRO DE IMOBILIZADO (DO PU8EXF03/PU8EXF51).
      *
       FD CADIMOBN
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADIMOBN.
       01 REG-CADIMOBN.
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
       FD CADPECA
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADPECA.
       COPY CADPECA
           REPLACING ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
      *
      * CARTEIRA DE MENSALIDADES (DO PU8EXE51).
      *
       FD CARTMENN
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CARTMENN.
       01 REG-CARTMENN.
          05 CODALU-CAR           PIC 9(04).
          05 TURMA-CAR            PIC 9(03).
          05 COMPET-CAR.
             10 ANO-CAR           PIC 9(04).
             10 MES-CAR           PIC 9(02).
          05 VALOR-CAR            PIC 9(07)V99.
          05 SITUACAO-CAR         PIC X(01).
          05 FILLER               PIC X(07).
      *
      * SALDOS DE FECHAMENTO DO PERIODO (DO PU8EXE43).
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
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * RAZAO AUXILIAR (AP, CR, IM, DP, ES, MS), CONTA DE CONTROLE E
      * TOLERANCIA DE DIFERENCA (ZEROS: TEM QUE BATER NO CENTAVO).
      *
       FD PARMCONC
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMCONC.
       01 REG-PARMCONC.
          05 COD-RAZAO-PARM       PIC X(02).
          05 CONTA-PARM           PIC X(10).
          05 TOLERANCIA-PARM      PIC 9(07)V99.
          05 FILLER               PIC X(09).
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
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
      *
      *  RAZOES AUXILIARES: CODIGO, DESCRICAO E NATUREZA DO SALDO
      *
       01 WS-TAB-RAZ-VALORES.
          05 FILLER               PIC X(12) VALUE 'APA PAGAR  C'.
          05 FILLER               PIC X(12) VALUE 'CRA RECEBERD'.
          05 FILLER               PIC X(12) VALUE 'IMIMOBILIZ.D'.
          05 FILLER               PIC X(12) VALUE 'DPDEPREC.  C'.
          05 FILLER               PIC X(12) VALUE 'ESESTOQUE  D'.
          05 FILLER               PIC X(12) VALUE 'MSMENSALID.D'.
       01 WS-TAB-RAZ REDEFINES WS-TAB-RAZ-VALORES.
          05 WS-TAB-RAZ-ENTRY OCCURS 6 TIMES.
             10 WS-TAB-RAZ-COD    PIC X(02).
             10 WS-TAB-RAZ-DESC   PIC X(09).
             10 WS-TAB-RAZ-NAT    PIC X(01).
      *
      *  TOTAL DE CADA RAZAO AUXILIAR, O QUE FOI CONCILIADO NAS
      *  LINHAS DO PARMCONC E A QUANTIDADE DE LINHAS
      *
       01 WS-TAB-RAZ-CTL.
          05 WS-TAB-RAZ-CTL-ENTRY OCCURS 6 TIMES.
             10 WS-TAB-RAZ-TOTAL  PIC S9(13)V99.
             10 WS-TAB-RAZ-CONCIL PIC S9(13)V99.
             10 WS-TAB-RAZ-LINHAS PIC 9(02).
      *
       77 WS-IDX-RAZ              PIC 9(02) VALUE ZEROS.
       77 WS-RAZ-ACHADO           PIC 9(02) VALUE ZEROS.
       77 WS-COD-PROCURA          PIC X(02) VALUE SPACES.
      *
      *  LINHAS DO PARMCONC. SIT: BRANCO VALIDA, 'I' CODIGO
      *  INVALIDO, 'R' REPETIDA
      *
       01 WS-TAB-CNC.
          05 WS-TAB-CNC-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-CNC-ENTRY OCCURS 30 TIMES.
             10 WS-TAB-CNC-RAZ    PIC 9(02).
             10 WS-TAB-CNC-COD    PIC X(02).
             10 WS-TAB-CNC-CONTA  PIC X(10).
             10 WS-TAB-CNC-TOL    PIC 9(07)V99.
             10 WS-TAB-CNC-VLR-AUX PIC S9(13)V99.
             10 WS-TAB-CNC-VLR-GL PIC S9(13)V99.
             10 WS-TAB-CNC-SIT    PIC X(01).
      *
       77 WS-IDX                  PIC 9(02) VALUE ZEROS.
       77 WS-CNC-ACHADO           PIC 9(02) VALUE ZEROS.
       77 WS-CONTA-PROCURA        PIC X(10) VALUE SPACES.
      *
       77 WS-VLR-ITEM             PIC S9(13)V99 VALUE ZEROS.
       77 WS-VLR-DIFERENCA        PIC S9(13)V99 VALUE ZEROS.
       77 WS-VLR-ABS              PIC 9(13)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS-AP           PIC 9(06) VALUE ZEROS.
       77 ACUM-LIDOS-CR           PIC 9(06) VALUE ZEROS.
       77 ACUM-LIDOS-IMB          PIC 9(06) VALUE ZEROS.
       77 ACUM-LIDOS-PECA         PIC 9(06) VALUE ZEROS.
       77 ACUM-LIDOS-MENS         PIC 9(06) VALUE ZEROS.
       77 ACUM-LIDOS-CTF          PIC 9(06) VALUE ZEROS.
       77 ACUM-CONFERIDAS         PIC 9(06) VALUE ZEROS.
       77 ACUM-DIVERGENTES        PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-APABERTN             PIC X(02) VALUE SPACES.
       77 FS-CRABERTN             PIC X(02) VALUE SPACES.
       77 FS-CADIMOBN             PIC X(02) VALUE SPACES.
       77 FS-CADPECA              PIC X(02) VALUE SPACES.
       77 FS-CARTMENN             PIC X(02) VALUE SPACES.
       77 FS-CADCONTF             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMCONC             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF67'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'CONCILIACAO RAZOES AUXILIARES X CONTAS DE CONTROLE'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(10) VALUE 'RAZAO'.
          05 FILLER               PIC X(14) VALUE 'CONTA'.
          05 FILLER               PIC X(17) VALUE 'RAZAO AUXILIAR'.
          05 FILLER               PIC X(17) VALUE 'RAZAO GERAL'.
          05 FILLER               PIC X(14) VALUE 'DIFERENCA'.
          05 FILLER               PIC X(08) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-RAZAO         PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CONTA         PIC X(10).
          05 DET001-VLR-AUX       PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 DET001-VLR-GL        PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 DET001-DIFERENCA     PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SIT           PIC X(08).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'ITENS LIDOS NO APABERTN                  :'.
          05 TOT001-LIDOS-AP      PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'ITENS LIDOS NO CRABERTN                  :'.
          05 TOT002-LIDOS-CR      PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'BENS LIDOS NO CADIMOBN                   :'.
          05 TOT003-LIDOS-IMB     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'PECAS LIDAS NO CADPECA                   :'.
          05 TOT004-LIDOS-PECA    PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'COBRANCAS LIDAS NO CARTMENN              :'.
          05 TOT005-LIDOS-MENS    PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'CONTAS LIDAS NO CADCONTF                 :'.
          05 TOT006-LIDOS-CTF     PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'CONTAS DE CONTROLE CONFERIDAS            :'.
          05 TOT007-CONFERIDAS    PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DIVERGENTES                       :'.
          05 TOT008-DIVERGENTES   PIC ZZZ.ZZ9.
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
           PERFORM 001-16-ZERAR-RAZAO
               VARYING WS-IDX-RAZ FROM 1 BY 1
               UNTIL WS-IDX-RAZ GREATER 6.
           PERFORM 001-10-LER-PARMDATA.
           PERFORM 001-11-CARREGAR-PARMCONC.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TOTALIZAR-PAGAR.
           PERFORM 003-02-TOTALIZAR-RECEBER.
           PERFORM 003-04-TOTALIZAR-IMOBILIZADO.
           PERFORM 003-07-TOTALIZAR-ESTOQUE.
           PERFORM 003-09-TOTALIZAR-MENSALIDADES.
           PERFORM 003-11-DISTRIBUIR-TOTAL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CNC-QTD.
           PERFORM 004-00-LER-CADCONTF.
           PERFORM 005-00-CONFERIR-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CNC-QTD.
           PERFORM 005-02-CONFERIR-RAZAO
               VARYING WS-IDX-RAZ FROM 1 BY 1
               UNTIL WS-IDX-RAZ GREATER 6.
           PERFORM 006-00-IMPRIMIR-TOTAIS.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  APABERTN
                       CRABERTN
                       CADIMOBN
                       CADPECA
                       CARTMENN
                       CADCONTF
                       PARMCONC
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-APABERTN.
           PERFORM 001-03-FS-CRABERTN.
           PERFORM 001-04-FS-CADIMOBN.
           PERFORM 001-05-FS-CADPECA.
           PERFORM 001-06-FS-CARTMENN.
           PERFORM 001-07-FS-CADCONTF.
           PERFORM 001-08-FS-PARMCONC.
           PERFORM 001-09-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-APABERTN         SECTION.
      *================================================================*
           MOVE 'APABERTN'        TO FS-ARQUIVO.
           MOVE FS-APABERTN       TO FS-COD-STATUS.

           IF FS-APABERTN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CRABERTN         SECTION.
      *================================================================*
           MOVE 'CRABERTN'        TO FS-ARQUIVO.
           MOVE FS-CRABERTN       TO FS-COD-STATUS.

           IF FS-CRABERTN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CADIMOBN         SECTION.
      *================================================================*
           MOVE 'CADIMOBN'        TO FS-ARQUIVO.
           MOVE FS-CADIMOBN       TO FS-COD-STATUS.

           IF FS-CADIMOBN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CADPECA          SECTION.
      *================================================================*
           MOVE 'CADPECA'         TO FS-ARQUIVO.
           MOVE FS-CADPECA        TO FS-COD-STATUS.

           IF FS-CADPECA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-CARTMENN         SECTION.
      *================================================================*
           MOVE 'CARTMENN'        TO FS-ARQUIVO.
           MOVE FS-CARTMENN       TO FS-COD-STATUS.

           IF FS-CARTMENN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-CADCONTF         SECTION.
      *================================================================*
           MOVE 'CADCONTF'        TO FS-ARQUIVO.
           MOVE FS-CADCONTF       TO FS-COD-STATUS.

           IF FS-CADCONTF NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-PARMCONC         SECTION.
      *================================================================*
           MOVE 'PARMCONC'        TO FS-ARQUIVO.
           MOVE FS-PARMCONC       TO FS-COD-STATUS.

           IF FS-PARMCONC NOT EQUAL '00' AND '10'
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
       001-10-LER-PARMDATA        SECTION.
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

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-CARREGAR-PARMCONC   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMCONC.
           PERFORM 001-08-FS-PARMCONC.

           PERFORM 001-12-ACUMULAR-PARMCONC
               UNTIL FS-PARMCONC EQUAL '10'.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-ACUMULAR-PARMCONC   SECTION.
      *================================================================*
           IF WS-TAB-CNC-QTD EQUAL 30
               DISPLAY '* PARMCONC COM MAIS DE 30 LINHAS     *'
               DISPLAY '* AUMENTAR WS-TAB-CNC E REPROCESSAR  *'
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-CNC-QTD.
           MOVE COD-RAZAO-PARM    TO WS-TAB-CNC-COD (WS-TAB-CNC-QTD).
           MOVE CONTA-PARM        TO
               WS-TAB-CNC-CONTA (WS-TAB-CNC-QTD).
           MOVE ZEROS             TO WS-TAB-CNC-TOL (WS-TAB-CNC-QTD)
                                     WS-TAB-CNC-VLR-AUX (WS-TAB-CNC-QTD)
                                     WS-TAB-CNC-VLR-GL (WS-TAB-CNC-QTD).
           IF TOLERANCIA-PARM NUMERIC
               MOVE TOLERANCIA-PARM TO
                   WS-TAB-CNC-TOL (WS-TAB-CNC-QTD).
           MOVE SPACES            TO WS-TAB-CNC-SIT (WS-TAB-CNC-QTD).

           MOVE COD-RAZAO-PARM    TO WS-COD-PROCURA.
           PERFORM 001-13-PROCURAR-RAZAO.
           MOVE WS-RAZ-ACHADO     TO WS-TAB-CNC-RAZ (WS-TAB-CNC-QTD).

           IF WS-RAZ-ACHADO EQUAL ZEROS
               MOVE 'I'           TO WS-TAB-CNC-SIT (WS-TAB-CNC-QTD)
           ELSE
               PERFORM 001-15-VER-REPETIDA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX NOT LESS WS-TAB-CNC-QTD.

           IF WS-TAB-CNC-SIT (WS-TAB-CNC-QTD) EQUAL SPACES
               ADD 1 TO WS-TAB-RAZ-LINHAS (WS-RAZ-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMCONC.
           PERFORM 001-08-FS-PARMCONC.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-PROCURAR-RAZAO      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-RAZ-ACHADO.

           PERFORM 001-14-COMPARAR-RAZAO
               VARYING WS-IDX-RAZ FROM 1 BY 1
               UNTIL WS-IDX-RAZ GREATER 6
                  OR WS-RAZ-ACHADO NOT EQUAL ZEROS.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-COMPARAR-RAZAO      SECTION.
      *================================================================*
           IF WS-TAB-RAZ-COD (WS-IDX-RAZ) EQUAL WS-COD-PROCURA
               MOVE WS-IDX-RAZ    TO WS-RAZ-ACHADO.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-VER-REPETIDA        SECTION.
      *================================================================*
      * IM E DP REPETEM O CODIGO COM CONTAS DIFERENTES; OS DEMAIS
      * RAZOES TEM UMA CONTA SO.
      *
           IF WS-TAB-CNC-COD (WS-IDX) EQUAL COD-RAZAO-PARM
               IF COD-RAZAO-PARM NOT EQUAL 'IM' AND 'DP'
                  OR WS-TAB-CNC-CONTA (WS-IDX) EQUAL CONTA-PARM
                   MOVE 'R'       TO
                       WS-TAB-CNC-SIT (WS-TAB-CNC-QTD)
               END-IF.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-ZERAR-RAZAO         SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TAB-RAZ-TOTAL (WS-IDX-RAZ)
                                     WS-TAB-RAZ-CONCIL (WS-IDX-RAZ)
                                     WS-TAB-RAZ-LINHAS (WS-IDX-RAZ).

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

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-TOTALIZAR-PAGAR     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ APABERTN.
           PERFORM 001-02-FS-APABERTN.

           PERFORM 003-01-SOMAR-PAGAR
               UNTIL FS-APABERTN EQUAL '10'.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-SOMAR-PAGAR         SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS-AP.

           IF SITUACAO-AP NOT EQUAL 'P'
               IF TIPO-DOC-AP EQUAL 'D'
                   SUBTRACT VALOR-AP FROM WS-TAB-RAZ-TOTAL (1)
               ELSE
                   ADD VALOR-AP   TO WS-TAB-RAZ-TOTAL (1)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ APABERTN.
           PERFORM 001-02-FS-APABERTN.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-TOTALIZAR-RECEBER   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTN.
           PERFORM 001-03-FS-CRABERTN.

           PERFORM 003-03-SOMAR-RECEBER
               UNTIL FS-CRABERTN EQUAL '10'.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-SOMAR-RECEBER       SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS-CR.
           ADD VALOR-CR           TO WS-TAB-RAZ-TOTAL (2).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTN.
           PERFORM 001-03-FS-CRABERTN.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-TOTALIZAR-IMOBILIZADO SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADIMOBN.
           PERFORM 001-04-FS-CADIMOBN.

           PERFORM 003-05-SOMAR-BEM
               UNTIL FS-CADIMOBN EQUAL '10'.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-SOMAR-BEM           SECTION.
      *================================================================*
      * O BEM SOMA NO TOTAL DO RAZAO E NA LINHA DO PARMCONC DA SUA
      * CONTA; BEM EM CONTA SEM LINHA FICA NA SOBRA DO RAZAO.
      *
           ADD 1                  TO ACUM-LIDOS-IMB.

           IF DT-AQUIS-IMB NOT GREATER WS-DATA-REF
               ADD VLR-AQUIS-IMB  TO WS-TAB-RAZ-TOTAL (3)
               ADD VLR-DEPR-IMB   TO WS-TAB-RAZ-TOTAL (4)
               MOVE 'IM'          TO WS-COD-PROCURA
               MOVE CONTA-ATIVO-IMB TO WS-CONTA-PROCURA
               PERFORM 003-06-PROCURAR-LINHA
               IF WS-CNC-ACHADO NOT EQUAL ZEROS
                   ADD VLR-AQUIS-IMB TO
                       WS-TAB-CNC-VLR-AUX (WS-CNC-ACHADO)
               END-IF
               MOVE 'DP'          TO WS-COD-PROCURA
               MOVE CONTA-DEPR-IMB TO WS-CONTA-PROCURA
               PERFORM 003-06-PROCURAR-LINHA
               IF WS-CNC-ACHADO NOT EQUAL ZEROS
                   ADD VLR-DEPR-IMB TO
                       WS-TAB-CNC-VLR-AUX (WS-CNC-ACHADO)
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADIMOBN.
           PERFORM 001-04-FS-CADIMOBN.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-PROCURAR-LINHA      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-CNC-ACHADO.

           PERFORM 003-06-01-COMPARAR-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CNC-QTD
                  OR WS-CNC-ACHADO NOT EQUAL ZEROS.

       003-06-FIM.                EXIT.

      *================================================================*
       003-06-01-COMPARAR-LINHA   SECTION.
      *================================================================*
           IF WS-TAB-CNC-COD (WS-IDX) EQUAL WS-COD-PROCURA
              AND WS-TAB-CNC-CONTA (WS-IDX) EQUAL WS-CONTA-PROCURA
              AND WS-TAB-CNC-SIT (WS-IDX) EQUAL SPACES
               MOVE WS-IDX        TO WS-CNC-ACHADO.

       003-06-01-FIM.             EXIT.

      *================================================================*
       003-07-TOTALIZAR-ESTOQUE   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECA.
           PERFORM 001-05-FS-CADPECA.

           PERFORM 003-08-SOMAR-PECA
               UNTIL FS-CADPECA EQUAL '10'.

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-SOMAR-PECA          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS-PECA.

           COMPUTE WS-VLR-ITEM ROUNDED = QTD-PECA * PR-UNITARIO.
           ADD WS-VLR-ITEM        TO WS-TAB-RAZ-TOTAL (5).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECA.
           PERFORM 001-05-FS-CADPECA.

       003-08-FIM.                EXIT.

      *================================================================*
       003-09-TOTALIZAR-MENSALIDADES SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARTMENN.
           PERFORM 001-06-FS-CARTMENN.

           PERFORM 003-10-SOMAR-MENSALIDADE
               UNTIL FS-CARTMENN EQUAL '10'.

       003-09-FIM.                EXIT.

      *================================================================*
       003-10-SOMAR-MENSALIDADE   SECTION.
      *================================================================*
      * SO A COBRANCA EM ABERTO E SALDO A RECEBER; PAGA, RENEGOCIADA
      * E CANCELADA PASSAM PELA CARTEIRA SEM VALOR.
      *
           ADD 1                  TO ACUM-LIDOS-MENS.

           IF SITUACAO-CAR EQUAL 'A'
               ADD VALOR-CAR      TO WS-TAB-RAZ-TOTAL (6).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARTMENN.
           PERFORM 001-06-FS-CARTMENN.

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-DISTRIBUIR-TOTAL    SECTION.
      *================================================================*
      * NOS RAZOES DE CONTA UNICA A LINHA VALIDA RECEBE O TOTAL; EM
      * IM E DP A LINHA JA FOI SOMADA BEM A BEM.
      *
           IF WS-TAB-CNC-SIT (WS-IDX) EQUAL SPACES
               MOVE WS-TAB-CNC-RAZ (WS-IDX) TO WS-IDX-RAZ
               IF WS-TAB-CNC-COD (WS-IDX) NOT EQUAL 'IM' AND 'DP'
                   MOVE WS-TAB-RAZ-TOTAL (WS-IDX-RAZ) TO
                       WS-TAB-CNC-VLR-AUX (WS-IDX)
               END-IF
               ADD WS-TAB-CNC-VLR-AUX (WS-IDX) TO
                   WS-TAB-RAZ-CONCIL (WS-IDX-RAZ).

       003-11-FIM.                EXIT.

      *================================================================*
       004-00-LER-CADCONTF        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTF.
           PERFORM 001-07-FS-CADCONTF.

           PERFORM 004-01-APLICAR-SALDO
               UNTIL FS-CADCONTF EQUAL '10'.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-APLICAR-SALDO       SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS-CTF.

           PERFORM 004-02-SALDO-NA-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CNC-QTD.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCONTF.
           PERFORM 001-07-FS-CADCONTF.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-SALDO-NA-LINHA      SECTION.
      *================================================================*
      * SALDO PELA NATUREZA DO RAZAO AUXILIAR: POSITIVO QUANDO O
      * INDICADOR D/C DO CADCONTF E O DA NATUREZA.
      *
           IF WS-TAB-CNC-CONTA (WS-IDX) EQUAL CONTA-CTF
              AND WS-TAB-CNC-SIT (WS-IDX) EQUAL SPACES
               MOVE WS-TAB-CNC-RAZ (WS-IDX) TO WS-IDX-RAZ
               IF IND-DC-CTF EQUAL WS-TAB-RAZ-NAT (WS-IDX-RAZ)
                   ADD VALOR-CTF  TO WS-TAB-CNC-VLR-GL (WS-IDX)
               ELSE
                   SUBTRACT VALOR-CTF FROM WS-TAB-CNC-VLR-GL (WS-IDX)
               END-IF.

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-CONFERIR-LINHA      SECTION.
      *================================================================*
           IF WS-TAB-CNC-RAZ (WS-IDX) EQUAL ZEROS
               MOVE WS-TAB-CNC-COD (WS-IDX) TO DET001-RAZAO
           ELSE
               MOVE WS-TAB-CNC-RAZ (WS-IDX) TO WS-IDX-RAZ
               MOVE WS-TAB-RAZ-DESC (WS-IDX-RAZ) TO DET001-RAZAO.

           MOVE WS-TAB-CNC-CONTA (WS-IDX) TO DET001-CONTA.
           MOVE WS-TAB-CNC-VLR-AUX (WS-IDX) TO DET001-VLR-AUX.
           MOVE WS-TAB-CNC-VLR-GL (WS-IDX) TO DET001-VLR-GL.
           COMPUTE WS-VLR-DIFERENCA =
               WS-TAB-CNC-VLR-AUX (WS-IDX) - WS-TAB-CNC-VLR-GL (WS-IDX).
           MOVE WS-VLR-DIFERENCA  TO DET001-DIFERENCA
                                     WS-VLR-ABS.

           EVALUATE TRUE
               WHEN WS-TAB-CNC-SIT (WS-IDX) EQUAL 'I'
                   MOVE 'INVALIDA'   TO DET001-SIT
                   ADD 1             TO ACUM-DIVERGENTES
               WHEN WS-TAB-CNC-SIT (WS-IDX) EQUAL 'R'
                   MOVE 'REPETIDA'   TO DET001-SIT
                   ADD 1             TO ACUM-DIVERGENTES
               WHEN WS-VLR-ABS GREATER WS-TAB-CNC-TOL (WS-IDX)
                   MOVE 'DIVERGE'    TO DET001-SIT
                   ADD 1             TO ACUM-DIVERGENTES
                   ADD 1             TO ACUM-CONFERIDAS
               WHEN OTHER
                   MOVE 'OK'         TO DET001-SIT
                   ADD 1             TO ACUM-CONFERIDAS
           END-EVALUATE.

           PERFORM 005-01-IMPRIMIR-LINHA.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-IMPRIMIR-LINHA      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-CONFERIR-RAZAO      SECTION.
      *================================================================*
      * SALDO DE RAZAO SEM LINHA VALIDA NO PARMCONC, OU DE BENS EM
      * CONTA FORA DELE, SAI COMO SOBRA NAO CONCILIADA.
      *
           COMPUTE WS-VLR-DIFERENCA =
               WS-TAB-RAZ-TOTAL (WS-IDX-RAZ) -
               WS-TAB-RAZ-CONCIL (WS-IDX-RAZ).

           IF WS-VLR-DIFERENCA NOT EQUAL ZEROS
               MOVE WS-TAB-RAZ-DESC (WS-IDX-RAZ) TO DET001-RAZAO
               MOVE SPACES        TO DET001-CONTA
               MOVE WS-VLR-DIFERENCA TO DET001-VLR-AUX
                                        DET001-DIFERENCA
               MOVE ZEROS         TO DET001-VLR-GL
               MOVE 'SEM PARM'    TO DET001-SIT
               ADD 1              TO ACUM-DIVERGENTES
               PERFORM 005-01-IMPRIMIR-LINHA.

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS-AP     TO TOT001-LIDOS-AP.
           MOVE ACUM-LIDOS-CR     TO TOT002-LIDOS-CR.
           MOVE ACUM-LIDOS-IMB    TO TOT003-LIDOS-IMB.
           MOVE ACUM-LIDOS-PECA   TO TOT004-LIDOS-PECA.
           MOVE ACUM-LIDOS-MENS   TO TOT005-LIDOS-MENS.
           MOVE ACUM-LIDOS-CTF    TO TOT006-LIDOS-CTF.
           MOVE ACUM-CONFERIDAS   TO TOT007-CONFERIDAS.
           MOVE ACUM-DIVERGENTES  TO TOT008-DIVERGENTES.

           IF ACUM-LINHAS GREATER 49
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

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           IF ACUM-DIVERGENTES GREATER ZEROS
               DISPLAY '* CONCILIACAO DIVERGENTE: ' ACUM-DIVERGENTES
                       ' LINHA(S) - VER RELATO *'
               DISPLAY '* NAO PROSSEGUIR COM O PU8EXE99     *'
               MOVE 0091          TO RETURN-CODE.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE APABERTN
                 CRABERTN
                 CADIMOBN
                 CADPECA
                 CARTMENN
                 CADCONTF
                 PARMCONC
                 RELATO.
           PERFORM 001-01-TESTAR-FS.

           IF ACUM-DIVERGENTES GREATER ZEROS
               MOVE 'DIVERGE'     TO WS-RUNLOG-STATUS
           ELSE
               MOVE 'OK'          TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

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
               MOVE 'PU8EXF67'        TO RUNLOG-PROGRAMA
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
                   ACUM-LIDOS-AP + ACUM-LIDOS-CR + ACUM-LIDOS-IMB +
                   ACUM-LIDOS-PECA + ACUM-LIDOS-MENS + ACUM-LIDOS-CTF
               MOVE ZEROS                   TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-DIVERGENTES        TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
