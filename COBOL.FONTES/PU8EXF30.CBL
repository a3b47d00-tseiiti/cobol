       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF30.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ALTERACAO E CANCELAMENTO DE LINHAS DE PEDIDO DE COMPRA JA
      * EMITIDAS PELO PU8EXE38. AS TRANSACOES DO ALTPED (VER COPY
      * ALTPED: NOVA QUANTIDADE, NOVO PRECO, NOVA DATA PROMETIDA OU
      * CANCELAMENTO, POR PEDIDO E PECA) SAO APLICADAS NA CARTEIRA
      * (PEDCOMP), QUE SAI ATUALIZADA NO PEDCOMN, NA ORDEM EM QUE
      * FORAM DIGITADAS.
      *
      * A QUANTIDADE NAO PODE FICAR ABAIXO DO JA RECEBIDO PELO
      * PU8EXE39 (IGUAL AO RECEBIDO FECHA A LINHA). O CANCELAMENTO
      * DE LINHA SEM RECEBIMENTO A MARCA 'C' (CANCELADA); COM
      * RECEBIMENTO PARCIAL, CANCELA SO O SALDO: A QUANTIDADE PASSA
      * A SER A RECEBIDA E A LINHA FECHA ('F'). LINHA FECHADA OU
      * CANCELADA NAO ACEITA ALTERACAO; LINHA EM APROVACAO ('E') SO
      * E DECIDIDA NO PU8EXF33 (APROVAR OU REJEITAR), PARA A
      * ALTERACAO NAO CONTORNAR A ALCADA. A ALTERACAO APLICADA LIMPA A
      * CONFIRMACAO DO FORNECEDOR (CONF-PO), QUE PRECISA CONFIRMAR
      * DE NOVO PELO PU8EXE86.
      *
      * PELO MESMO MOTIVO, A NOVA QUANTIDADE OU O NOVO PRECO QUE
      * AUMENTA O VALOR DA LINHA (QUANTIDADE X PRECO) E CONFERIDO NA
      * MATRIZ DE ALCADAS (MATAPRV), COMO NA EMISSAO DO PU8EXE38: SE
      * O NOVO VALOR EXIGE NIVEL ACIMA DO COMPRADOR ('1'), A LINHA
      * ABERTA ('A') VOLTA PARA APROVACAO ('E') NO PU8EXF33, E NA
      * LINHA JA PARCIALMENTE RECEBIDA ('P') A ALTERACAO E RECUSADA.
      * REDUCAO DE VALOR NAO PASSA PELA MATRIZ, E MATRIZ VAZIA MANTEM
      * A ALTERACAO DIRETA.
      *
      * CADA ALTERACAO APLICADA GRAVA NO HISTPED (EM EXTEND, VER COPY
      * HISTPED) OS VALORES ANTES E DEPOIS; A IMAGEM FINAL DE CADA
      * LINHA ALTERADA SAI NO PEDREV (LAYOUT PEDCOMP) PARA O PROXIMO
      * INTERCAMBIO DO PU8EXE85 AVISAR O FORNECEDOR DA REVISAO. AS
      * TRANSACOES RECUSADAS, COM O MOTIVO, FECHAM O RELATORIO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT ALTPED          ASSIGN TO UT-S-ALTPED
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ALTPED.
      *
           SELECT PEDCOMP         ASSIGN TO UT-S-PEDCOMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PEDCOMP.
      *
           SELECT PEDCOMN         ASSIGN TO UT-S-PEDCOMN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PEDCOMN.
      *
           SELECT PEDREV          ASSIGN TO UT-S-PEDREV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PEDREV.
      *
           SELECT HISTPED         ASSIGN TO UT-S-HISTPED
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTPED.
      *
           SELECT MATAPRV         ASSIGN TO UT-S-MATAPRV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MATAPRV.
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
       FD ALTPED
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ALTPED.
       COPY ALTPED.
      *
      * CARTEIRA DE PEDIDOS, COM A DATA PROMETIDA E A MARCA DE
      * CONFIRMACAO DO PU8EXE86 NO FILLER.
      *
       FD PEDCOMP
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PEDCOMP.
       01 REG-PEDCOMP.
          05 NUM-PO               PIC 9(06).
          05 COD-PECA-PO          PIC 9(05).
          05 FORN-PO              PIC 9(05).
          05 PREC-PO              PIC 9(13)V99.
          05 QTD-PO               PIC 9(05).
          05 DT-EMISSAO-PO        PIC 9(08).
          05 QTD-RECEBIDA-PO      PIC 9(05).
          05 SITUACAO-PO          PIC X(01).
          05 DT-PROMET-PO         PIC 9(08).
          05 CONF-PO              PIC X(01).
          05 FILLER               PIC X(01).
      *
      * CARTEIRA ATUALIZADA, NO MESMO LAYOUT DO PEDCOMP.
      *
       FD PEDCOMN
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PEDCOMN.
       01 REG-PEDCOMN              PIC X(60).
      *
      * LINHAS ALTERADAS OU CANCELADAS NESTA EXECUCAO, NO LAYOUT DO
      * PEDCOMP, PARA O INTERCAMBIO DO PU8EXE85.
      *
       FD PEDREV
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PEDREV.
       01 REG-PEDREV               PIC X(60).
      *
       FD HISTPED
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTPED.
       COPY HISTPED.
      *
       FD MATAPRV
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MATAPRV.
       COPY MATAPRV.
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
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
      *
      *  TRANSACOES CARREGADAS DO ALTPED, NA ORDEM DE DIGITACAO.
      *  SITUACAO: 'N' NAO TRATADA, 'A' APLICADA, 'R' RECUSADA.
      *
       01 WS-TAB-ALT.
          05 WS-TAB-ALT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-ALT-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-ALT-IMAGEM PIC X(60).
             10 WS-TAB-ALT-SIT    PIC X(01).
             10 WS-TAB-ALT-MOTIVO PIC X(30).
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-ALTERADA       PIC X(01) VALUE 'N'.
       77 WS-MOTIVO               PIC X(30) VALUE SPACES.
      *
      *  IMAGEM DA LINHA ANTES DA ALTERACAO, PARA O HISTORICO
      *
       77 WS-QTD-ANT              PIC 9(05) VALUE ZEROS.
       77 WS-PRECO-ANT            PIC 9(13)V99 VALUE ZEROS.
       77 WS-PROMET-ANT           PIC 9(08) VALUE ZEROS.
       77 WS-SIT-ANT              PIC X(01) VALUE SPACES.
      *
      *  MATRIZ DE ALCADAS (MATAPRV), EM ORDEM CRESCENTE DE LIMITE
      *
       01 WS-TAB-MAP.
          05 WS-TAB-MAP-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-MAP-ENTRY OCCURS 20 TIMES.
             10 WS-TAB-MAP-LIMITE PIC 9(13)V99.
             10 WS-TAB-MAP-NIVEL  PIC X(01).
      *
       77 WS-IDX-MAP              PIC 9(02) VALUE ZEROS.
       77 WS-MAP-ACHADO           PIC 9(02) VALUE ZEROS.
       77 WS-NIVEL-MAXIMO         PIC X(01) VALUE '1'.
       77 WS-NIVEL-EXIGIDO        PIC X(01) VALUE '1'.
       77 WS-VLR-LINHA-ANT        PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-LINHA-NOVO       PIC 9(13)V99 VALUE ZEROS.
       77 WS-REAPROVAR            PIC X(01) VALUE 'N'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-TRANSACOES         PIC 9(06) VALUE ZEROS.
       77 ACUM-PEDIDOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-APLICADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-CANCELADAS         PIC 9(06) VALUE ZEROS.
       77 ACUM-REVISADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-REAPROVACAO        PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-ALTPED               PIC X(02) VALUE SPACES.
       77 FS-PEDCOMP              PIC X(02) VALUE SPACES.
       77 FS-PEDCOMN              PIC X(02) VALUE SPACES.
       77 FS-PEDREV               PIC X(02) VALUE SPACES.
       77 FS-HISTPED              PIC X(02) VALUE SPACES.
       77 FS-MATAPRV              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF30'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'ALTERACOES E CANCELAMENTOS DE PEDIDOS DE COMPRA'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.
          05 FILLER               PIC X(08) VALUE 'PECA'.
          05 FILLER               PIC X(03) VALUE 'T'.
          05 FILLER               PIC X(18) VALUE 'ANTES'.
          05 FILLER               PIC X(18) VALUE 'DEPOIS'.
          05 FILLER               PIC X(08) VALUE 'SIT.'.
      *
       01  DET001.
          05 DET001-PO            PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PECA          PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-TIPO          PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ANTES         PIC X(16).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DEPOIS        PIC X(16).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SIT-ANT       PIC X(01).
          05 FILLER               PIC X(02) VALUE ' >'.
          05 DET001-SIT-NOVA      PIC X(01).
      *
      *  CAMPOS EDITADOS PARA AS COLUNAS ANTES/DEPOIS
      *
       01  WS-EDT-QTD             PIC ZZ.ZZ9.
       01  WS-EDT-PRECO           PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-EDT-DATA            PIC 9(08).
      *
       01  TIT002.
          05 FILLER               PIC X(60) VALUE
             'TRANSACOES RECUSADAS'.
      *
       01  DET002.
          05 DET002-PO            PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-PECA          PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-TIPO          PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-USUARIO       PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-MOTIVO        PIC X(30).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TRANSACOES LIDAS                         :'.
          05 TOT001-TRANSACOES    PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DE PEDIDO LIDAS                   :'.
          05 TOT002-PEDIDOS       PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'ALTERACOES APLICADAS                     :'.
          05 TOT003-APLICADAS     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'CANCELAMENTOS APLICADOS                  :'.
          05 TOT004-CANCELADAS    PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'TRANSACOES RECUSADAS                     :'.
          05 TOT005-RECUSADAS     PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'LINHAS REVISADAS PARA O INTERCAMBIO      :'.
          05 TOT006-REVISADAS     PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'LINHAS DEVOLVIDAS PARA APROVACAO         :'.
          05 TOT007-REAPROVACAO   PIC ZZZ.ZZ9.
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
           PERFORM 001-10-CARREGAR-ALTPED.
           PERFORM 001-12-CARREGAR-MATAPRV.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-ATUALIZAR-CARTEIRA.
           PERFORM 004-00-LISTAR-RECUSADAS.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  ALTPED
                       PEDCOMP
                       PARMDATA
                       MATAPRV
                OUTPUT PEDCOMN
                       PEDREV
                       RELATO
                EXTEND HISTPED.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-ALTPED.
           PERFORM 001-03-FS-PEDCOMP.
           PERFORM 001-04-FS-PEDCOMN.
           PERFORM 001-05-FS-PEDREV.
           PERFORM 001-06-FS-HISTPED.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-09-FS-MATAPRV.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-ALTPED           SECTION.
      *================================================================*
           MOVE 'ALTPED'          TO FS-ARQUIVO.
           MOVE FS-ALTPED         TO FS-COD-STATUS.

           IF FS-ALTPED NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PEDCOMP          SECTION.
      *================================================================*
           MOVE 'PEDCOMP'         TO FS-ARQUIVO.
           MOVE FS-PEDCOMP        TO FS-COD-STATUS.

           IF FS-PEDCOMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-PEDCOMN          SECTION.
      *================================================================*
           MOVE 'PEDCOMN'         TO FS-ARQUIVO.
           MOVE FS-PEDCOMN        TO FS-COD-STATUS.

           IF FS-PEDCOMN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-PEDREV           SECTION.
      *================================================================*
           MOVE 'PEDREV'          TO FS-ARQUIVO.
           MOVE FS-PEDREV         TO FS-COD-STATUS.

           IF FS-PEDREV NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-HISTPED          SECTION.
      *================================================================*
           MOVE 'HISTPED'         TO FS-ARQUIVO.
           MOVE FS-HISTPED        TO FS-COD-STATUS.

           IF FS-HISTPED NOT EQUAL '00'
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

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-MATAPRV          SECTION.
      *================================================================*
           MOVE 'MATAPRV'         TO FS-ARQUIVO.
           MOVE FS-MATAPRV        TO FS-COD-STATUS.

           IF FS-MATAPRV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-ALTPED     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ALTPED.
           PERFORM 001-02-FS-ALTPED.

           PERFORM 001-11-ACUMULAR-ALTPED
               UNTIL FS-ALTPED EQUAL '10'
                  OR WS-TAB-ALT-QTD EQUAL 500.

           IF FS-ALTPED NOT EQUAL '10'
               DISPLAY '* ALTPED COM MAIS DE 500 TRANSACOES  *'
               DISPLAY '* AUMENTAR WS-TAB-ALT E REPROCESSAR  *'
               MOVE 'ALTPED'      TO FS-ARQUIVO
               MOVE FS-ALTPED     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ALTPED.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-ALTPED     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-TRANSACOES.
           ADD 1                  TO WS-TAB-ALT-QTD.
           MOVE REG-ALTPED        TO
               WS-TAB-ALT-IMAGEM (WS-TAB-ALT-QTD).
           MOVE 'N'               TO
               WS-TAB-ALT-SIT (WS-TAB-ALT-QTD).
           MOVE 'PEDIDO/PECA NAO ENCONTRADO' TO
               WS-TAB-ALT-MOTIVO (WS-TAB-ALT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ALTPED.
           PERFORM 001-02-FS-ALTPED.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-MATAPRV    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATAPRV.
           PERFORM 001-09-FS-MATAPRV.

           PERFORM 001-13-ACUMULAR-MATAPRV
               UNTIL FS-MATAPRV EQUAL '10'
                  OR WS-TAB-MAP-QTD EQUAL 20.

           IF FS-MATAPRV NOT EQUAL '10'
               DISPLAY '* MATAPRV COM MAIS DE 20 FAIXAS      *'
               DISPLAY '* AUMENTAR WS-TAB-MAP E REPROCESSAR  *'
               MOVE 'MATAPRV'     TO FS-ARQUIVO
               MOVE FS-MATAPRV    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MATAPRV.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-MATAPRV    SECTION.
      *================================================================*
      * AS FAIXAS TEM DE VIR EM ORDEM CRESCENTE DE LIMITE: A BUSCA
      * PARA NA PRIMEIRA FAIXA QUE COMPORTA O VALOR DA LINHA.
      *
           IF WS-TAB-MAP-QTD GREATER ZEROS
              AND VLR-LIMITE-MAP LESS
                  WS-TAB-MAP-LIMITE (WS-TAB-MAP-QTD)
               DISPLAY '* MATAPRV FORA DE ORDEM DE LIMITE    *'
               DISPLAY '* CORRIGIR A MATRIZ E REPROCESSAR    *'
               MOVE 'MATAPRV'     TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-MAP-QTD.
           MOVE VLR-LIMITE-MAP    TO
               WS-TAB-MAP-LIMITE (WS-TAB-MAP-QTD).
           MOVE NIVEL-MAP         TO
               WS-TAB-MAP-NIVEL (WS-TAB-MAP-QTD).

           IF NIVEL-MAP GREATER WS-NIVEL-MAXIMO
               MOVE NIVEL-MAP     TO WS-NIVEL-MAXIMO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATAPRV.
           PERFORM 001-09-FS-MATAPRV.

       001-13-FIM.                EXIT.

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
       003-00-ATUALIZAR-CARTEIRA  SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.
           PERFORM 001-03-FS-PEDCOMP.

           PERFORM 003-01-TRATAR-UM
               UNTIL FS-PEDCOMP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PEDCOMP.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-UM           SECTION.
      *================================================================*
      * APLICA NA LINHA, NA ORDEM DE DIGITACAO, TODAS AS TRANSACOES
      * DO MESMO PEDIDO E PECA.
      *
           ADD 1                  TO ACUM-PEDIDOS.
           MOVE 'N'               TO WS-LINHA-ALTERADA.

           PERFORM 003-02-APLICAR-TRANSACAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-ALT-QTD.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PEDCOMN      FROM REG-PEDCOMP.
           PERFORM 001-04-FS-PEDCOMN.

           IF WS-LINHA-ALTERADA EQUAL 'S'
               ADD 1              TO ACUM-REVISADAS
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-PEDREV   FROM REG-PEDCOMP
               PERFORM 001-05-FS-PEDREV.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.
           PERFORM 001-03-FS-PEDCOMP.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-APLICAR-TRANSACAO   SECTION.
      *================================================================*
           MOVE WS-TAB-ALT-IMAGEM (WS-IDX) TO REG-ALTPED.

           IF WS-TAB-ALT-SIT (WS-IDX) EQUAL 'N'
              AND NUM-PO-ALT EQUAL NUM-PO
              AND COD-PECA-ALT EQUAL COD-PECA-PO
               PERFORM 003-03-VALIDAR-TRANSACAO
               IF WS-MOTIVO EQUAL SPACES
                   PERFORM 003-04-ALTERAR-LINHA
               ELSE
                   ADD 1          TO ACUM-RECUSADAS
                   MOVE 'R'       TO WS-TAB-ALT-SIT (WS-IDX)
                   MOVE WS-MOTIVO TO WS-TAB-ALT-MOTIVO (WS-IDX)
               END-IF.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-VALIDAR-TRANSACAO   SECTION.
      *================================================================*
      * A QUANTIDADE NUNCA FICA ABAIXO DO QUE O PU8EXE39 JA RECEBEU.
      *
           MOVE SPACES            TO WS-MOTIVO.
           MOVE 'N'               TO WS-REAPROVAR.

           EVALUATE TRUE
               WHEN SITUACAO-PO EQUAL 'C'
                   MOVE 'LINHA JA CANCELADA'    TO WS-MOTIVO
               WHEN SITUACAO-PO EQUAL 'F'
                   MOVE 'LINHA JA FECHADA'      TO WS-MOTIVO
               WHEN SITUACAO-PO EQUAL 'E'
                   MOVE 'LINHA AGUARDANDO APROVACAO' TO WS-MOTIVO
               WHEN TIPO-ALT EQUAL 'Q'
                   IF QTD-ALT NOT NUMERIC OR QTD-ALT EQUAL ZEROS
                       MOVE 'QUANTIDADE INVALIDA' TO WS-MOTIVO
                   ELSE
                       IF QTD-ALT LESS QTD-RECEBIDA-PO
                           MOVE 'QUANTIDADE ABAIXO DO RECEBIDO'
                                  TO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN TIPO-ALT EQUAL 'P'
                   IF PRECO-ALT NOT NUMERIC OR PRECO-ALT EQUAL ZEROS
                       MOVE 'PRECO INVALIDO'    TO WS-MOTIVO
                   END-IF
               WHEN TIPO-ALT EQUAL 'D'
                   IF DATA-ALT NOT NUMERIC
                      OR DATA-ALT LESS WS-DATA-REF
                       MOVE 'DATA PROMETIDA INVALIDA' TO WS-MOTIVO
                   END-IF
               WHEN TIPO-ALT EQUAL 'C'
                   CONTINUE
               WHEN OTHER
                   MOVE 'TIPO DE ALTERACAO INVALIDO' TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO EQUAL SPACES
              AND (TIPO-ALT EQUAL 'Q' OR 'P')
               PERFORM 003-07-VERIFICAR-ALCADA.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-ALTERAR-LINHA       SECTION.
      *================================================================*
           MOVE QTD-PO            TO WS-QTD-ANT.
           MOVE PREC-PO           TO WS-PRECO-ANT.
           MOVE SITUACAO-PO       TO WS-SIT-ANT.

           IF DT-PROMET-PO NUMERIC
               MOVE DT-PROMET-PO  TO WS-PROMET-ANT
           ELSE
               MOVE ZEROS         TO WS-PROMET-ANT
                                     DT-PROMET-PO.

           EVALUATE TIPO-ALT
               WHEN 'Q'
                   MOVE QTD-ALT   TO QTD-PO
                   IF QTD-PO EQUAL QTD-RECEBIDA-PO
                       MOVE 'F'   TO SITUACAO-PO
                   END-IF
               WHEN 'P'
                   MOVE PRECO-ALT TO PREC-PO
               WHEN 'D'
                   MOVE DATA-ALT  TO DT-PROMET-PO
               WHEN 'C'
                   ADD 1          TO ACUM-CANCELADAS
                   IF QTD-RECEBIDA-PO EQUAL ZEROS
                       MOVE 'C'   TO SITUACAO-PO
                   ELSE
                       MOVE QTD-RECEBIDA-PO TO QTD-PO
                       MOVE 'F'   TO SITUACAO-PO
                   END-IF
           END-EVALUATE.

           IF WS-REAPROVAR EQUAL 'S'
               MOVE 'E'           TO SITUACAO-PO
               ADD 1              TO ACUM-REAPROVACAO.

           MOVE SPACES            TO CONF-PO.
           MOVE 'S'               TO WS-LINHA-ALTERADA.
           MOVE 'A'               TO WS-TAB-ALT-SIT (WS-IDX).
           ADD 1                  TO ACUM-APLICADAS.

           PERFORM 003-05-GRAVAR-HISTORICO.
           PERFORM 003-06-IMPRIMIR-ALTERACAO.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-GRAVAR-HISTORICO    SECTION.
      *================================================================*
           MOVE SPACES            TO REG-HISTPED.
           MOVE NUM-PO            TO NUM-PO-HPD.
           MOVE COD-PECA-PO       TO COD-PECA-HPD.
           MOVE FORN-PO           TO FORN-HPD.
           MOVE TIPO-ALT          TO TIPO-HPD.
           MOVE WS-DATA-REF       TO DATA-HPD.
           MOVE USUARIO-ALT       TO USUARIO-HPD.
           MOVE WS-QTD-ANT        TO QTD-ANT-HPD.
           MOVE QTD-PO            TO QTD-NOVA-HPD.
           MOVE WS-PRECO-ANT      TO PRECO-ANT-HPD.
           MOVE PREC-PO           TO PRECO-NOVO-HPD.
           MOVE WS-PROMET-ANT     TO PROMET-ANT-HPD.
           MOVE DT-PROMET-PO      TO PROMET-NOVA-HPD.
           MOVE WS-SIT-ANT        TO SIT-ANT-HPD.
           MOVE SITUACAO-PO       TO SIT-NOVA-HPD.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-HISTPED.
           PERFORM 001-06-FS-HISTPED.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-IMPRIMIR-ALTERACAO  SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE NUM-PO            TO DET001-PO.
           MOVE COD-PECA-PO       TO DET001-PECA.
           MOVE TIPO-ALT          TO DET001-TIPO.
           MOVE WS-SIT-ANT        TO DET001-SIT-ANT.
           MOVE SITUACAO-PO       TO DET001-SIT-NOVA.

           EVALUATE TIPO-ALT
               WHEN 'P'
                   MOVE WS-PRECO-ANT TO WS-EDT-PRECO
                   MOVE WS-EDT-PRECO TO DET001-ANTES
                   MOVE PREC-PO   TO WS-EDT-PRECO
                   MOVE WS-EDT-PRECO TO DET001-DEPOIS
               WHEN 'D'
                   MOVE WS-PROMET-ANT TO WS-EDT-DATA
                   MOVE WS-EDT-DATA TO DET001-ANTES
                   MOVE DT-PROMET-PO TO WS-EDT-DATA
                   MOVE WS-EDT-DATA TO DET001-DEPOIS
               WHEN OTHER
                   MOVE WS-QTD-ANT TO WS-EDT-QTD
                   MOVE WS-EDT-QTD TO DET001-ANTES
                   MOVE QTD-PO    TO WS-EDT-QTD
                   MOVE WS-EDT-QTD TO DET001-DEPOIS
           END-EVALUATE.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-07-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-VERIFICAR-ALCADA    SECTION.
      *================================================================*
      * O NOVO VALOR DA LINHA, SE MAIOR QUE O ATUAL, CAI NA PRIMEIRA
      * FAIXA DA MATRIZ QUE O COMPORTA (ACIMA DA ULTIMA, O MAIOR
      * NIVEL). NIVEL ACIMA DE '1' DEVOLVE A LINHA ABERTA PARA
      * APROVACAO E RECUSA A ALTERACAO NA LINHA JA EM RECEBIMENTO.
      *
           COMPUTE WS-VLR-LINHA-ANT = QTD-PO * PREC-PO.

           IF TIPO-ALT EQUAL 'Q'
               COMPUTE WS-VLR-LINHA-NOVO = QTD-ALT * PREC-PO
           ELSE
               COMPUTE WS-VLR-LINHA-NOVO = QTD-PO * PRECO-ALT.

           MOVE '1'               TO WS-NIVEL-EXIGIDO.

           IF WS-TAB-MAP-QTD GREATER ZEROS
              AND WS-VLR-LINHA-NOVO GREATER WS-VLR-LINHA-ANT
               MOVE ZEROS         TO WS-MAP-ACHADO
               PERFORM 003-07-01-PROCURAR-FAIXA
                   VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP GREATER WS-TAB-MAP-QTD
                      OR WS-MAP-ACHADO NOT EQUAL ZEROS
               IF WS-MAP-ACHADO EQUAL ZEROS
                   MOVE WS-NIVEL-MAXIMO TO WS-NIVEL-EXIGIDO
               ELSE
                   MOVE WS-TAB-MAP-NIVEL (WS-MAP-ACHADO)
                                  TO WS-NIVEL-EXIGIDO
               END-IF.

           IF WS-NIVEL-EXIGIDO GREATER '1'
               IF SITUACAO-PO EQUAL 'A'
                   MOVE 'S'       TO WS-REAPROVAR
               ELSE
                   MOVE 'ACIMA DA ALCADA (JA RECEBIDA)'
                                  TO WS-MOTIVO.

       003-07-FIM.                EXIT.

      *================================================================*
       003-07-01-PROCURAR-FAIXA   SECTION.
      *================================================================*
           IF WS-TAB-MAP-LIMITE (WS-IDX-MAP) NOT LESS
              WS-VLR-LINHA-NOVO
               MOVE WS-IDX-MAP    TO WS-MAP-ACHADO.

       003-07-01-FIM.             EXIT.

      *================================================================*
       004-00-LISTAR-RECUSADAS    SECTION.
      *================================================================*
      * RECUSADAS NA VALIDACAO E AS QUE NAO ACHARAM A LINHA.
      *
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 004-02-PROCURAR-RECUSADA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-ALT-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
               IF ACUM-LINHAS GREATER 55
                   PERFORM 008-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM TIT002 AFTER 2
               PERFORM 001-07-FS-RELATO
               ADD 2              TO ACUM-LINHAS
               PERFORM 004-01-LISTAR-UMA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-ALT-QTD.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-LISTAR-UMA          SECTION.
      *================================================================*
           IF WS-TAB-ALT-SIT (WS-IDX) NOT EQUAL 'A'
               IF WS-TAB-ALT-SIT (WS-IDX) EQUAL 'N'
                   ADD 1          TO ACUM-RECUSADAS
               END-IF
               IF ACUM-LINHAS GREATER 59
                   PERFORM 008-00-CABECALHOS
               END-IF
               MOVE WS-TAB-ALT-IMAGEM (WS-IDX) TO REG-ALTPED
               MOVE NUM-PO-ALT    TO DET002-PO
               MOVE COD-PECA-ALT  TO DET002-PECA
               MOVE TIPO-ALT      TO DET002-TIPO
               MOVE USUARIO-ALT   TO DET002-USUARIO
               MOVE WS-TAB-ALT-MOTIVO (WS-IDX) TO DET002-MOTIVO
               WRITE REG-RELATO   FROM DET002 AFTER 1
               PERFORM 001-07-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-RECUSADA   SECTION.
      *================================================================*
           IF WS-TAB-ALT-SIT (WS-IDX) NOT EQUAL 'A'
               MOVE WS-IDX        TO WS-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-TRANSACOES   TO TOT001-TRANSACOES.
           MOVE ACUM-PEDIDOS      TO TOT002-PEDIDOS.
           MOVE ACUM-APLICADAS    TO TOT003-APLICADAS.
           MOVE ACUM-CANCELADAS   TO TOT004-CANCELADAS.
           MOVE ACUM-RECUSADAS    TO TOT005-RECUSADAS.
           MOVE ACUM-REVISADAS    TO TOT006-REVISADAS.
           MOVE ACUM-REAPROVACAO  TO TOT007-REAPROVACAO.

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

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-07-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PEDCOMN
                 PEDREV
                 HISTPED
                 RELATO.
           PERFORM 001-04-FS-PEDCOMN.
           PERFORM 001-05-FS-PEDREV.
           PERFORM 001-06-FS-HISTPED.
           PERFORM 001-07-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

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
               MOVE 'PU8EXF30'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-TRANSACOES         TO RUNLOG-QTD-LIDOS
               MOVE ACUM-APLICADAS          TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-RECUSADAS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
