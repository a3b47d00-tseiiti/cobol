       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF34.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * MANUTENCAO DO CADASTRO DE FORNECEDORES VIA TERMINAL, NO MOLDE
      * DO PU8EXE23, COBRINDO OS TRES ARQUIVOS DO FORNECEDOR:
      *    CADFORN  - REGISTRO DO FORNECEDOR (NOME, SITUACAO, MOEDA E
      *               CATEGORIA DE RETENCAO), POR COD-FORN
      *    CATFORN  - LINHAS DE CATALOGO (PRECO, MINIMO, EMBALAGEM E
      *               PRAZO DE ENTREGA), POR FORNECEDOR E PECA; A
      *               PECA E CONFERIDA CONTRA O CADPECA
      *    PRAZFORN - PRAZO DE PAGAMENTO EM DIAS, POR FORNECEDOR
      *
      * FORNECEDOR COM PENDENCIAS - LINHAS DE PEDIDO EM ABERTO NO
      * PEDCOMP ('A', 'P' OU 'E') OU TITULOS NAO PAGOS NO APABERTO -
      * NAO PODE SER INATIVADO (SITUACAO-FORN 'I') NEM EXCLUIDO. A
      * EXCLUSAO DO FORNECEDOR LEVA JUNTO SUAS LINHAS DE CATALOGO E
      * SEU PRAZO DE PAGAMENTO.
      *
      * CADA INCLUSAO, ALTERACAO E EXCLUSAO GRAVA UM REGISTRO DE
      * JORNAL (JRNFORN) COM O ARQUIVO, A OPERACAO, DATA/HORA, O
      * OPERADOR E AS IMAGENS ANTES E DEPOIS DO REGISTRO, COMO O
      * JRNPECA DO PU8EXE23.
      *
      * O ACESSO EXIGE ASSINATURA CONTRA O CADASTRO DE OPERADORES
      * (OPERADOR), COM OS MESMOS NIVEIS DO PU8EXE23:
      *    '1' = SOMENTE CONSULTA
      *    '2' = CONSULTA, INCLUSAO E ALTERACAO
      *    '3' = TODAS AS FUNCOES, INCLUSIVE EXCLUSAO
      * ASSINATURAS RECUSADAS E FUNCOES NEGADAS VAO PARA O SEGLOG.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADFORN         ASSIGN TO UT-S-CADFORN
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD-FORN
                      FILE STATUS IS FS-CADFORN.
      *
           SELECT CATFORN         ASSIGN TO UT-S-CATFORN
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAVE-CAT
                      FILE STATUS IS FS-CATFORN.
      *
           SELECT PRAZFORN        ASSIGN TO UT-S-PRAZFORN
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FORN-PRZ
                      FILE STATUS IS FS-PRAZFORN.
      *
           SELECT CADPECA         ASSIGN TO UT-S-CADPECA
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD-PECA
                      FILE STATUS IS FS-CADPECA.
      *
           SELECT PEDCOMP         ASSIGN TO UT-S-PEDCOMP
                      FILE STATUS IS FS-PEDCOMP.
      *
           SELECT APABERTO        ASSIGN TO UT-S-APABERTO
                      FILE STATUS IS FS-APABERTO.
      *
           SELECT JRNFORN         ASSIGN TO UT-S-JRNFORN
                      FILE STATUS IS FS-JRNFORN.
      *
           SELECT OPERADOR        ASSIGN TO UT-S-OPERADOR
                      FILE STATUS IS FS-OPERADOR.
      *
           SELECT SEGLOG          ASSIGN TO UT-S-SEGLOG
                      FILE STATUS IS FS-SEGLOG.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                      FILE STATUS IS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
       FD CADFORN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADFORN.
       COPY CADFORN.
      *
      * CATALOGO DE FORNECIMENTO; A CHAVE (FORNECEDOR + PECA) E VISTA
      * PELO REGISTRO ALTERNATIVO REG-CATFORN-CHAVE.
      *
       FD CATFORN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CATFORN.
       COPY CATFORN.
       01 REG-CATFORN-CHAVE.
          05 CHAVE-CAT            PIC X(10).
          05 FILLER               PIC X(30).
      *
      * PRAZO DE PAGAMENTO POR FORNECEDOR (O MESMO DO PU8EXE81).
      *
       FD PRAZFORN
           RECORD     CONTAINS    10 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PRAZFORN.
       01 REG-PRAZFORN.
          05 FORN-PRZ             PIC 9(05).
          05 DIAS-PRZ             PIC 9(03).
          05 FILLER               PIC X(02).
      *
       FD CADPECA
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADPECA.
       COPY CADPECA
           REPLACING ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
      *
      * CARTEIRA DE PEDIDOS DE COMPRA, LIDA PARA A CONFERENCIA DE
      * PENDENCIAS DO FORNECEDOR.
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
          05 FILLER               PIC X(10).
      *
      * CARTEIRA DE CONTAS A PAGAR, LIDA PARA A CONFERENCIA DE
      * PENDENCIAS DO FORNECEDOR ('P' = PAGO).
      *
       FD APABERTO
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-APABERTO.
       01 REG-APABERTO.
          05 NUM-NOTA-AP          PIC X(10).
          05 FORN-AP              PIC 9(05).
          05 VALOR-AP             PIC 9(11)V99.
          05 DT-VENC-AP           PIC 9(08).
          05 SITUACAO-AP          PIC X(01).
          05 TAXA-CAMBIO-AP       PIC 9(05)V9(04).
          05 TIPO-DOC-AP          PIC X(01).
          05 FILLER               PIC X(03).
      *
      * JORNAL DE MANUTENCAO DOS ARQUIVOS DO FORNECEDOR: ARQUIVO,
      * OPERACAO ('I'/'A'/'E'), DATA/HORA, OPERADOR E AS IMAGENS
      * ANTES E DEPOIS DO REGISTRO (ESPACOS NA IMAGEM QUE NAO SE
      * APLICA A OPERACAO).
      *
       FD JRNFORN
           RECORD     CONTAINS    110 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-JRNFORN.
       01 REG-JRNFORN.
          05 JRN-ARQUIVO          PIC X(08).
          05 JRN-OPERACAO         PIC X(01).
          05 JRN-DATA             PIC 9(08).
          05 JRN-HORA             PIC 9(06).
          05 JRN-OPERADOR         PIC X(05).
          05 JRN-ANTES            PIC X(40).
          05 JRN-DEPOIS           PIC X(40).
          05 FILLER               PIC X(02).
      *
      * CADASTRO DE OPERADORES: CODIGO, SENHA E NIVEL DE AUTORIZACAO.
      *
       FD OPERADOR
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-OPERADOR.
       01 REG-OPERADOR.
          05 OPER-CODIGO          PIC X(05).
          05 OPER-SENHA           PIC X(08).
          05 OPER-NIVEL           PIC X(01).
          05 FILLER               PIC X(06).
      *
      * LOG DE SEGURANCA: ASSINATURAS RECUSADAS E FUNCOES NEGADAS.
      *
       FD SEGLOG
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SEGLOG.
       01 REG-SEGLOG.
          05 SEG-DATA             PIC 9(08).
          05 SEG-HORA             PIC 9(06).
          05 SEG-OPERADOR         PIC X(05).
          05 SEG-OPCAO            PIC X(01).
          05 SEG-MOTIVO           PIC X(20).
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
      *  ACUMULADORES
      *
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADFORN              PIC X(02) VALUE SPACES.
       77 FS-CATFORN              PIC X(02) VALUE SPACES.
       77 FS-PRAZFORN             PIC X(02) VALUE SPACES.
       77 FS-CADPECA              PIC X(02) VALUE SPACES.
       77 FS-PEDCOMP              PIC X(02) VALUE SPACES.
       77 FS-APABERTO             PIC X(02) VALUE SPACES.
       77 FS-JRNFORN              PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-REGRAVACAO           PIC X(13) VALUE 'NA REGRAVACAO'.
       77 FS-EXCLUSAO             PIC X(13) VALUE 'NA EXCLUSAO'.
       77 FS-POSICIONAR           PIC X(13) VALUE 'NO START'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      * OPCAO DO MENU E CHAVES DE ACESSO
      *
       77 WS-OPCAO                PIC X(01) VALUE SPACES.
       77 WS-CONTINUA             PIC X(01) VALUE 'S'.
       77 WS-DADOS-VALIDOS        PIC X(01) VALUE 'N'.
       01 WS-FORN-CHAVE.
          05 WS-FORN-ACC          PIC X(05).
       01 WS-FORN-CHAVE-N         REDEFINES WS-FORN-CHAVE
                                  PIC 9(05).
       77 WS-COD-PECA-ACC         PIC 9(05) VALUE ZEROS.
      *
      * CAMPOS DIGITADOS PARA INCLUSAO/ALTERACAO
      *
       01 WS-REG-CADFORN.
          05 WS-NOME-FORN         PIC X(30).
          05 WS-SITUACAO-FORN     PIC X(01).
          05 WS-MOEDA-FORN        PIC X(03).
          05 WS-CATEG-RET-FORN    PIC X(01).
      *
       01 WS-REG-CATFORN.
          05 WS-PRECO-CAT         PIC 9(13)V99.
          05 WS-QTD-MIN-CAT       PIC 9(05).
          05 WS-MULT-EMB-CAT      PIC 9(05).
          05 WS-PRAZO-DIAS-CAT    PIC 9(03).
      *
       77 WS-DIAS-PRZ             PIC 9(03) VALUE ZEROS.
       77 WS-QUOC-EMB             PIC 9(05) VALUE ZEROS.
       77 WS-RESTO-EMB            PIC 9(05) VALUE ZEROS.
       77 WS-SIT-ANTERIOR         PIC X(01) VALUE SPACES.
       77 WS-EXISTE               PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA             PIC X(01) VALUE SPACES.
      *
      * PENDENCIAS DO FORNECEDOR: LINHAS DE PEDIDO EM ABERTO E
      * TITULOS NAO PAGOS
      *
       77 WS-QTD-PEDIDOS-ABERTOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TITULOS-ABERTOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LINHAS-CAT       PIC 9(05) VALUE ZEROS.
       77 WS-EXCLUIR-CATALOGO     PIC X(01) VALUE 'N'.
      *
      * OPERADOR DA SESSAO E IMAGENS DO REGISTRO ANTES E DEPOIS DA
      * MANUTENCAO, PARA O JORNAL JRNFORN
      *
       77 WS-OPERADOR             PIC X(05) VALUE SPACES.
       77 WS-IMAGEM-ANTES         PIC X(40) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS        PIC X(40) VALUE SPACES.
      *
      * ASSINATURA E AUTORIZACAO: TABELA DE OPERADORES CARREGADA DO
      * ARQUIVO OPERADOR, NIVEL DO OPERADOR ASSINADO E CONTROLE DE
      * TENTATIVAS DE ASSINATURA (MAXIMO 3)
      *
       77 FS-OPERADOR             PIC X(02) VALUE SPACES.
       77 FS-SEGLOG               PIC X(02) VALUE SPACES.
       01 WS-TAB-OPER.
          05 WS-TAB-OPER-QTD      PIC 9(02) VALUE ZEROS.
          05 WS-TAB-OPER-ENTRY OCCURS 50 TIMES.
             10 WS-TAB-OPER-CODIGO PIC X(05).
             10 WS-TAB-OPER-SENHA PIC X(08).
             10 WS-TAB-OPER-NIVEL PIC X(01).
       77 WS-IDX-OPER             PIC 9(02) VALUE ZEROS.
       77 WS-OPER-ACHADO          PIC 9(02) VALUE ZEROS.
       77 WS-NIVEL-OPERADOR       PIC X(01) VALUE SPACES.
       77 WS-SENHA-ACC            PIC X(08) VALUE SPACES.
       77 WS-TENTATIVAS           PIC 9(01) VALUE ZEROS.
       77 WS-ASSINADO             PIC X(01) VALUE 'N'.
       77 WS-AUTORIZADO           PIC X(01) VALUE 'N'.
       01 WS-JRN-DATA-HORA.
          05 WS-JRN-AAAAMMDD      PIC 9(08).
          05 WS-JRN-HHMMSS        PIC 9(06).
          05 FILLER               PIC X(07).
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
           PERFORM 001-05-CARREGAR-OPERADOR.
           PERFORM 001-02-ASSINAR-OPERADOR.
           PERFORM 002-00-MENU
               UNTIL WS-CONTINUA EQUAL 'N'.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN I-O CADFORN
                    CATFORN
                    PRAZFORN
                INPUT CADPECA
                      OPERADOR
                EXTEND JRNFORN
                       SEGLOG.
           PERFORM 001-01-FS-CADFORN.
           PERFORM 001-10-FS-CATFORN.
           PERFORM 001-11-FS-PRAZFORN.
           PERFORM 001-12-FS-CADPECA.
           PERFORM 001-03-FS-JRNFORN.
           PERFORM 001-04-FS-OPERADOR.
           PERFORM 001-08-FS-SEGLOG.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-FS-CADFORN          SECTION.
      *================================================================*
           MOVE 'CADFORN'         TO FS-ARQUIVO.
           MOVE FS-CADFORN        TO FS-COD-STATUS.

           IF FS-CADFORN NOT EQUAL '00' AND '02' AND '10'
                                  AND '21' AND '22' AND '23'
               PERFORM 900-00-ERRO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-ASSINAR-OPERADOR    SECTION.
      *================================================================*
           MOVE 'N'               TO WS-ASSINADO.
           MOVE ZEROS             TO WS-TENTATIVAS.

           PERFORM 001-06-TENTAR-ASSINATURA
               UNTIL WS-ASSINADO EQUAL 'S'
                  OR WS-TENTATIVAS EQUAL 3.

           IF WS-ASSINADO EQUAL 'N'
               DISPLAY '* ASSINATURA RECUSADA, PROGRAMA ENCERRADO *'
               MOVE 'N'           TO WS-CONTINUA
               PERFORM 007-00-FECHAR-ARQUIVOS
               STOP RUN.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-JRNFORN          SECTION.
      *================================================================*
           MOVE 'JRNFORN'         TO FS-ARQUIVO.
           MOVE FS-JRNFORN        TO FS-COD-STATUS.

           IF FS-JRNFORN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-OPERADOR         SECTION.
      *================================================================*
           MOVE 'OPERADOR'        TO FS-ARQUIVO.
           MOVE FS-OPERADOR       TO FS-COD-STATUS.

           IF FS-OPERADOR NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-CARREGAR-OPERADOR   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ OPERADOR.
           PERFORM 001-04-FS-OPERADOR.

           PERFORM 001-07-ACUMULAR-OPERADOR
               UNTIL FS-OPERADOR EQUAL '10'
                  OR WS-TAB-OPER-QTD EQUAL 50.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE OPERADOR.

           IF WS-TAB-OPER-QTD EQUAL ZEROS
               DISPLAY '* CADASTRO DE OPERADORES VAZIO *'
               DISPLAY '* PROGRAMA ENCERRADO           *'
               MOVE 'N'           TO WS-CONTINUA
               PERFORM 007-00-FECHAR-ARQUIVOS
               STOP RUN.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-TENTAR-ASSINATURA   SECTION.
      *================================================================*
           ADD 1                  TO WS-TENTATIVAS.

           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           DISPLAY 'SENHA...: ' WITH NO ADVANCING.
           ACCEPT WS-SENHA-ACC.

           MOVE ZEROS             TO WS-OPER-ACHADO.
           PERFORM 001-06-01-PROCURAR-OPER
               VARYING WS-IDX-OPER FROM 1 BY 1
               UNTIL WS-IDX-OPER GREATER WS-TAB-OPER-QTD
                  OR WS-OPER-ACHADO NOT EQUAL ZEROS.

           IF WS-OPER-ACHADO EQUAL ZEROS
               DISPLAY '* OPERADOR DESCONHECIDO *'
               MOVE 'OPERADOR DESCONHECIDO' TO SEG-MOTIVO
               PERFORM 008-01-GRAVAR-SEGLOG
           ELSE IF WS-TAB-OPER-SENHA (WS-OPER-ACHADO)
                   NOT EQUAL WS-SENHA-ACC
               DISPLAY '* SENHA INVALIDA *'
               MOVE 'SENHA INVALIDA'       TO SEG-MOTIVO
               PERFORM 008-01-GRAVAR-SEGLOG
           ELSE
               MOVE WS-TAB-OPER-NIVEL (WS-OPER-ACHADO)
                                  TO WS-NIVEL-OPERADOR
               MOVE 'S'           TO WS-ASSINADO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-06-01-PROCURAR-OPER    SECTION.
      *================================================================*
           IF WS-TAB-OPER-CODIGO (WS-IDX-OPER) EQUAL WS-OPERADOR
               MOVE WS-IDX-OPER   TO WS-OPER-ACHADO.

       001-06-01-FIM.             EXIT.

      *================================================================*
       001-07-ACUMULAR-OPERADOR   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-OPER-QTD.
           MOVE OPER-CODIGO       TO
               WS-TAB-OPER-CODIGO (WS-TAB-OPER-QTD).
           MOVE OPER-SENHA        TO
               WS-TAB-OPER-SENHA (WS-TAB-OPER-QTD).
           MOVE OPER-NIVEL        TO
               WS-TAB-OPER-NIVEL (WS-TAB-OPER-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ OPERADOR.
           PERFORM 001-04-FS-OPERADOR.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-SEGLOG           SECTION.
      *================================================================*
           MOVE 'SEGLOG'          TO FS-ARQUIVO.
           MOVE FS-SEGLOG         TO FS-COD-STATUS.

           IF FS-SEGLOG NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-VERIFICAR-NIVEL     SECTION.
      *================================================================*
      * CONSULTA E LIVRE PARA QUALQUER NIVEL; INCLUSAO E ALTERACAO
      * EXIGEM NIVEL '2' OU '3'; EXCLUSAO EXIGE NIVEL '3'.
      *
           MOVE 'N'               TO WS-AUTORIZADO.

           EVALUATE TRUE
               WHEN WS-OPCAO EQUAL '3'
                   MOVE 'S'       TO WS-AUTORIZADO
               WHEN WS-OPCAO EQUAL '1' OR '2' OR '5' OR '7'
                   IF WS-NIVEL-OPERADOR EQUAL '2' OR '3'
                       MOVE 'S'   TO WS-AUTORIZADO
                   END-IF
               WHEN WS-OPCAO EQUAL '4' OR '6'
                   IF WS-NIVEL-OPERADOR EQUAL '3'
                       MOVE 'S'   TO WS-AUTORIZADO
                   END-IF.

           IF WS-AUTORIZADO EQUAL 'N'
               DISPLAY '* FUNCAO NAO AUTORIZADA PARA O OPERADOR *'
               ADD 1              TO ACUM-REJEITADOS
               MOVE 'SEM AUTORIZACAO'     TO SEG-MOTIVO
               PERFORM 008-01-GRAVAR-SEGLOG.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-FS-CATFORN          SECTION.
      *================================================================*
           MOVE 'CATFORN'         TO FS-ARQUIVO.
           MOVE FS-CATFORN        TO FS-COD-STATUS.

           IF FS-CATFORN NOT EQUAL '00' AND '02' AND '10'
                                  AND '21' AND '22' AND '23'
               PERFORM 900-00-ERRO.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-FS-PRAZFORN         SECTION.
      *================================================================*
           MOVE 'PRAZFORN'        TO FS-ARQUIVO.
           MOVE FS-PRAZFORN       TO FS-COD-STATUS.

           IF FS-PRAZFORN NOT EQUAL '00' AND '02' AND '10'
                                   AND '21' AND '22' AND '23'
               PERFORM 900-00-ERRO.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-CADPECA          SECTION.
      *================================================================*
           MOVE 'CADPECA'         TO FS-ARQUIVO.
           MOVE FS-CADPECA        TO FS-COD-STATUS.

           IF FS-CADPECA NOT EQUAL '00' AND '02' AND '10'
                                  AND '21' AND '22' AND '23'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-FS-PEDCOMP          SECTION.
      *================================================================*
           MOVE 'PEDCOMP'         TO FS-ARQUIVO.
           MOVE FS-PEDCOMP        TO FS-COD-STATUS.

           IF FS-PEDCOMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-FS-APABERTO         SECTION.
      *================================================================*
           MOVE 'APABERTO'        TO FS-ARQUIVO.
           MOVE FS-APABERTO       TO FS-COD-STATUS.

           IF FS-APABERTO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-14-FIM.                EXIT.

      *================================================================*
       002-00-MENU                SECTION.
      *================================================================*
           DISPLAY '----------------------------------------------'.
           DISPLAY ' MANUTENCAO DE FORNECEDORES - CADFORN'.
           DISPLAY '----------------------------------------------'.
           DISPLAY ' 1 - INCLUIR FORNECEDOR'.
           DISPLAY ' 2 - ALTERAR FORNECEDOR'.
           DISPLAY ' 3 - CONSULTAR FORNECEDOR'.
           DISPLAY ' 4 - EXCLUIR FORNECEDOR'.
           DISPLAY ' 5 - INCLUIR/ALTERAR LINHA DE CATALOGO'.
           DISPLAY ' 6 - EXCLUIR LINHA DE CATALOGO'.
           DISPLAY ' 7 - INCLUIR/ALTERAR PRAZO DE PAGAMENTO'.
           DISPLAY ' 8 - TERMINAR'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPCAO EQUAL '1'
                   PERFORM 001-09-VERIFICAR-NIVEL
                   IF WS-AUTORIZADO EQUAL 'S'
                       PERFORM 003-00-INCLUIR
                   END-IF
               WHEN WS-OPCAO EQUAL '2'
                   PERFORM 001-09-VERIFICAR-NIVEL
                   IF WS-AUTORIZADO EQUAL 'S'
                       PERFORM 004-00-ALTERAR
                   END-IF
               WHEN WS-OPCAO EQUAL '3'
                   PERFORM 005-00-CONSULTAR
               WHEN WS-OPCAO EQUAL '4'
                   PERFORM 001-09-VERIFICAR-NIVEL
                   IF WS-AUTORIZADO EQUAL 'S'
                       PERFORM 006-00-EXCLUIR
                   END-IF
               WHEN WS-OPCAO EQUAL '5'
                   PERFORM 001-09-VERIFICAR-NIVEL
                   IF WS-AUTORIZADO EQUAL 'S'
                       PERFORM 010-00-MANTER-CATALOGO
                   END-IF
               WHEN WS-OPCAO EQUAL '6'
                   PERFORM 001-09-VERIFICAR-NIVEL
                   IF WS-AUTORIZADO EQUAL 'S'
                       PERFORM 011-00-EXCLUIR-CATALOGO
                   END-IF
               WHEN WS-OPCAO EQUAL '7'
                   PERFORM 001-09-VERIFICAR-NIVEL
                   IF WS-AUTORIZADO EQUAL 'S'
                       PERFORM 012-00-MANTER-PRAZO
                   END-IF
               WHEN WS-OPCAO EQUAL '8'
                   MOVE 'N'         TO WS-CONTINUA
               WHEN OTHER
                   DISPLAY '* OPCAO INVALIDA *'.

       002-00-FIM.                EXIT.

      *================================================================*
       002-01-ACEITAR-COD-FORN    SECTION.
      *================================================================*
           DISPLAY 'CODIGO DO FORNECEDOR: ' WITH NO ADVANCING.
           ACCEPT WS-FORN-ACC.

       002-01-FIM.                EXIT.

      *================================================================*
       002-02-LER-CADFORN         SECTION.
      *================================================================*
      * LE O FORNECEDOR DIGITADO; WS-EXISTE = 'S' QUANDO ACHADO.
      *
           PERFORM 002-01-ACEITAR-COD-FORN.
           MOVE WS-FORN-ACC       TO COD-FORN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFORN.
           PERFORM 001-01-FS-CADFORN.
           ADD 1                  TO ACUM-LIDOS.

           IF FS-CADFORN EQUAL '00'
               MOVE 'S'           TO WS-EXISTE
           ELSE
               MOVE 'N'           TO WS-EXISTE.

       002-02-FIM.                EXIT.

      *================================================================*
       003-00-INCLUIR             SECTION.
      *================================================================*
           PERFORM 002-02-LER-CADFORN.

           IF WS-FORN-ACC NOT NUMERIC
               DISPLAY '* CODIGO DO FORNECEDOR DEVE SER NUMERICO *'
               ADD 1               TO ACUM-REJEITADOS
           ELSE IF WS-EXISTE EQUAL 'S'
               DISPLAY '* FORNECEDOR JA CADASTRADO, USE ALTERAR *'
               ADD 1               TO ACUM-REJEITADOS
           ELSE
               MOVE SPACES         TO WS-REG-CADFORN
               MOVE 'A'            TO WS-SITUACAO-FORN
               PERFORM 003-03-ACEITAR-VALIDO
               MOVE SPACES         TO REG-CADFORN
               MOVE WS-FORN-ACC    TO COD-FORN
               MOVE WS-NOME-FORN   TO NOME-FORN
               MOVE WS-SITUACAO-FORN TO SITUACAO-FORN
               MOVE WS-MOEDA-FORN  TO MOEDA-FORN
               MOVE WS-CATEG-RET-FORN TO CATEG-RET-FORN
               MOVE FS-GRAVACAO    TO FS-OPERACAO
               WRITE REG-CADFORN
               PERFORM 001-01-FS-CADFORN
               IF FS-CADFORN EQUAL '00'
                   DISPLAY '* FORNECEDOR INCLUIDO COM SUCESSO *'
                   ADD 1           TO ACUM-GRAVADOS
                   MOVE 'CADFORN'  TO JRN-ARQUIVO
                   MOVE 'I'        TO JRN-OPERACAO
                   MOVE SPACES     TO WS-IMAGEM-ANTES
                   MOVE REG-CADFORN TO WS-IMAGEM-DEPOIS
                   PERFORM 008-00-GRAVAR-JRNFORN
               ELSE
                   ADD 1           TO ACUM-REJEITADOS.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACEITAR-DADOS       SECTION.
      *================================================================*
           DISPLAY 'NOME DO FORNECEDOR....: ' WITH NO ADVANCING.
           ACCEPT WS-NOME-FORN.
           DISPLAY 'SITUACAO (A/I)........: ' WITH NO ADVANCING.
           ACCEPT WS-SITUACAO-FORN.
           DISPLAY 'MOEDA.................: ' WITH NO ADVANCING.
           ACCEPT WS-MOEDA-FORN.
           DISPLAY 'CATEGORIA DE RETENCAO.: ' WITH NO ADVANCING.
           ACCEPT WS-CATEG-RET-FORN.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-VALIDAR-DADOS       SECTION.
      *================================================================*
           MOVE 'S'               TO WS-DADOS-VALIDOS.

           IF WS-NOME-FORN EQUAL SPACES
               DISPLAY '* NOME NAO PODE FICAR EM BRANCO *'
               MOVE 'N'           TO WS-DADOS-VALIDOS.

           IF WS-SITUACAO-FORN NOT EQUAL 'A' AND 'I'
               DISPLAY '* SITUACAO DEVE SER A (ATIVO) OU I (INATIVO) *'
               MOVE 'N'           TO WS-DADOS-VALIDOS.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-ACEITAR-VALIDO      SECTION.
      *================================================================*
           MOVE 'N'               TO WS-DADOS-VALIDOS.
           PERFORM 003-04-CICLO-ACEITAR
               UNTIL WS-DADOS-VALIDOS EQUAL 'S'.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-CICLO-ACEITAR       SECTION.
      *================================================================*
           PERFORM 003-01-ACEITAR-DADOS.
           PERFORM 003-02-VALIDAR-DADOS.

       003-04-FIM.                EXIT.

      *================================================================*
       004-00-ALTERAR             SECTION.
      *================================================================*
      * INATIVAR ('I') FORNECEDOR AINDA ATIVO SO SEM PENDENCIAS.
      *
           PERFORM 002-02-LER-CADFORN.

           IF WS-EXISTE EQUAL 'N'
               DISPLAY '* FORNECEDOR NAO ENCONTRADO *'
               ADD 1               TO ACUM-REJEITADOS
           ELSE
               PERFORM 005-01-MOSTRAR-DADOS
               MOVE REG-CADFORN    TO WS-IMAGEM-ANTES
               MOVE SITUACAO-FORN  TO WS-SIT-ANTERIOR
               MOVE NOME-FORN      TO WS-NOME-FORN
               MOVE SITUACAO-FORN  TO WS-SITUACAO-FORN
               MOVE MOEDA-FORN     TO WS-MOEDA-FORN
               MOVE CATEG-RET-FORN TO WS-CATEG-RET-FORN
               PERFORM 003-03-ACEITAR-VALIDO
               MOVE 'N'            TO WS-DADOS-VALIDOS
               IF WS-SITUACAO-FORN EQUAL 'I'
                  AND WS-SIT-ANTERIOR NOT EQUAL 'I'
                   PERFORM 009-00-VERIFICAR-PENDENCIAS
               ELSE
                   MOVE ZEROS      TO WS-QTD-PEDIDOS-ABERTOS
                                      WS-QTD-TITULOS-ABERTOS
               END-IF
               IF WS-QTD-PEDIDOS-ABERTOS GREATER ZEROS
                  OR WS-QTD-TITULOS-ABERTOS GREATER ZEROS
                   DISPLAY '* FORNECEDOR COM PENDENCIAS, NAO PODE SER '
                           'INATIVADO *'
                   ADD 1           TO ACUM-REJEITADOS
               ELSE
                   PERFORM 004-01-REGRAVAR-CADFORN.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-REGRAVAR-CADFORN    SECTION.
      *================================================================*
           MOVE WS-NOME-FORN      TO NOME-FORN.
           MOVE WS-SITUACAO-FORN  TO SITUACAO-FORN.
           MOVE WS-MOEDA-FORN     TO MOEDA-FORN.
           MOVE WS-CATEG-RET-FORN TO CATEG-RET-FORN.

           MOVE FS-REGRAVACAO     TO FS-OPERACAO.
           REWRITE REG-CADFORN.
           PERFORM 001-01-FS-CADFORN.

           IF FS-CADFORN EQUAL '00'
               DISPLAY '* FORNECEDOR ALTERADO COM SUCESSO *'
               ADD 1              TO ACUM-GRAVADOS
               MOVE 'CADFORN'     TO JRN-ARQUIVO
               MOVE 'A'           TO JRN-OPERACAO
               MOVE REG-CADFORN   TO WS-IMAGEM-DEPOIS
               PERFORM 008-00-GRAVAR-JRNFORN
           ELSE
               ADD 1              TO ACUM-REJEITADOS.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-CONSULTAR           SECTION.
      *================================================================*
           PERFORM 002-02-LER-CADFORN.

           IF WS-EXISTE EQUAL 'N'
               DISPLAY '* FORNECEDOR NAO ENCONTRADO *'
           ELSE
               PERFORM 005-01-MOSTRAR-DADOS
               PERFORM 005-02-MOSTRAR-PRAZO
               MOVE 'N'            TO WS-EXCLUIR-CATALOGO
               PERFORM 013-00-PERCORRER-CATALOGO
               PERFORM 009-00-VERIFICAR-PENDENCIAS
               DISPLAY 'PEDIDOS EM ABERTO.....: '
                       WS-QTD-PEDIDOS-ABERTOS
               DISPLAY 'TITULOS NAO PAGOS.....: '
                       WS-QTD-TITULOS-ABERTOS.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-MOSTRAR-DADOS       SECTION.
      *================================================================*
           DISPLAY 'CODIGO................: ' COD-FORN.
           DISPLAY 'NOME DO FORNECEDOR....: ' NOME-FORN.
           DISPLAY 'SITUACAO..............: ' SITUACAO-FORN.
           DISPLAY 'MOEDA.................: ' MOEDA-FORN.
           DISPLAY 'CATEGORIA DE RETENCAO.: ' CATEG-RET-FORN.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-MOSTRAR-PRAZO       SECTION.
      *================================================================*
           MOVE WS-FORN-CHAVE-N   TO FORN-PRZ.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PRAZFORN.
           PERFORM 001-11-FS-PRAZFORN.

           IF FS-PRAZFORN EQUAL '00'
               DISPLAY 'PRAZO DE PAGAMENTO....: ' DIAS-PRZ ' DIAS'
           ELSE
               DISPLAY 'PRAZO DE PAGAMENTO....: NAO CADASTRADO'.

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-EXCLUIR             SECTION.
      *================================================================*
      * SO SEM PENDENCIAS; LEVA JUNTO CATALOGO E PRAZO DE PAGAMENTO.
      *
           PERFORM 002-02-LER-CADFORN.

           IF WS-EXISTE EQUAL 'N'
               DISPLAY '* FORNECEDOR NAO ENCONTRADO *'
               ADD 1               TO ACUM-REJEITADOS
           ELSE
               PERFORM 005-01-MOSTRAR-DADOS
               PERFORM 009-00-VERIFICAR-PENDENCIAS
               IF WS-QTD-PEDIDOS-ABERTOS GREATER ZEROS
                  OR WS-QTD-TITULOS-ABERTOS GREATER ZEROS
                   DISPLAY 'PEDIDOS EM ABERTO.....: '
                           WS-QTD-PEDIDOS-ABERTOS
                   DISPLAY 'TITULOS NAO PAGOS.....: '
                           WS-QTD-TITULOS-ABERTOS
                   DISPLAY '* FORNECEDOR COM PENDENCIAS, NAO PODE SER '
                           'EXCLUIDO *'
                   ADD 1           TO ACUM-REJEITADOS
               ELSE
                   PERFORM 006-01-CONFIRMAR-EXCLUSAO.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-CONFIRMAR-EXCLUSAO  SECTION.
      *================================================================*
           DISPLAY 'EXCLUI TAMBEM O CATALOGO E O PRAZO. CONFIRMA (S/N)'
                   ': ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRMA.

           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY '* EXCLUSAO CANCELADA *'
           ELSE
               MOVE REG-CADFORN    TO WS-IMAGEM-ANTES
               MOVE FS-EXCLUSAO    TO FS-OPERACAO
               DELETE CADFORN
               PERFORM 001-01-FS-CADFORN
               IF FS-CADFORN EQUAL '00'
                   DISPLAY '* FORNECEDOR EXCLUIDO COM SUCESSO *'
                   ADD 1           TO ACUM-GRAVADOS
                   MOVE 'CADFORN'  TO JRN-ARQUIVO
                   MOVE 'E'        TO JRN-OPERACAO
                   MOVE SPACES     TO WS-IMAGEM-DEPOIS
                   PERFORM 008-00-GRAVAR-JRNFORN
                   MOVE 'S'        TO WS-EXCLUIR-CATALOGO
                   PERFORM 013-00-PERCORRER-CATALOGO
                   PERFORM 006-02-EXCLUIR-PRAZO
               ELSE
                   ADD 1           TO ACUM-REJEITADOS.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-EXCLUIR-PRAZO       SECTION.
      *================================================================*
           MOVE WS-FORN-CHAVE-N   TO FORN-PRZ.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PRAZFORN.
           PERFORM 001-11-FS-PRAZFORN.

           IF FS-PRAZFORN EQUAL '00'
               MOVE REG-PRAZFORN  TO WS-IMAGEM-ANTES
               MOVE FS-EXCLUSAO   TO FS-OPERACAO
               DELETE PRAZFORN
               PERFORM 001-11-FS-PRAZFORN
               IF FS-PRAZFORN EQUAL '00'
                   ADD 1          TO ACUM-GRAVADOS
                   MOVE 'PRAZFORN' TO JRN-ARQUIVO
                   MOVE 'E'       TO JRN-OPERACAO
                   MOVE SPACES    TO WS-IMAGEM-DEPOIS
                   PERFORM 008-00-GRAVAR-JRNFORN
               END-IF.

       006-02-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFORN
                 CATFORN
                 PRAZFORN
                 CADPECA
                 JRNFORN
                 SEGLOG.
           PERFORM 001-01-FS-CADFORN.
           PERFORM 001-10-FS-CATFORN.
           PERFORM 001-11-FS-PRAZFORN.
           PERFORM 001-12-FS-CADPECA.
           PERFORM 001-03-FS-JRNFORN.
           PERFORM 001-08-FS-SEGLOG.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-GRAVAR-JRNFORN      SECTION.
      *================================================================*
      * JRN-ARQUIVO E JRN-OPERACAO JA VEM PREENCHIDOS PELO CHAMADOR,
      * ASSIM COMO AS IMAGENS ANTES E DEPOIS DO REGISTRO.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-DATA-HORA.
           MOVE WS-JRN-AAAAMMDD   TO JRN-DATA.
           MOVE WS-JRN-HHMMSS     TO JRN-HORA.
           MOVE WS-OPERADOR       TO JRN-OPERADOR.
           MOVE WS-IMAGEM-ANTES   TO JRN-ANTES.
           MOVE WS-IMAGEM-DEPOIS  TO JRN-DEPOIS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-JRNFORN.
           PERFORM 001-03-FS-JRNFORN.

       008-00-FIM.                EXIT.

      *================================================================*
       008-01-GRAVAR-SEGLOG       SECTION.
      *================================================================*
      * SEG-MOTIVO JA VEM PREENCHIDO PELO CHAMADOR.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-DATA-HORA.
           MOVE WS-JRN-AAAAMMDD   TO SEG-DATA.
           MOVE WS-JRN-HHMMSS     TO SEG-HORA.
           MOVE WS-OPERADOR       TO SEG-OPERADOR.
           MOVE WS-OPCAO          TO SEG-OPCAO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-SEGLOG.
           PERFORM 001-08-FS-SEGLOG.

       008-01-FIM.                EXIT.

      *================================================================*
       009-00-VERIFICAR-PENDENCIAS SECTION.
      *================================================================*
      * CONTA AS LINHAS DE PEDIDO AINDA ABERTAS ('A' ABERTO, 'P'
      * PARCIAL, 'E' EM APROVACAO) E OS TITULOS NAO PAGOS DO
      * FORNECEDOR, LENDO A CARTEIRA ATUAL DE CADA ARQUIVO.
      *
           MOVE ZEROS             TO WS-QTD-PEDIDOS-ABERTOS
                                     WS-QTD-TITULOS-ABERTOS.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PEDCOMP
                      APABERTO.
           PERFORM 001-13-FS-PEDCOMP.
           PERFORM 001-14-FS-APABERTO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.
           PERFORM 001-13-FS-PEDCOMP.
           PERFORM 009-01-CONTAR-PEDIDO
               UNTIL FS-PEDCOMP EQUAL '10'.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ APABERTO.
           PERFORM 001-14-FS-APABERTO.
           PERFORM 009-02-CONTAR-TITULO
               UNTIL FS-APABERTO EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PEDCOMP
                 APABERTO.
           PERFORM 001-13-FS-PEDCOMP.
           PERFORM 001-14-FS-APABERTO.

       009-00-FIM.                EXIT.

      *================================================================*
       009-01-CONTAR-PEDIDO       SECTION.
      *================================================================*
           IF FORN-PO EQUAL WS-FORN-CHAVE-N
              AND (SITUACAO-PO EQUAL 'A' OR 'P' OR 'E')
               ADD 1              TO WS-QTD-PEDIDOS-ABERTOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.
           PERFORM 001-13-FS-PEDCOMP.

       009-01-FIM.                EXIT.

      *================================================================*
       009-02-CONTAR-TITULO       SECTION.
      *================================================================*
           IF FORN-AP EQUAL WS-FORN-CHAVE-N
              AND SITUACAO-AP NOT EQUAL 'P'
               ADD 1              TO WS-QTD-TITULOS-ABERTOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ APABERTO.
           PERFORM 001-14-FS-APABERTO.

       009-02-FIM.                EXIT.

      *================================================================*
       010-00-MANTER-CATALOGO     SECTION.
      *================================================================*
      * LINHA EXISTENTE E ALTERADA; LINHA NOVA E INCLUIDA. FORNECEDOR
      * E PECA TEM DE ESTAR CADASTRADOS.
      *
           PERFORM 002-02-LER-CADFORN.

           IF WS-EXISTE EQUAL 'N'
               DISPLAY '* FORNECEDOR NAO ENCONTRADO *'
               ADD 1               TO ACUM-REJEITADOS
           ELSE
               PERFORM 010-01-ACEITAR-COD-PECA
               MOVE WS-COD-PECA-ACC TO COD-PECA
               MOVE FS-LEITURA     TO FS-OPERACAO
               READ CADPECA
               PERFORM 001-12-FS-CADPECA
               IF FS-CADPECA NOT EQUAL '00'
                   DISPLAY '* PECA NAO ENCONTRADA NO CADPECA *'
                   ADD 1           TO ACUM-REJEITADOS
               ELSE
                   PERFORM 010-02-LER-CATFORN
                   PERFORM 010-03-ACEITAR-VALIDO
                   PERFORM 010-06-GRAVAR-CATFORN.

       010-00-FIM.                EXIT.

      *================================================================*
       010-01-ACEITAR-COD-PECA    SECTION.
      *================================================================*
           DISPLAY 'CODIGO DA PECA........: ' WITH NO ADVANCING.
           ACCEPT WS-COD-PECA-ACC.

       010-01-FIM.                EXIT.

      *================================================================*
       010-02-LER-CATFORN         SECTION.
      *================================================================*
           MOVE WS-FORN-ACC       TO COD-FORN-CAT.
           MOVE WS-COD-PECA-ACC   TO COD-PECA-CAT.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CATFORN.
           PERFORM 001-10-FS-CATFORN.
           ADD 1                  TO ACUM-LIDOS.

           IF FS-CATFORN EQUAL '00'
               MOVE 'S'           TO WS-EXISTE
               PERFORM 010-07-MOSTRAR-CATFORN
               MOVE REG-CATFORN   TO WS-IMAGEM-ANTES
               MOVE PRECO-CAT     TO WS-PRECO-CAT
               MOVE QTD-MIN-CAT   TO WS-QTD-MIN-CAT
               MOVE MULT-EMB-CAT  TO WS-MULT-EMB-CAT
               MOVE PRAZO-DIAS-CAT TO WS-PRAZO-DIAS-CAT
           ELSE
               MOVE 'N'           TO WS-EXISTE
               MOVE SPACES        TO WS-IMAGEM-ANTES
               MOVE ZEROS         TO WS-REG-CATFORN.

       010-02-FIM.                EXIT.

      *================================================================*
       010-03-ACEITAR-VALIDO      SECTION.
      *================================================================*
           MOVE 'N'               TO WS-DADOS-VALIDOS.
           PERFORM 010-04-CICLO-ACEITAR
               UNTIL WS-DADOS-VALIDOS EQUAL 'S'.

       010-03-FIM.                EXIT.

      *================================================================*
       010-04-CICLO-ACEITAR       SECTION.
      *================================================================*
           DISPLAY 'PRECO DE CATALOGO.....: ' WITH NO ADVANCING.
           ACCEPT WS-PRECO-CAT.
           DISPLAY 'QUANTIDADE MINIMA.....: ' WITH NO ADVANCING.
           ACCEPT WS-QTD-MIN-CAT.
           DISPLAY 'MULTIPLO DE EMBALAGEM.: ' WITH NO ADVANCING.
           ACCEPT WS-MULT-EMB-CAT.
           DISPLAY 'PRAZO DE ENTREGA DIAS.: ' WITH NO ADVANCING.
           ACCEPT WS-PRAZO-DIAS-CAT.

           PERFORM 010-05-VALIDAR-CATFORN.

       010-04-FIM.                EXIT.

      *================================================================*
       010-05-VALIDAR-CATFORN     SECTION.
      *================================================================*
      * MINIMO E MULTIPLO ZERADOS SIGNIFICAM SEM RESTRICAO (VER COPY
      * CATFORN); O MINIMO, QUANDO HOUVER MULTIPLO, TEM DE SER
      * MULTIPLO DA EMBALAGEM.
      *
           MOVE 'S'               TO WS-DADOS-VALIDOS.

           IF WS-PRECO-CAT EQUAL ZEROS
               DISPLAY '* PRECO DE CATALOGO NAO PODE SER ZERO *'
               MOVE 'N'           TO WS-DADOS-VALIDOS.

           MOVE ZEROS             TO WS-RESTO-EMB.
           IF WS-MULT-EMB-CAT GREATER ZEROS
               DIVIDE WS-QTD-MIN-CAT BY WS-MULT-EMB-CAT
                   GIVING WS-QUOC-EMB REMAINDER WS-RESTO-EMB.

           IF WS-RESTO-EMB NOT EQUAL ZEROS
               DISPLAY '* MINIMO NAO E MULTIPLO DA EMBALAGEM *'
               MOVE 'N'           TO WS-DADOS-VALIDOS.

       010-05-FIM.                EXIT.

      *================================================================*
       010-06-GRAVAR-CATFORN      SECTION.
      *================================================================*
           MOVE WS-PRECO-CAT      TO PRECO-CAT.
           MOVE WS-QTD-MIN-CAT    TO QTD-MIN-CAT.
           MOVE WS-MULT-EMB-CAT   TO MULT-EMB-CAT.
           MOVE WS-PRAZO-DIAS-CAT TO PRAZO-DIAS-CAT.
           MOVE 'CATFORN'         TO JRN-ARQUIVO.

           IF WS-EXISTE EQUAL 'S'
               MOVE FS-REGRAVACAO TO FS-OPERACAO
               REWRITE REG-CATFORN
               MOVE 'A'           TO JRN-OPERACAO
           ELSE
               MOVE SPACES        TO REG-CATFORN
               MOVE WS-FORN-ACC   TO COD-FORN-CAT
               MOVE WS-COD-PECA-ACC TO COD-PECA-CAT
               MOVE WS-PRECO-CAT  TO PRECO-CAT
               MOVE WS-QTD-MIN-CAT TO QTD-MIN-CAT
               MOVE WS-MULT-EMB-CAT TO MULT-EMB-CAT
               MOVE WS-PRAZO-DIAS-CAT TO PRAZO-DIAS-CAT
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CATFORN
               MOVE 'I'           TO JRN-OPERACAO.

           PERFORM 001-10-FS-CATFORN.

           IF FS-CATFORN EQUAL '00'
               DISPLAY '* LINHA DE CATALOGO GRAVADA COM SUCESSO *'
               ADD 1              TO ACUM-GRAVADOS
               MOVE REG-CATFORN   TO WS-IMAGEM-DEPOIS
               PERFORM 008-00-GRAVAR-JRNFORN
           ELSE
               ADD 1              TO ACUM-REJEITADOS.

       010-06-FIM.                EXIT.

      *================================================================*
       010-07-MOSTRAR-CATFORN     SECTION.
      *================================================================*
           DISPLAY 'PECA ' COD-PECA-CAT
                   '  PRECO ' PRECO-CAT
                   '  MINIMO ' QTD-MIN-CAT
                   '  EMBAL. ' MULT-EMB-CAT
                   '  ENTREGA ' PRAZO-DIAS-CAT.

       010-07-FIM.                EXIT.

      *================================================================*
       011-00-EXCLUIR-CATALOGO    SECTION.
      *================================================================*
           PERFORM 002-01-ACEITAR-COD-FORN.
           PERFORM 010-01-ACEITAR-COD-PECA.
           MOVE WS-FORN-ACC       TO COD-FORN-CAT.
           MOVE WS-COD-PECA-ACC   TO COD-PECA-CAT.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CATFORN.
           PERFORM 001-10-FS-CATFORN.
           ADD 1                  TO ACUM-LIDOS.

           IF FS-CATFORN NOT EQUAL '00'
               DISPLAY '* LINHA DE CATALOGO NAO ENCONTRADA *'
               ADD 1               TO ACUM-REJEITADOS
           ELSE
               PERFORM 010-07-MOSTRAR-CATFORN
               PERFORM 011-01-APAGAR-CATFORN
               IF FS-CATFORN EQUAL '00'
                   DISPLAY '* LINHA DE CATALOGO EXCLUIDA COM SUCESSO *'
               ELSE
                   ADD 1           TO ACUM-REJEITADOS.

       011-00-FIM.                EXIT.

      *================================================================*
       011-01-APAGAR-CATFORN      SECTION.
      *================================================================*
      * EXCLUI A LINHA DE CATALOGO CORRENTE E GRAVA O JORNAL.
      *
           MOVE REG-CATFORN       TO WS-IMAGEM-ANTES.
           MOVE FS-EXCLUSAO       TO FS-OPERACAO.
           DELETE CATFORN.
           PERFORM 001-10-FS-CATFORN.

           IF FS-CATFORN EQUAL '00'
               ADD 1              TO ACUM-GRAVADOS
               MOVE 'CATFORN'     TO JRN-ARQUIVO
               MOVE 'E'           TO JRN-OPERACAO
               MOVE SPACES        TO WS-IMAGEM-DEPOIS
               PERFORM 008-00-GRAVAR-JRNFORN.

       011-01-FIM.                EXIT.

      *================================================================*
       012-00-MANTER-PRAZO        SECTION.
      *================================================================*
           PERFORM 002-02-LER-CADFORN.

           IF WS-EXISTE EQUAL 'N'
               DISPLAY '* FORNECEDOR NAO ENCONTRADO *'
               ADD 1               TO ACUM-REJEITADOS
           ELSE
               PERFORM 005-02-MOSTRAR-PRAZO
               PERFORM 012-01-ACEITAR-PRAZO
               PERFORM 012-02-GRAVAR-PRAZO.

       012-00-FIM.                EXIT.

      *================================================================*
       012-01-ACEITAR-PRAZO       SECTION.
      *================================================================*
           DISPLAY 'PRAZO DE PAGAMENTO DIAS: ' WITH NO ADVANCING.
           ACCEPT WS-DIAS-PRZ.

       012-01-FIM.                EXIT.

      *================================================================*
       012-02-GRAVAR-PRAZO        SECTION.
      *================================================================*
      * O 005-02 JA LEU O PRAZFORN: '00' ALTERA, SENAO INCLUI.
      *
           MOVE 'PRAZFORN'        TO JRN-ARQUIVO.

           IF FS-PRAZFORN EQUAL '00'
               MOVE REG-PRAZFORN  TO WS-IMAGEM-ANTES
               MOVE WS-DIAS-PRZ   TO DIAS-PRZ
               MOVE FS-REGRAVACAO TO FS-OPERACAO
               REWRITE REG-PRAZFORN
               MOVE 'A'           TO JRN-OPERACAO
           ELSE
               MOVE SPACES        TO WS-IMAGEM-ANTES
                                     REG-PRAZFORN
               MOVE WS-FORN-CHAVE-N TO FORN-PRZ
               MOVE WS-DIAS-PRZ   TO DIAS-PRZ
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-PRAZFORN
               MOVE 'I'           TO JRN-OPERACAO.

           PERFORM 001-11-FS-PRAZFORN.

           IF FS-PRAZFORN EQUAL '00'
               DISPLAY '* PRAZO DE PAGAMENTO GRAVADO COM SUCESSO *'
               ADD 1              TO ACUM-GRAVADOS
               MOVE REG-PRAZFORN  TO WS-IMAGEM-DEPOIS
               PERFORM 008-00-GRAVAR-JRNFORN
           ELSE
               ADD 1              TO ACUM-REJEITADOS.

       012-02-FIM.                EXIT.

      *================================================================*
       013-00-PERCORRER-CATALOGO  SECTION.
      *================================================================*
      * PERCORRE AS LINHAS DE CATALOGO DO FORNECEDOR A PARTIR DA
      * PRIMEIRA PECA: MOSTRA CADA LINHA OU, COM WS-EXCLUIR-CATALOGO
      * = 'S', EXCLUI (NA EXCLUSAO DO FORNECEDOR).
      *
           MOVE ZEROS             TO WS-QTD-LINHAS-CAT.
           MOVE WS-FORN-ACC       TO COD-FORN-CAT.
           MOVE ZEROS             TO COD-PECA-CAT.

           MOVE FS-POSICIONAR     TO FS-OPERACAO.
           START CATFORN KEY IS NOT LESS THAN CHAVE-CAT.
           PERFORM 001-10-FS-CATFORN.

           IF FS-CATFORN EQUAL '00'
               PERFORM 013-02-LER-PROXIMA.

           PERFORM 013-01-TRATAR-LINHA
               UNTIL FS-CATFORN NOT EQUAL '00'
                  OR COD-FORN-CAT NOT EQUAL WS-FORN-ACC.

           IF WS-EXCLUIR-CATALOGO EQUAL 'N'
               DISPLAY 'LINHAS DE CATALOGO....: ' WS-QTD-LINHAS-CAT.

       013-00-FIM.                EXIT.

      *================================================================*
       013-01-TRATAR-LINHA        SECTION.
      *================================================================*
           ADD 1                  TO WS-QTD-LINHAS-CAT.

           IF WS-EXCLUIR-CATALOGO EQUAL 'S'
               PERFORM 011-01-APAGAR-CATFORN
           ELSE
               PERFORM 010-07-MOSTRAR-CATFORN.

           PERFORM 013-02-LER-PROXIMA.

       013-01-FIM.                EXIT.

      *================================================================*
       013-02-LER-PROXIMA         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CATFORN NEXT RECORD.
           PERFORM 001-10-FS-CATFORN.

       013-02-FIM.                EXIT.

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
               MOVE 'PU8EXF34'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-REJEITADOS         TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
