       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF33.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * APROVACAO DE PEDIDOS DE COMPRA VIA TERMINAL, NO MOLDE DO
      * PU8EXE23. O PU8EXE38 GRAVA EM APROVACAO (SITUACAO 'E') O
      * PEDIDO SPOT CUJO VALOR PASSA DA ALCADA DO COMPRADOR NA MATRIZ
      * DE ALCADAS (MATAPRV). ESTE PROGRAMA PERCORRE A CARTEIRA
      * (PEDCOMP) E APRESENTA AO OPERADOR ASSINADO CADA PEDIDO EM
      * APROVACAO DENTRO DA SUA ALCADA, PARA APROVAR (PASSA A 'A',
      * ABERTO, E SAI NO PROXIMO INTERCAMBIO DO PU8EXE85), REJEITAR
      * (PASSA A 'C', CANCELADO, COM O MOTIVO DIGITADO) OU DEIXAR
      * PARA DEPOIS. O PEDIDO E REGRAVADO NO PROPRIO PEDCOMP.
      *
      * O NIVEL EXIGIDO E APURADO PELA MATRIZ ATUAL SOBRE O VALOR DO
      * PEDIDO (QUANTIDADE X PRECO): A FAIXA E A PRIMEIRA CUJO LIMITE
      * COMPORTA O VALOR; ACIMA DA ULTIMA VALE O MAIOR NIVEL DA
      * MATRIZ. PEDIDO ACIMA DO NIVEL DO OPERADOR NAO E MOSTRADO
      * PARA DECISAO, SO CONTADO COMO FORA DA ALCADA.
      *
      * O ACESSO EXIGE ASSINATURA CONTRA O CADASTRO DE OPERADORES
      * (OPERADOR); PARA APROVAR, O NIVEL DO OPERADOR FAZ AS VEZES DE
      * ALCADA:
      *    '1' = COMPRADOR (SEM ALCADA DE APROVACAO, NAO ENTRA)
      *    '2' = GERENCIA
      *    '3' = DIRETORIA
      * ASSINATURAS RECUSADAS E OPERADOR SEM ALCADA VAO PARA O
      * SEGLOG. CADA DECISAO GRAVA NO JORNAL JRNAPRV A DECISAO,
      * DATA/HORA, OPERADOR, NIVEIS DO OPERADOR E EXIGIDO, VALOR,
      * MOTIVO E AS IMAGENS ANTES E DEPOIS DO PEDIDO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT PEDCOMP         ASSIGN TO UT-S-PEDCOMP
                      FILE STATUS IS FS-PEDCOMP.
      *
           SELECT MATAPRV         ASSIGN TO UT-S-MATAPRV
                      FILE STATUS IS FS-MATAPRV.
      *
           SELECT JRNAPRV         ASSIGN TO UT-S-JRNAPRV
                      FILE STATUS IS FS-JRNAPRV.
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
      * CARTEIRA DE PEDIDOS DE COMPRA (LAYOUT DO PU8EXE38, COM A DATA
      * PROMETIDA E A CONFIRMACAO DO PU8EXE86 NO FINAL).
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
       FD MATAPRV
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MATAPRV.
       COPY MATAPRV.
      *
      * JORNAL DAS DECISOES DE APROVACAO: DECISAO ('A' APROVADO, 'R'
      * REJEITADO), DATA/HORA, OPERADOR E SEU NIVEL, NIVEL EXIGIDO
      * PELA MATRIZ, VALOR DO PEDIDO, MOTIVO DA REJEICAO E AS
      * IMAGENS ANTES E DEPOIS DO REG-PEDCOMP.
      *
       FD JRNAPRV
           RECORD     CONTAINS    200 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-JRNAPRV.
       01 REG-JRNAPRV.
          05 JAP-DECISAO          PIC X(01).
          05 JAP-DATA             PIC 9(08).
          05 JAP-HORA             PIC 9(06).
          05 JAP-OPERADOR         PIC X(05).
          05 JAP-NIVEL-OPER       PIC X(01).
          05 JAP-NIVEL-EXIG       PIC X(01).
          05 JAP-VALOR            PIC 9(13)V99.
          05 JAP-MOTIVO           PIC X(30).
          05 JAP-ANTES            PIC X(60).
          05 JAP-DEPOIS           PIC X(60).
          05 FILLER               PIC X(13).
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
       77 ACUM-APROVADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-ADIADOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-FORA-ALCADA        PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PEDCOMP              PIC X(02) VALUE SPACES.
       77 FS-MATAPRV              PIC X(02) VALUE SPACES.
       77 FS-JRNAPRV              PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-REGRAVACAO           PIC X(13) VALUE 'NA REGRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      * DECISAO DIGITADA E CONTROLE DA SESSAO
      *
       77 WS-DECISAO              PIC X(01) VALUE SPACES.
       77 WS-MOTIVO-REJ           PIC X(30) VALUE SPACES.
       77 WS-CONTINUA             PIC X(01) VALUE 'S'.
      *
      * MATRIZ DE ALCADAS EM TABELA (ORDEM CRESCENTE DE LIMITE),
      * VALOR DO PEDIDO EM EXAME E NIVEL EXIGIDO PARA ELE
      *
       01 WS-TAB-MAP.
          05 WS-TAB-MAP-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-MAP-ENTRY OCCURS 20 TIMES.
             10 WS-TAB-MAP-LIMITE PIC 9(13)V99.
             10 WS-TAB-MAP-NIVEL  PIC X(01).
       77 WS-IDX-MAP              PIC 9(02) VALUE ZEROS.
       77 WS-MAP-ACHADO           PIC 9(02) VALUE ZEROS.
       77 WS-NIVEL-MAXIMO         PIC X(01) VALUE '1'.
       77 WS-NIVEL-EXIGIDO        PIC X(01) VALUE '1'.
       77 WS-VLR-PEDIDO           PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-PEDIDO-ED        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-PRECO-ED             PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * OPERADOR DA SESSAO E IMAGEM DO PEDIDO ANTES DA DECISAO,
      * PARA O JORNAL JRNAPRV
      *
       77 WS-OPERADOR             PIC X(05) VALUE SPACES.
       77 WS-IMAGEM-ANTES         PIC X(60) VALUE SPACES.
      *
      * ASSINATURA: TABELA DE OPERADORES CARREGADA DO ARQUIVO
      * OPERADOR, NIVEL DO OPERADOR ASSINADO E CONTROLE DE
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
           PERFORM 001-10-CARREGAR-MATAPRV.
           PERFORM 001-02-ASSINAR-OPERADOR.
           PERFORM 002-00-LER-PEDCOMP.
           PERFORM 003-00-TRATAR
               UNTIL FS-PEDCOMP EQUAL '10'
                  OR WS-CONTINUA EQUAL 'N'.
           PERFORM 005-00-MOSTRAR-TOTAIS.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN I-O PEDCOMP
                INPUT OPERADOR
                      MATAPRV
                EXTEND JRNAPRV
                       SEGLOG.
           PERFORM 001-01-FS-PEDCOMP.
           PERFORM 001-03-FS-JRNAPRV.
           PERFORM 001-04-FS-OPERADOR.
           PERFORM 001-08-FS-SEGLOG.
           PERFORM 001-09-FS-MATAPRV.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-FS-PEDCOMP          SECTION.
      *================================================================*
           MOVE 'PEDCOMP'         TO FS-ARQUIVO.
           MOVE FS-PEDCOMP        TO FS-COD-STATUS.

           IF FS-PEDCOMP NOT EQUAL '00' AND '10'
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

      *    O COMPRADOR (NIVEL '1') NAO TEM ALCADA DE APROVACAO.
           IF WS-NIVEL-OPERADOR NOT GREATER '1'
               DISPLAY '* OPERADOR SEM ALCADA DE APROVACAO *'
               ADD 1              TO ACUM-REJEITADOS
               MOVE 'SEM ALCADA APROVACAO' TO SEG-MOTIVO
               PERFORM 008-01-GRAVAR-SEGLOG
               MOVE 'N'           TO WS-CONTINUA
               PERFORM 007-00-FECHAR-ARQUIVOS
               STOP RUN.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-JRNAPRV          SECTION.
      *================================================================*
           MOVE 'JRNAPRV'         TO FS-ARQUIVO.
           MOVE FS-JRNAPRV        TO FS-COD-STATUS.

           IF FS-JRNAPRV NOT EQUAL '00' AND '10'
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
       001-09-FS-MATAPRV          SECTION.
      *================================================================*
           MOVE 'MATAPRV'         TO FS-ARQUIVO.
           MOVE FS-MATAPRV        TO FS-COD-STATUS.

           IF FS-MATAPRV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-MATAPRV    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATAPRV.
           PERFORM 001-09-FS-MATAPRV.

           PERFORM 001-11-ACUMULAR-MATAPRV
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

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-MATAPRV    SECTION.
      *================================================================*
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

       001-11-FIM.                EXIT.

      *================================================================*
       002-00-LER-PEDCOMP         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.
           PERFORM 001-01-FS-PEDCOMP.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-TRATAR              SECTION.
      *================================================================*
           IF SITUACAO-PO EQUAL 'E'
               ADD 1              TO ACUM-LIDOS
               PERFORM 003-01-APURAR-NIVEL
               IF WS-NIVEL-EXIGIDO GREATER WS-NIVEL-OPERADOR
                   ADD 1          TO ACUM-FORA-ALCADA
               ELSE
                   PERFORM 004-00-DECIDIR
               END-IF.

           IF WS-CONTINUA EQUAL 'S'
               PERFORM 002-00-LER-PEDCOMP.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-APURAR-NIVEL        SECTION.
      *================================================================*
      * MESMA REGRA DO PU8EXE38: PRIMEIRA FAIXA QUE COMPORTA O VALOR;
      * ACIMA DA ULTIMA, O MAIOR NIVEL; MATRIZ VAZIA, NIVEL '1'.
      *
           COMPUTE WS-VLR-PEDIDO = QTD-PO * PREC-PO.
           MOVE '1'               TO WS-NIVEL-EXIGIDO.

           IF WS-TAB-MAP-QTD GREATER ZEROS
               MOVE ZEROS         TO WS-MAP-ACHADO
               PERFORM 003-02-PROCURAR-FAIXA
                   VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP GREATER WS-TAB-MAP-QTD
                      OR WS-MAP-ACHADO NOT EQUAL ZEROS
               IF WS-MAP-ACHADO EQUAL ZEROS
                   MOVE WS-NIVEL-MAXIMO TO WS-NIVEL-EXIGIDO
               ELSE
                   MOVE WS-TAB-MAP-NIVEL (WS-MAP-ACHADO)
                                  TO WS-NIVEL-EXIGIDO
               END-IF.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-PROCURAR-FAIXA      SECTION.
      *================================================================*
           IF WS-TAB-MAP-LIMITE (WS-IDX-MAP) NOT LESS WS-VLR-PEDIDO
               MOVE WS-IDX-MAP    TO WS-MAP-ACHADO.

       003-02-FIM.                EXIT.

      *================================================================*
       004-00-DECIDIR             SECTION.
      *================================================================*
           PERFORM 004-01-MOSTRAR-PEDIDO.

           MOVE SPACES            TO WS-DECISAO.
           PERFORM 004-02-ACEITAR-DECISAO
               UNTIL WS-DECISAO EQUAL 'A' OR 'R' OR 'D' OR 'T'.

           EVALUATE TRUE
               WHEN WS-DECISAO EQUAL 'A'
                   MOVE REG-PEDCOMP TO WS-IMAGEM-ANTES
                   MOVE SPACES    TO WS-MOTIVO-REJ
                   MOVE 'A'       TO SITUACAO-PO
                   PERFORM 004-04-REGRAVAR-PEDCOMP
                   DISPLAY '* PEDIDO APROVADO *'
                   ADD 1          TO ACUM-APROVADOS
               WHEN WS-DECISAO EQUAL 'R'
                   MOVE SPACES    TO WS-MOTIVO-REJ
                   PERFORM 004-03-ACEITAR-MOTIVO
                       UNTIL WS-MOTIVO-REJ NOT EQUAL SPACES
                   MOVE REG-PEDCOMP TO WS-IMAGEM-ANTES
                   MOVE 'C'       TO SITUACAO-PO
                   PERFORM 004-04-REGRAVAR-PEDCOMP
                   DISPLAY '* PEDIDO REJEITADO *'
                   ADD 1          TO ACUM-REJEITADOS
               WHEN WS-DECISAO EQUAL 'D'
                   ADD 1          TO ACUM-ADIADOS
               WHEN WS-DECISAO EQUAL 'T'
                   MOVE 'N'       TO WS-CONTINUA.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-MOSTRAR-PEDIDO      SECTION.
      *================================================================*
           MOVE PREC-PO           TO WS-PRECO-ED.
           MOVE WS-VLR-PEDIDO     TO WS-VLR-PEDIDO-ED.

           DISPLAY '----------------------------------------------'.
           DISPLAY ' PEDIDO DE COMPRA EM APROVACAO'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'PEDIDO................: ' NUM-PO.
           DISPLAY 'PECA..................: ' COD-PECA-PO.
           DISPLAY 'FORNECEDOR............: ' FORN-PO.
           DISPLAY 'QUANTIDADE............: ' QTD-PO.
           DISPLAY 'PRECO UNITARIO........: ' WS-PRECO-ED.
           DISPLAY 'VALOR DO PEDIDO.......: ' WS-VLR-PEDIDO-ED.
           DISPLAY 'EMISSAO...............: ' DT-EMISSAO-PO.
           DISPLAY 'NIVEL EXIGIDO.........: ' WS-NIVEL-EXIGIDO.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-ACEITAR-DECISAO     SECTION.
      *================================================================*
           DISPLAY 'A-APROVAR R-REJEITAR D-DEIXAR P/ DEPOIS '
                   'T-TERMINAR: ' WITH NO ADVANCING.
           ACCEPT WS-DECISAO.

           IF WS-DECISAO NOT EQUAL 'A' AND 'R' AND 'D' AND 'T'
               DISPLAY '* OPCAO INVALIDA *'.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-ACEITAR-MOTIVO      SECTION.
      *================================================================*
           DISPLAY 'MOTIVO DA REJEICAO....: ' WITH NO ADVANCING.
           ACCEPT WS-MOTIVO-REJ.

           IF WS-MOTIVO-REJ EQUAL SPACES
               DISPLAY '* MOTIVO OBRIGATORIO NA REJEICAO *'.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-REGRAVAR-PEDCOMP    SECTION.
      *================================================================*
           MOVE FS-REGRAVACAO     TO FS-OPERACAO.
           REWRITE REG-PEDCOMP.
           PERFORM 001-01-FS-PEDCOMP.

           ADD 1                  TO ACUM-GRAVADOS.
           MOVE WS-DECISAO        TO JAP-DECISAO.
           PERFORM 008-00-GRAVAR-JRNAPRV.

       004-04-FIM.                EXIT.

      *================================================================*
       005-00-MOSTRAR-TOTAIS      SECTION.
      *================================================================*
           DISPLAY '----------------------------------------------'.
           DISPLAY 'PEDIDOS EM APROVACAO LIDOS....: ' ACUM-LIDOS.
           DISPLAY 'PEDIDOS APROVADOS.............: ' ACUM-APROVADOS.
           DISPLAY 'PEDIDOS REJEITADOS............: '
                   ACUM-REJEITADOS.
           DISPLAY 'PEDIDOS DEIXADOS P/ DEPOIS....: ' ACUM-ADIADOS.
           DISPLAY 'PEDIDOS FORA DA ALCADA........: '
                   ACUM-FORA-ALCADA.

       005-00-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PEDCOMP
                 JRNAPRV
                 SEGLOG.
           PERFORM 001-01-FS-PEDCOMP.
           PERFORM 001-03-FS-JRNAPRV.
           PERFORM 001-08-FS-SEGLOG.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-GRAVAR-JRNAPRV      SECTION.
      *================================================================*
      * JAP-DECISAO JA VEM PREENCHIDA PELO CHAMADOR; A IMAGEM ANTES
      * VEM DE WS-IMAGEM-ANTES E A IMAGEM DEPOIS DO PROPRIO
      * REG-PEDCOMP JA REGRAVADO.
      *
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-DATA-HORA.
           MOVE WS-JRN-AAAAMMDD   TO JAP-DATA.
           MOVE WS-JRN-HHMMSS     TO JAP-HORA.
           MOVE WS-OPERADOR       TO JAP-OPERADOR.
           MOVE WS-NIVEL-OPERADOR TO JAP-NIVEL-OPER.
           MOVE WS-NIVEL-EXIGIDO  TO JAP-NIVEL-EXIG.
           MOVE WS-VLR-PEDIDO     TO JAP-VALOR.
           MOVE WS-MOTIVO-REJ     TO JAP-MOTIVO.
           MOVE WS-IMAGEM-ANTES   TO JAP-ANTES.
           MOVE REG-PEDCOMP       TO JAP-DEPOIS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-JRNAPRV.
           PERFORM 001-03-FS-JRNAPRV.

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
           MOVE WS-DECISAO        TO SEG-OPCAO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-SEGLOG.
           PERFORM 001-08-FS-SEGLOG.

       008-01-FIM.                EXIT.

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
               MOVE 'PU8EXF33'        TO RUNLOG-PROGRAMA
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
