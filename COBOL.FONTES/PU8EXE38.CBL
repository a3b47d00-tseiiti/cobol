      * PARA DECISAO DA GERENCIA. PECA SEM CONTA OU CONTA SEM LINHA
      * DE ORCAMENTO SEGUE SEM BLOQUEIO, COMO ANTES. O PANORAMA
      * ORCADO X REALIZADO X COMPROMETIDO SAI NO PU8EXE84.
      *
      * PEDIDO SPOT (FORA DE CONTRATO) PASSA AINDA PELA MATRIZ DE
      * ALCADAS (MATAPRV): ACIMA DA ALCADA DO COMPRADOR (FAIXA DE
      * NIVEL '1') O PEDIDO E GRAVADO COM SITUACAO 'E' (EM
      * APROVACAO), NAO VAI PARA O FORNECEDOR (O PU8EXE85 SO ENVIA
      * OS ABERTOS) E AGUARDA A DECISAO DE UM OPERADOR DO NIVEL
      * EXIGIDO NO PU8EXF33. O PEDIDO EM APROVACAO JA CONSOME O
      * ORCAMENTO DA CONTA. CHAMADA DE CONTRATO NAO PASSA PELA
      * MATRIZ (PRECO E QUANTIDADE JA APROVADOS NO CONTRATO) E
      * MATRIZ VAZIA MANTEM A EMISSAO DIRETA.
      *
      * AS LINHAS DO ORCCONTA DE UM ANO PREPARADO PELO PU8EXF48 VEM
      * SOMENTE DA VERSAO APROVADA NO PU8EXF50; VERSOES EM
      * ELABORACAO FICAM NO ORCVERS E NAO ENTRAM NESTA CONFERENCIA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT PEDCAPRV        ASSIGN TO UT-S-PEDCAPRV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PEDCAPRV.
      *
           SELECT MATAPRV         ASSIGN TO UT-S-MATAPRV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MATAPRV.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
      * CARTEIRA DE PEDIDOS DE COMPRA: NUMERO DO PEDIDO, PECA
      * (CODSEL), FORNECEDOR E PRECO VENCEDORES, QUANTIDADE PEDIDA,
      * DATA DE EMISSAO, QUANTIDADE JA RECEBIDA E SITUACAO
      * ('A' ABERTO, 'P' PARCIALMENTE RECEBIDO, 'F' FECHADO,
      * 'E' EM APROVACAO, 'C' CANCELADO).
      *
       FD PEDCOMP
           RECORD     CONTAINS    60 CHARACTERS
       01 REG-PEDCAPRV.
          05 PEDCAPRV-COTACAO     PIC X(55).
          05 PEDCAPRV-MOTIVO      PIC X(30).
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
       77 WS-VLR-COMPROM          PIC 9(13)V99 VALUE ZEROS.
       77 WS-PERIODO-REF          PIC 9(06) VALUE ZEROS.
      *
      *  MATRIZ DE ALCADAS DE APROVACAO EM TABELA, EM ORDEM
      *  CRESCENTE DE LIMITE, E SITUACAO DO PEDIDO EM EMISSAO ('A'
      *  ABERTO OU 'E' EM APROVACAO).
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
       77 WS-SITUACAO-EMIT        PIC X(01) VALUE 'A'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-CHAMADAS           PIC 9(06) VALUE ZEROS.
       77 ACUM-RETIDOS-ORC        PIC 9(06) VALUE ZEROS.
       77 ACUM-PEND-APRV          PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-PEDIDOS        PIC 9(15)V99 VALUE ZEROS.
       77 WS-VLR-PEDIDO           PIC 9(15)V99 VALUE ZEROS.
      *
       77 FS-CADCONTA             PIC X(02) VALUE SPACES.
       77 FS-PEDCABER             PIC X(02) VALUE SPACES.
       77 FS-PEDCAPRV             PIC X(02) VALUE SPACES.
       77 FS-MATAPRV              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMPO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(44) VALUE
             'TOTAL RETIDO POR ESTOURO DE ORCAMENTO    :'.
          05 TOT006-RETIDOS-ORC   PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'TOTAL PEDIDOS AGUARDANDO APROVACAO       :'.
          05 TOT007-PEND-APRV     PIC ZZZ.ZZ9.
      *
       01  DET005.
          05 FILLER               PIC X(09) VALUE 'PENDENTE '.
          05 FILLER               PIC X(07) VALUE 'PEDIDO '.
          05 DET005-NUM-PO        PIC 9(06).
          05 FILLER               PIC X(08) VALUE '  VALOR '.
          05 DET005-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(17) VALUE
             '  NIVEL EXIGIDO '.
          05 DET005-NIVEL         PIC X(01).
      *
       01  DET004.
          05 FILLER               PIC X(09) VALUE 'RETIDO   '.
           PERFORM 001-19-CARREGAR-ORCCONTA.
           PERFORM 001-21-ACUMULAR-REALIZADO.
           PERFORM 001-22-ACUMULAR-COMPROMETIDO.
           PERFORM 001-29-CARREGAR-MATAPRV.
           PERFORM 003-00-VER-ARQ-VAZIO.
           PERFORM 004-00-TRATAR
               UNTIL FS-COTASELE EQUAL '10'.
                       ORCCONTA
                       CADCONTA
                       PEDCABER
                       MATAPRV
                       PARMPO
                       PARMDATA
                OUTPUT PEDCOMP
           PERFORM 001-25-FS-CADCONTA.
           PERFORM 001-26-FS-PEDCABER.
           PERFORM 001-27-FS-PEDCAPRV.
           PERFORM 001-28-FS-MATAPRV.

       001-01-FIM.                EXIT.

      *================================================================*
       001-22-ACUMULAR-COMPROMETIDO SECTION.
      *================================================================*
      * O SALDO A RECEBER DOS PEDIDOS AINDA ABERTOS ('A'/'P') E DOS
      * QUE AGUARDAM APROVACAO ('E') SOMA NO USO DA CONTA DA PECA.
      *
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCABER.
      *================================================================*
       001-22-01-SOMAR-UM-PEDIDO  SECTION.
      *================================================================*
           IF SITUACAO-AB EQUAL 'A' OR 'P' OR 'E'
               COMPUTE WS-VLR-COMPROM =
                   (QTD-AB - QTD-RECEBIDA-AB) * PREC-AB
               MOVE COD-PECA-AB   TO CODSEL

       001-27-FIM.                EXIT.

      *================================================================*
       001-28-FS-MATAPRV          SECTION.
      *================================================================*
           MOVE 'MATAPRV'         TO FS-ARQUIVO.
           MOVE FS-MATAPRV        TO FS-COD-STATUS.

           IF FS-MATAPRV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-28-FIM.                EXIT.

      *================================================================*
       001-29-CARREGAR-MATAPRV    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MATAPRV.
           PERFORM 001-28-FS-MATAPRV.

           PERFORM 001-30-ACUMULAR-MATAPRV
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

       001-29-FIM.                EXIT.

      *================================================================*
       001-30-ACUMULAR-MATAPRV    SECTION.
      *================================================================*
      * AS FAIXAS TEM DE VIR EM ORDEM CRESCENTE DE LIMITE: A BUSCA
      * PARA NA PRIMEIRA FAIXA QUE COMPORTA O VALOR DO PEDIDO.
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
           PERFORM 001-28-FS-MATAPRV.

       001-30-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
               ELSE
                   IF WS-CON-ACHADO NOT EQUAL ZEROS
                       PERFORM 004-07-EMITIR-CHAMADA
                       MOVE 'A'   TO WS-SITUACAO-EMIT
                   ELSE
                       PERFORM 004-74-VERIFICAR-ALCADA
                   END-IF
                   PERFORM 004-01-GRAVAR-PEDCOMP
                   PERFORM 004-02-IMPRESSAO
           MOVE QTDSEL            TO QTD-PO.
           MOVE WS-DATA-EMISSAO   TO DT-EMISSAO-PO.
           MOVE ZEROS             TO QTD-RECEBIDA-PO.
           MOVE WS-SITUACAO-EMIT  TO SITUACAO-PO.

           WRITE REG-PEDCOMP.
           PERFORM 001-03-FS-PEDCOMP.

           ADD 1                  TO ACUM-LINHAS.

           IF WS-SITUACAO-EMIT EQUAL 'E'
               MOVE WS-PROX-NUM-PO TO DET005-NUM-PO
               MOVE WS-VLR-PEDIDO TO DET005-VALOR
               MOVE WS-NIVEL-EXIGIDO TO DET005-NIVEL
               WRITE REG-RELATO   FROM DET005 AFTER 1
               PERFORM 001-04-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       004-02-FIM.                EXIT.

      *================================================================*

       004-73-01-FIM.             EXIT.

      *================================================================*
       004-74-VERIFICAR-ALCADA    SECTION.
      *================================================================*
      * PEDIDO SPOT ACIMA DA ALCADA DO COMPRADOR (NIVEL EXIGIDO
      * MAIOR QUE '1') SAI EM APROVACAO ('E'). MATRIZ VAZIA: SAI
      * ABERTO, COMO ANTES.
      *
           MOVE 'A'               TO WS-SITUACAO-EMIT.
           MOVE '1'               TO WS-NIVEL-EXIGIDO.

           IF WS-TAB-MAP-QTD GREATER ZEROS
               COMPUTE WS-VLR-EMISSAO = QTDSEL * WS-PREC-EMIT
               MOVE ZEROS         TO WS-MAP-ACHADO
               PERFORM 004-74-01-PROCURAR-FAIXA
                   VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP GREATER WS-TAB-MAP-QTD
                      OR WS-MAP-ACHADO NOT EQUAL ZEROS
               IF WS-MAP-ACHADO EQUAL ZEROS
                   MOVE WS-NIVEL-MAXIMO TO WS-NIVEL-EXIGIDO
               ELSE
                   MOVE WS-TAB-MAP-NIVEL (WS-MAP-ACHADO)
                                  TO WS-NIVEL-EXIGIDO
               END-IF
               IF WS-NIVEL-EXIGIDO GREATER '1'
                   MOVE 'E'       TO WS-SITUACAO-EMIT
                   ADD 1          TO ACUM-PEND-APRV
               END-IF.

       004-74-FIM.                EXIT.

      *================================================================*
       004-74-01-PROCURAR-FAIXA   SECTION.
      *================================================================*
           IF WS-TAB-MAP-LIMITE (WS-IDX-MAP) NOT LESS WS-VLR-EMISSAO
               MOVE WS-IDX-MAP    TO WS-MAP-ACHADO.

       004-74-01-FIM.             EXIT.

      *================================================================*
       004-50-GRAVAR-CONTCOMN     SECTION.
      *================================================================*
           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           MOVE ACUM-PEND-APRV    TO TOT007-PEND-APRV.
           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-04-FS-RELATO.

           DISPLAY 'PROXIMO NUMERO DE PEDIDO: ' WS-PROX-NUM-PO.

       005-00-FIM.                EXIT.
