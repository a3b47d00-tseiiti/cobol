      * TOTAL. O RETORNO DE CONFIRMACAO E PROCESSADO PELO PU8EXE86.
      * O AGRUPAMENTO E FEITO POR SELECAO EM TABELA (SEM VERBO SORT,
      * PADRAO DA CASA).
      *
      * AS LINHAS ALTERADAS OU CANCELADAS PELO PU8EXF30 (PEDREV, NO
      * LAYOUT PEDCOMP) SAEM NO ARQUIVO DO SEU FORNECEDOR MARCADAS NO
      * DETALHE ('R' REVISADA, 'C' CANCELADA), MESMO QUE A LINHA NAO
      * ESTEJA MAIS ABERTA, PARA O FORNECEDOR VER A REVISAO. LINHA
      * CANCELADA NAO ENTRA NA SOMA DE VALORES DO ENCERRAMENTO.
      *
      * PEDIDO AINDA EM APROVACAO ('E', ACIMA DA ALCADA DO COMPRADOR)
      * NAO E ENVIADO: SO SAI NO INTERCAMBIO DEPOIS DE APROVADO NO
      * PU8EXF33, QUANDO PASSA A 'A'.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT PEDCOMP         ASSIGN TO UT-S-PEDCOMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PEDCOMP.
      *
           SELECT PEDREV          ASSIGN TO UT-S-PEDREV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PEDREV.
      *
           SELECT CADFORN         ASSIGN TO UT-S-CADFORN
                                  ACCESS SEQUENTIAL
          05 QTD-RECEBIDA-PO      PIC 9(05).
          05 SITUACAO-PO          PIC X(01).
          05 FILLER               PIC X(10).
      *
      * LINHAS REVISADAS PELO PU8EXF30, NO LAYOUT DO PEDCOMP.
      *
       FD PEDREV
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PEDREV.
       01 REG-PEDREV.
          05 NUM-PO-REV           PIC 9(06).
          05 COD-PECA-REV         PIC 9(05).
          05 FORN-REV             PIC 9(05).
          05 PREC-REV             PIC 9(13)V99.
          05 QTD-REV              PIC 9(05).
          05 DT-EMISSAO-REV       PIC 9(08).
          05 QTD-RECEBIDA-REV     PIC 9(05).
          05 SITUACAO-REV         PIC X(01).
          05 FILLER               PIC X(10).
      *
       FD CADFORN
           RECORD     CONTAINS    40 CHARACTERS
          05 WS-INT-DET-QTD       PIC 9(05).
          05 WS-INT-DET-PRECO     PIC 9(13)V99.
          05 WS-INT-DET-EMISSAO   PIC 9(08).
          05 WS-INT-DET-REVISAO   PIC X(01).
          05 FILLER               PIC X(39) VALUE SPACES.
      *
       01 WS-INT-ENCERRA.
          05 FILLER               PIC X(01) VALUE '9'.
          05 FILLER               PIC X(57) VALUE SPACES.
      *
      *  PEDIDOS ABERTOS EM TABELA, MARCADOS A MEDIDA QUE SAEM NO
      *  ARQUIVO DO SEU FORNECEDOR. REVISAO: BRANCOS ORIGINAL, 'R'
      *  REVISADA, 'C' CANCELADA.
      *
       01 WS-TAB-PED.
          05 WS-TAB-PED-QTD       PIC 9(03) VALUE ZEROS.
             10 WS-TAB-PED-QTDE   PIC 9(05).
             10 WS-TAB-PED-EMISSAO PIC 9(08).
             10 WS-TAB-PED-ENVIADO PIC X(01).
             10 WS-TAB-PED-REVISAO PIC X(01).
      *
       01 WS-TAB-FOR.
          05 WS-TAB-FOR-QTD       PIC 9(03) VALUE ZEROS.
       77 ACUM-PEDIDOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-ENVIADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-FORNECEDORES       PIC 9(06) VALUE ZEROS.
       77 ACUM-REVISOES           PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PEDCOMP              PIC X(02) VALUE SPACES.
       77 FS-PEDREV               PIC X(02) VALUE SPACES.
       77 FS-CADFORN              PIC X(02) VALUE SPACES.
       77 FS-INTFORN              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
          05 DET001-QTD           PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-REVISAO       PIC X(09).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE FORNECEDORES NO INTERCAMBIO     :'.
          05 TOT003-FORNECEDORES  PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'LINHAS REVISADAS OU CANCELADAS ENVIADAS  :'.
          05 TOT004-REVISOES      PIC ZZZ.ZZ9.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 001-07-LER-PARMDATA.
           PERFORM 001-08-CARREGAR-CADFORN.
           PERFORM 001-10-CARREGAR-PEDCOMP.
           PERFORM 001-12-CARREGAR-PEDREV.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-GERAR-INTERCAMBIO.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  PEDCOMP
                       PEDREV
                       CADFORN
                       PARMDATA
                OUTPUT INTFORN
           PERFORM 001-03-FS-CADFORN.
           PERFORM 001-04-FS-INTFORN.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-06-FS-PEDREV.

       001-01-FIM.                EXIT.


       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-PEDREV           SECTION.
      *================================================================*
           MOVE 'PEDREV'          TO FS-ARQUIVO.
           MOVE FS-PEDREV         TO FS-COD-STATUS.

           IF FS-PEDREV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-LER-PARMDATA        SECTION.
      *================================================================*
               MOVE DT-EMISSAO-PO TO
                   WS-TAB-PED-EMISSAO (WS-TAB-PED-QTD)
               MOVE 'N'           TO
                   WS-TAB-PED-ENVIADO (WS-TAB-PED-QTD)
               MOVE SPACES        TO
                   WS-TAB-PED-REVISAO (WS-TAB-PED-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-PEDREV     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDREV.
           PERFORM 001-06-FS-PEDREV.

           PERFORM 001-13-ACUMULAR-PEDREV
               UNTIL FS-PEDREV EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PEDREV.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-PEDREV     SECTION.
      *================================================================*
      * LINHA REVISADA AINDA ABERTA SO GANHA A MARCA; A QUE JA NAO
      * ESTA ABERTA (CANCELADA, FECHADA OU PARCIAL) ENTRA NA TABELA.
      *
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 001-13-01-PROCURAR-LINHA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PED-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               IF WS-TAB-PED-QTD EQUAL 500
                   DISPLAY '* PEDCOMP COM MAIS DE 500 PEDIDOS    *'
                   DISPLAY '* AUMENTAR WS-TAB-PED E REPROCESSAR  *'
                   MOVE 'PEDREV'  TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-PED-QTD
               MOVE WS-TAB-PED-QTD TO WS-ACHADO
               MOVE NUM-PO-REV    TO WS-TAB-PED-PO (WS-ACHADO)
               MOVE COD-PECA-REV  TO WS-TAB-PED-PECA (WS-ACHADO)
               MOVE FORN-REV      TO WS-TAB-PED-FORN (WS-ACHADO)
               MOVE PREC-REV      TO WS-TAB-PED-PRECO (WS-ACHADO)
               MOVE QTD-REV       TO WS-TAB-PED-QTDE (WS-ACHADO)
               MOVE DT-EMISSAO-REV TO
                   WS-TAB-PED-EMISSAO (WS-ACHADO)
               MOVE 'N'           TO WS-TAB-PED-ENVIADO (WS-ACHADO).

           IF SITUACAO-REV EQUAL 'C'
               MOVE 'C'           TO WS-TAB-PED-REVISAO (WS-ACHADO)
           ELSE
               MOVE 'R'           TO WS-TAB-PED-REVISAO (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDREV.
           PERFORM 001-06-FS-PEDREV.

       001-13-FIM.                EXIT.

      *================================================================*
       001-13-01-PROCURAR-LINHA   SECTION.
      *================================================================*
           IF WS-TAB-PED-PO (WS-IDX) EQUAL NUM-PO-REV
              AND WS-TAB-PED-PECA (WS-IDX) EQUAL COD-PECA-REV
               MOVE WS-IDX        TO WS-ACHADO.

       001-13-01-FIM.             EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
              AND WS-TAB-PED-FORN (WS-IDX) EQUAL WS-FORN-ATUAL
               ADD 1              TO WS-QTD-LINHAS-FORN
               ADD 1              TO ACUM-ENVIADOS
               IF WS-TAB-PED-REVISAO (WS-IDX) EQUAL 'C'
                   MOVE ZEROS     TO WS-VLR-LINHA
               ELSE
                   COMPUTE WS-VLR-LINHA =
                       WS-TAB-PED-QTDE (WS-IDX) *
                       WS-TAB-PED-PRECO (WS-IDX)
               END-IF
               IF WS-TAB-PED-REVISAO (WS-IDX) NOT EQUAL SPACES
                   ADD 1          TO ACUM-REVISOES
               END-IF
               ADD WS-VLR-LINHA   TO WS-SOMA-VLR-FORN
               MOVE WS-TAB-PED-PO (WS-IDX)     TO WS-INT-DET-PO
               MOVE WS-TAB-PED-PECA (WS-IDX)   TO WS-INT-DET-PECA
               MOVE WS-TAB-PED-PRECO (WS-IDX)  TO WS-INT-DET-PRECO
               MOVE WS-TAB-PED-EMISSAO (WS-IDX)
                                  TO WS-INT-DET-EMISSAO
               MOVE WS-TAB-PED-REVISAO (WS-IDX)
                                  TO WS-INT-DET-REVISAO
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-INTFORN  FROM WS-INT-DETALHE
               PERFORM 001-04-FS-INTFORN
           MOVE WS-TAB-PED-QTDE (WS-IDX) TO DET001-QTD.
           MOVE WS-VLR-LINHA      TO DET001-VALOR.

           EVALUATE WS-TAB-PED-REVISAO (WS-IDX)
               WHEN 'R'
                   MOVE 'REVISADA'  TO DET001-REVISAO
               WHEN 'C'
                   MOVE 'CANCELADA' TO DET001-REVISAO
               WHEN OTHER
                   MOVE SPACES      TO DET001-REVISAO
           END-EVALUATE.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE ACUM-PEDIDOS      TO TOT001-PEDIDOS.
           MOVE ACUM-ENVIADOS     TO TOT002-ENVIADOS.
           MOVE ACUM-FORNECEDORES TO TOT003-FORNECEDORES.
           MOVE ACUM-REVISOES     TO TOT004-REVISOES.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.
           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
