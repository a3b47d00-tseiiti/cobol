      *    QUE, A PARTIR DE UM CODIGO DE PECA INFORMADO EM PARMPECA,
      *    LISTA TODOS OS PRODUTOS/SUB-PRODUTOS QUE CONSOMEM AQUELA
      *    PECA, COM QUANTIDADE E CUSTO.
      *  - O CUSTO DE CADA ITEM PASSOU A VIR DO CUSTO PADRAO CONGELADO
      *    (CUSTPAD, GERADO PELO ROLL-UP DO PU8EXF22); O CUSTO DIGITADO
      *    NA LIGACAO DO CADPRO SO VALE PARA ITEM SEM CUSTO CONGELADO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
                                  ORGANIZATION LINE SEQUENTIAL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPRO.
      *
           SELECT     CUSTPAD     ASSIGN TO DISK
                                  ORGANIZATION LINE SEQUENTIAL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CUSTPAD.
      *
           SELECT     PARMPECA    ASSIGN TO DISK
                                  ORGANIZATION LINE SEQUENTIAL
          05 EFET-ATE-ITEM         PIC 9(08).
          05 FILLER                PIC X(04).
      *
      * CUSTO PADRAO CONGELADO POR ITEM. CASO VENHA VAZIO, PREVALECE
      * O CUSTO DIGITADO NA LIGACAO DO CADPRO.
      *
       FD CUSTPAD
          RECORD      CONTAINS    30 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CUSTPAD
          VALUE OF FILE-ID IS "ARQUIVOS/CUSTPAD.TXT".
       COPY CUSTPAD.
      *
      * PARAMETRO COM O CODIGO DE PECA PARA O RELATORIO ONDE-USADO.
      * CASO VENHA VAZIO, O RELATORIO ONDE-USADO E OMITIDO.
      *
       77 WS-RAIZ-CUSTO           PIC 9(09)V99.
       77 WS-PERCENTUAL           PIC 9(03)V99.
      *
      *  CUSTO PADRAO CONGELADO (CUSTPAD), CARREGADO ANTES DO CADPRO.
      *
       01 WS-TAB-CPD.
          05 WS-TAB-CPD-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-CPD-ENTRY     OCCURS 1000 TIMES.
             10 WS-TAB-CPD-COD    PIC 9(05).
             10 WS-TAB-CPD-CUSTO  PIC 9(07)V99.
       77 WS-IX-CPD               PIC 9(04).
       77 WS-ACHOU-CPD            PIC 9(04).
      *
      *  PILHA PARA EXPLOSAO EM PROFUNDIDADE (SUBSTITUI RECURSAO, QUE
      *  O COBOL NAO OFERECE DE FORMA NATURAL VIA PERFORM).
      *
      *
       77 FS-CADPRO               PIC X(02) VALUE SPACES.
       77 FS-PARMPECA             PIC X(02) VALUE SPACES.
       77 FS-CUSTPAD              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
               MOVE FUNCTION CURRENT-DATE(1:8)
                                  TO WS-DATA-REF-PRO.
           PERFORM 001-04-LER-PARMPECA.
           PERFORM 001-06-CARREGAR-CUSTPAD.
           PERFORM 003-00-CARREGAR-TABELA.

           IF WS-QTD-ITENS GREATER ZEROS
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADPRO
                        CUSTPAD
                        PARMPECA
                        PARMDATA
                OUTPUT RELATO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-CARREGAR-CUSTPAD    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTPAD.

           PERFORM 001-07-GUARDAR-CUSTPAD
               UNTIL FS-CUSTPAD NOT EQUAL '00'.

           IF FS-CUSTPAD NOT EQUAL '10'
               MOVE 'CUSTPAD'     TO FS-ARQUIVO
               MOVE FS-CUSTPAD    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CUSTPAD.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-GUARDAR-CUSTPAD     SECTION.
      *================================================================*
           IF WS-TAB-CPD-QTD EQUAL 1000
               DISPLAY '* CUSTPAD COM MAIS DE 1000 ITENS    *'
               DISPLAY '* AUMENTAR WS-TAB-CPD E REPROCESSAR *'
               MOVE 'CUSTPAD'     TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-CPD-QTD.
           MOVE COD-ITEM-CPD      TO WS-TAB-CPD-COD   (WS-TAB-CPD-QTD).
           MOVE CUSTO-CPD         TO WS-TAB-CPD-CUSTO (WS-TAB-CPD-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTPAD.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-CUSTO-CONGELADO     SECTION.
      *================================================================*
      *    TROCA O CUSTO DIGITADO NA LIGACAO PELO CUSTO CONGELADO DO
      *    ITEM, QUANDO HOUVER.
           MOVE ZEROS             TO WS-ACHOU-CPD.

           PERFORM 001-09-PROCURAR-CUSTPAD
               VARYING WS-IX-CPD FROM 1 BY 1
               UNTIL WS-IX-CPD GREATER WS-TAB-CPD-QTD
                  OR WS-ACHOU-CPD NOT EQUAL ZEROS.

           IF WS-ACHOU-CPD NOT EQUAL ZEROS
               MOVE WS-TAB-CPD-CUSTO (WS-ACHOU-CPD)
                                  TO WS-T-CUSTO (WS-IX-ITEM).

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-PROCURAR-CUSTPAD    SECTION.
      *================================================================*
           IF WS-TAB-CPD-COD (WS-IX-CPD) EQUAL COD-ITEM
               MOVE WS-IX-CPD     TO WS-ACHOU-CPD.

       001-09-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE NIVEL-ITEM        TO WS-T-NIVEL    (WS-IX-ITEM).
           MOVE QTD-ITEM          TO WS-T-QTD      (WS-IX-ITEM).
           MOVE CUSTO             TO WS-T-CUSTO    (WS-IX-ITEM).
           PERFORM 001-08-CUSTO-CONGELADO.

           COMPUTE WS-T-CUSTO-PROP (WS-IX-ITEM) =
                   QTD-ITEM * WS-T-CUSTO (WS-IX-ITEM).
           MOVE WS-T-CUSTO-PROP (WS-IX-ITEM)
                                  TO WS-T-SUBTOTAL (WS-IX-ITEM).

