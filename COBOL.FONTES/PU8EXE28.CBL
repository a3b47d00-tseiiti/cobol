      * INEXISTENTE NO CADPECA OU QUE DEIXARIAM QTD-PECA NEGATIVA
      * SAO DESVIADOS PARA O ARQUIVO DE SUSPENSOS (MOVSUS) COM O
      * MOTIVO, SEM ATUALIZAR O CADASTRO.
      *
      * CADA MOVIMENTO APLICADO SAI TAMBEM NO DIARIO VALORIZADO
      * (DIAPECA, COPY DIAPECA) COM O CUSTO UNITARIO PELO QUAL ENTROU
      * OU SAIU DO ESTOQUE - O VLR-UNIT-MOV NO RECEBIMENTO PRECIFICADO,
      * O PR-UNITARIO DA PECA NOS DEMAIS - PARA A CONTABILIZACAO DO
      * PU8EXF20.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT MOVSUS          ASSIGN TO UT-S-MOVSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVSUS.
      *
           SELECT DIAPECA         ASSIGN TO UT-S-DIAPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DIAPECA.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
       01 REG-MOVSUS.
          05 MOVSUS-MOVTO         PIC X(40).
          05 MOVSUS-MOTIVO        PIC X(30).
      *
      * DIARIO DOS MOVIMENTOS APLICADOS, VALORIZADOS, PARA O PU8EXF20.
      *
       FD DIAPECA
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DIAPECA.
       COPY DIAPECA.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
       77 WS-VLR-ESTOQUE-ANT      PIC 9(11)V99 VALUE ZEROS.
       77 WS-VLR-ESTOQUE-NOVO     PIC 9(11)V99 VALUE ZEROS.
      *
      *  CUSTO UNITARIO DO MOVIMENTO APLICADO, PARA O DIAPECA
      *
       77 WS-VLR-UNIT-DIA         PIC 9(07)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADPECA              PIC X(02) VALUE SPACES.
       77 FS-MOVPECA              PIC X(02) VALUE SPACES.
       77 FS-CADPECN              PIC X(02) VALUE SPACES.
       77 FS-MOVSUS               PIC X(02) VALUE SPACES.
       77 FS-DIAPECA              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
                       PARMDATA
                OUTPUT CADPECN
                       MOVSUS
                       DIAPECA
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

           PERFORM 001-04-FS-CADPECN.
           PERFORM 001-05-FS-MOVSUS.
           PERFORM 001-06-FS-RELATO.
           PERFORM 001-09-FS-DIAPECA.

       001-01-FIM.                EXIT.


       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-DIAPECA          SECTION.
      *================================================================*
           MOVE 'DIAPECA'         TO FS-ARQUIVO.
           MOVE FS-DIAPECA        TO FS-COD-STATUS.

           IF FS-DIAPECA NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-MOVPECA    SECTION.
      *================================================================*
       004-02-01-DESPACHAR-MOVTO  SECTION.
      *================================================================*
           IF WS-TAB-MOV-TIPO (WS-IDX-MOV) EQUAL 'E' OR 'A'
               MOVE PR-UNITARIO   TO WS-VLR-UNIT-DIA
               IF WS-TAB-MOV-TIPO (WS-IDX-MOV) EQUAL 'E'
                  AND WS-TAB-MOV-VLR (WS-IDX-MOV) GREATER ZEROS
                   MOVE WS-TAB-MOV-VLR (WS-IDX-MOV) TO WS-VLR-UNIT-DIA
                   PERFORM 004-08-REPRECIFICAR
               END-IF
               ADD WS-TAB-MOV-QTDE (WS-IDX-MOV) TO QTD-PECA
               PERFORM 004-10-GRAVAR-DIAPECA
               MOVE 'S'           TO WS-TAB-MOV-APLIC (WS-IDX-MOV)
               ADD 1              TO ACUM-APLICADOS
               MOVE 'APLICADO'    TO DET001-SITUACAO
               PERFORM 004-04-IMPRIMIR-MOVTO
           ELSE
               SUBTRACT WS-TAB-MOV-QTDE (WS-IDX-MOV) FROM QTD-PECA
               MOVE PR-UNITARIO   TO WS-VLR-UNIT-DIA
               PERFORM 004-10-GRAVAR-DIAPECA
               MOVE 'S'           TO WS-TAB-MOV-APLIC (WS-IDX-MOV)
               ADD 1              TO ACUM-APLICADOS
               MOVE 'APLICADO'    TO DET001-SITUACAO

       004-09-FIM.                EXIT.

      *================================================================*
       004-10-GRAVAR-DIAPECA      SECTION.
      *================================================================*
           MOVE WS-TAB-MOV-TIPO (WS-IDX-MOV) TO TIPO-DIA.
           MOVE WS-TAB-MOV-COD (WS-IDX-MOV)  TO COD-PECA-DIA.
           MOVE WS-TAB-MOV-QTDE (WS-IDX-MOV) TO QTD-DIA.
           MOVE WS-TAB-MOV-DATA (WS-IDX-MOV) TO DATA-DIA.
           MOVE WS-TAB-MOV-DOC (WS-IDX-MOV)  TO DOC-DIA.
           MOVE WS-VLR-UNIT-DIA   TO VLR-UNIT-DIA.
           COMPUTE VLR-TOTAL-DIA =
               WS-TAB-MOV-QTDE (WS-IDX-MOV) * WS-VLR-UNIT-DIA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-DIAPECA.
           PERFORM 001-09-FS-DIAPECA.

       004-10-FIM.                EXIT.

      *================================================================*
       005-00-REJEITAR-PENDENTES  SECTION.
      *================================================================*
           CLOSE CADPECA
                 CADPECN
                 MOVSUS
                 DIAPECA
                 RELATO.
           PERFORM 001-02-FS-CADPECA.
           PERFORM 001-04-FS-CADPECN.
           PERFORM 001-05-FS-MOVSUS.
           PERFORM 001-09-FS-DIAPECA.
           PERFORM 001-06-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
