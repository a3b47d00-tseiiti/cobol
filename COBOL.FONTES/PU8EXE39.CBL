      * 'P' (PARCIAL) OU 'F' (FECHADO) QUANDO A QUANTIDADE PEDIDA E
      * ATINGIDA. GERA A CARTEIRA ATUALIZADA (PEDCOMN), IMPRIME OS
      * PEDIDOS MOVIMENTADOS E LISTA RECEBIMENTOS SEM PEDIDO.
      *
      * SO RECEBEM ENTRADA AS LINHAS EM ABERTO ('A') OU PARCIAIS
      * ('P'). O RECEBIMENTO DE LINHA AINDA EM APROVACAO ('E', DO
      * PU8EXE38, QUE O PU8EXF33 AINDA NAO APROVOU), CANCELADA ('C',
      * PELO PU8EXF30 OU REPROVADA NO PU8EXF33) OU JA FECHADA ('F')
      * NAO ALTERA A LINHA: FICA RETIDO E SAI NO FIM DO RELATORIO COM
      * A SITUACAO DO PEDIDO, PARA O COMPRADOR REGULARIZAR.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
             10 WS-TAB-REC-QTDE   PIC 9(05).
             10 WS-TAB-REC-DOC    PIC X(10).
             10 WS-TAB-REC-CASADO PIC X(01).
             10 WS-TAB-REC-SIT    PIC X(01).
      *
      *  WS-TAB-REC-SIT GUARDA A SITUACAO DA LINHA DE PEDIDO QUE O
      *  RECEBIMENTO ENCONTROU SEM PODER SER SOMADO ('E', 'C' OU
      *  'F'); EM BRANCO, NENHUMA LINHA DO PEDIDO FOI ENCONTRADA.
      *
       77 WS-IDX-REC              PIC 9(03) VALUE ZEROS.
      *
       77 ACUM-MOVIMENTADOS       PIC 9(06) VALUE ZEROS.
       77 ACUM-FECHADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-PEDIDO         PIC 9(06) VALUE ZEROS.
       77 ACUM-RETIDOS            PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
          05 DET002-DOC           PIC X(10).
          05 FILLER               PIC X(07) VALUE '  QTDE '.
          05 DET002-QTD           PIC ZZ.ZZ9.
      *
       01  DET003.
          05 FILLER               PIC X(20) VALUE
             'RECEBIMENTO RETIDO -'.
          05 FILLER               PIC X(08) VALUE ' PEDIDO '.
          05 DET003-NUM-PO        PIC 9(06).
          05 FILLER               PIC X(05) VALUE ' SIT '.
          05 DET003-SIT           PIC X(01).
          05 FILLER               PIC X(06) VALUE ' DOC. '.
          05 DET003-DOC           PIC X(10).
          05 FILLER               PIC X(07) VALUE '  QTDE '.
          05 DET003-QTD           PIC ZZ.ZZ9.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE RECEBIMENTOS SEM PEDIDO         :'.
          05 TOT004-SEM-PEDIDO    PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'RECEBIMENTOS RETIDOS (PEDIDO E/C/F)      :'.
          05 TOT005-RETIDOS       PIC ZZZ.ZZ9.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
                   WS-TAB-REC-DOC (WS-TAB-REC-QTD)
               MOVE 'N'           TO
                   WS-TAB-REC-CASADO (WS-TAB-REC-QTD)
               MOVE SPACES        TO
                   WS-TAB-REC-SIT (WS-TAB-REC-QTD)
               IF WS-DOC-NUM-PO NUMERIC
                   MOVE WS-DOC-NUM-PO TO
                       WS-TAB-REC-NUM-PO (WS-TAB-REC-QTD)
      *================================================================*
       004-01-SOMAR-RECEBIMENTOS  SECTION.
      *================================================================*
      * LINHA FORA DE 'A'/'P' NAO RECEBE: O RECEBIMENTO FICA LIVRE
      * PARA OUTRA LINHA DO MESMO PEDIDO E GUARDA A SITUACAO
      * ENCONTRADA PARA A LISTA DE RETIDOS.
      *
           IF WS-TAB-REC-CASADO (WS-IDX-REC) EQUAL 'N'
              AND WS-TAB-REC-NUM-PO (WS-IDX-REC) EQUAL NUM-PO
               IF SITUACAO-PO EQUAL 'A' OR 'P'
                   ADD WS-TAB-REC-QTDE (WS-IDX-REC)
                                  TO WS-RECEBIDO-AGORA
                   MOVE 'S'       TO WS-TAB-REC-CASADO (WS-IDX-REC)
               ELSE
                   MOVE SITUACAO-PO TO WS-TAB-REC-SIT (WS-IDX-REC)
               END-IF.

       004-01-FIM.                EXIT.

       005-02-LISTAR-UM           SECTION.
      *================================================================*
           IF WS-TAB-REC-CASADO (WS-IDX-REC) EQUAL 'N'
               IF ACUM-LINHAS GREATER 59
                   PERFORM 004-04-CABECALHOS
               END-IF
               IF WS-TAB-REC-SIT (WS-IDX-REC) EQUAL SPACES
                   ADD 1          TO ACUM-SEM-PEDIDO
                   MOVE WS-TAB-REC-DOC (WS-IDX-REC)  TO DET002-DOC
                   MOVE WS-TAB-REC-QTDE (WS-IDX-REC) TO DET002-QTD
                   WRITE REG-RELATO FROM DET002 AFTER 1
               ELSE
                   ADD 1          TO ACUM-RETIDOS
                   MOVE WS-TAB-REC-NUM-PO (WS-IDX-REC)
                                  TO DET003-NUM-PO
                   MOVE WS-TAB-REC-SIT (WS-IDX-REC)  TO DET003-SIT
                   MOVE WS-TAB-REC-DOC (WS-IDX-REC)  TO DET003-DOC
                   MOVE WS-TAB-REC-QTDE (WS-IDX-REC) TO DET003-QTD
                   WRITE REG-RELATO FROM DET003 AFTER 1
               END-IF
               PERFORM 001-05-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           MOVE ACUM-MOVIMENTADOS TO TOT002-MOVIMENTADOS.
           MOVE ACUM-FECHADOS     TO TOT003-FECHADOS.
           MOVE ACUM-SEM-PEDIDO   TO TOT004-SEM-PEDIDO.
           MOVE ACUM-RETIDOS      TO TOT005-RETIDOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.
           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       006-00-FIM.                EXIT.

      *================================================================*
               END-IF
               MOVE ACUM-PEDIDOS            TO RUNLOG-QTD-LIDOS
               MOVE ACUM-MOVIMENTADOS       TO RUNLOG-QTD-GRAVADOS
               COMPUTE RUNLOG-QTD-REJEITADOS =
                   ACUM-SEM-PEDIDO + ACUM-RETIDOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
