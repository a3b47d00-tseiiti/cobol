       PROGRAM-ID.    PU8EXE82.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * RELATORIO DE FECHAMENTO DA MERCADORIA RECEBIDA E NAO
      * FATURADA. PARA CADA PEDIDO DO PEDCOMP, COMPARA A QUANTIDADE
      * JA RECEBIDA (QTD-RECEBIDA-PO, APONTADA PELO PU8EXE39) COM A
      * QUANTIDADE JA FATURADA NAS NOTAS LIBERADAS (NOTALIB, SOMADA
      * POR PEDIDO): A DIFERENCA, VALORIZADA AO PRECO DO PEDIDO, E O
      * SALDO NAO FATURADO DO MES. O RELATORIO SAI POR FORNECEDOR COM
      * A CONTA CONTABIL DA PECA (PECACONT; PECA SEM CONTA CADASTRADA
      * CAI NA CONTA TRANSITORIA DO PARMESTC, COMO NO PU8EXF20).
      *
      * O PROGRAMA NAO GERA LANCAMENTOS. O RECEBIMENTO JA E
      * CONTABILIZADO PELO PU8EXF20 (DEBITO NO ESTOQUE DA PECA E
      * CREDITO EM RECEBIDO NAO FATURADO) E A NOTA DO FORNECEDOR PELO
      * PU8EXE81 (DEBITO EM RECEBIDO NAO FATURADO E CREDITO EM
      * FORNECEDORES), AMBOS NA CONTA DE RECEBIDO NAO FATURADO DO
      * PARMESTC; O TOTAL DO RELATORIO E A COMPOSICAO DO SALDO DESSA
      * CONTA NO FECHAMENTO, PARA A CONFERENCIA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT PECACONT        ASSIGN TO UT-S-PECACONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PECACONT.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMESTC    ASSIGN TO UT-S-PARMESTC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMESTC.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
          05 COD-PECA-PCT         PIC 9(05).
          05 CONTA-PCT            PIC X(10).
          05 FILLER               PIC X(05).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO DO PU8EXF20; AQUI SO INTERESSA A CONTA
      * TRANSITORIA PARA PECA SEM CONTA CADASTRADA.
      *
       FD PARMESTC
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMESTC.
       01 REG-PARMESTC.
          05 CONTA-RNF-PARM       PIC X(10).
          05 CONTA-PROC-PARM      PIC X(10).
          05 CONTA-DIF-PARM       PIC X(10).
          05 CONTA-TRANS-PARM     PIC X(10).
          05 CONTA-ACES-PARM      PIC X(10).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
       01 WS-DATA-REF-R           REDEFINES WS-DATA-REF
                                  PIC 9(08).
      *
       77 WS-CONTA-TRANSIT        PIC X(10) VALUE SPACES.
      *
      *  FATURADO POR PEDIDO (SOMA DAS NOTAS LIBERADAS)
          05 WS-TAB-PCT-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PCT-PECA   PIC 9(05).
             10 WS-TAB-PCT-CONTA  PIC X(10).
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PENDENTE         PIC S9(07) VALUE ZEROS.
       77 WS-VLR-PENDENTE         PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONTA-PECA           PIC X(10) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-PEDIDOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-PENDENTES          PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-PENDENTE       PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PEDCOMP              PIC X(02) VALUE SPACES.
       77 FS-NOTALIB              PIC X(02) VALUE SPACES.
       77 FS-PECACONT             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMESTC             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'RECEBIDO NAO FATURADO POR PEDIDO'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
          05 FILLER               PIC X(08) VALUE 'PECA'.
          05 FILLER               PIC X(12) VALUE 'CONTA'.
          05 FILLER               PIC X(10) VALUE 'QTD PEND'.
          05 FILLER               PIC X(16) VALUE 'VALOR PENDENTE'.
      *
       01  DET001.
          05 DET001-PO            PIC 9(06).
          05 TOT002-PENDENTES     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL NAO FATURADO   :'.
          05 TOT003-VLR-PENDENTE  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
      *
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 001-10-LER-PARMESTC.
           PERFORM 001-11-CARREGAR-NOTALIB.
           PERFORM 001-13-CARREGAR-PECACONT.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-APURAR-PEDIDOS.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.
           OPEN INPUT  PEDCOMP
                       NOTALIB
                       PECACONT
                       PARMESTC
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.
           PERFORM 001-02-FS-PEDCOMP.
           PERFORM 001-03-FS-NOTALIB.
           PERFORM 001-04-FS-PECACONT.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

       001-04-FIM.                EXIT.

      *================================================================*
       001-06-FS-RELATO           SECTION.
      *================================================================*
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF-R.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-LER-PARMESTC        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMESTC.

           MOVE 'PARMESTC'        TO FS-ARQUIVO.
           MOVE FS-PARMESTC       TO FS-COD-STATUS.
           IF FS-PARMESTC NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-TRANS-PARM  TO WS-CONTA-TRANSIT.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMESTC.

       001-10-FIM.                EXIT.

               MOVE QTD-RECEBIDA-PO TO WS-QTD-PENDENTE.

           IF WS-QTD-PENDENTE GREATER ZEROS
               PERFORM 003-02-LISTAR-PENDENTE.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.
       003-01-01-FIM.             EXIT.

      *================================================================*
       003-02-LISTAR-PENDENTE     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PENDENTES.
           COMPUTE WS-VLR-PENDENTE =
               WS-QTD-PENDENTE * PREC-PO.
           ADD WS-VLR-PENDENTE    TO ACUM-VLR-PENDENTE.

           PERFORM 003-03-RESOLVER-CONTA.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

       003-03-01-FIM.             EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-PEDIDOS      TO TOT001-PEDIDOS.
           MOVE ACUM-PENDENTES    TO TOT002-PENDENTES.
           MOVE ACUM-VLR-PENDENTE TO TOT003-VLR-PENDENTE.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.
           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-06-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
                       WS-RUNLOG-SEG-FIM + 86400 - WS-RUNLOG-SEG-INI
               END-IF
               MOVE ACUM-PEDIDOS            TO RUNLOG-QTD-LIDOS
               MOVE ACUM-PENDENTES          TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
