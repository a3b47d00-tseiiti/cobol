      * EXPLODE OS COMPONENTES DA ESTRUTURA DO CADPRO (COMO O
      * PU8EXE62) E CONFERE A DISPONIBILIDADE: SALDO SOMADO DOS
      * DEPOSITOS (SALDODEP) MENOS AS RESERVAS JA EXISTENTES
      * (RESERVAS), AS RESERVAS QUE ESTA EXECUCAO JA GRAVOU E O QUE
      * AS LINHAS ANTERIORES DA PROPRIA ORDEM JA TOMARAM DA PECA. AS
      * RESERVAS DE ORDENS QUE JA SAIRAM DE 'A'/'L' (APONTADAS PELO
      * PU8EXE62, CONCLUIDAS OU FORA DA CARTEIRA) SAO BAIXADAS NA
      * COPIA: O ESTOQUE DELAS JA FOI CONSUMIDO E MANTE-LAS
      * PERMANECE 'A' E SAI NO RELATORIO DE FALTAS. O PU8EXE61 ABATE
      * O RESERVAN DO DISPONIVEL PARA NAO PROMETER DUAS VEZES A
      * MESMA PECA.
      *
      * COMPONENTE PRINCIPAL EM FALTA PODE SER TROCADO POR UM
      * SUBSTITUTO APROVADO DO ALTCOMP (MESMO ITEM PAI E MESMO
      * PRINCIPAL), NA ORDEM DE PRIORIDADE, PELO PRIMEIRO QUE TENHA
      * SALDO PARA A QUANTIDADE CONVERTIDA PELO FATOR-ALT. A RESERVA
      * SAI ENTAO NO CODIGO DO SUBSTITUTO, E O APONTAMENTO DO PU8EXE62
      * CONSOME O QUE FOI RESERVADO. CADA ORDEM LIBERADA COM
      * SUBSTITUTO SAI NO RELATORIO COM A TROCA FEITA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT RESERVAS        ASSIGN TO UT-S-RESERVAS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RESERVAS.
      *
           SELECT ALTCOMP         ASSIGN TO UT-S-ALTCOMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ALTCOMP.
      *
           SELECT ORDPRODN        ASSIGN TO UT-S-ORDPRODN
                                  ACCESS SEQUENTIAL
          05 QTD-RES              PIC 9(07).
          05 FILLER               PIC X(02).
      *
      * COMPONENTES ALTERNATIVOS APROVADOS (PODE VIR VAZIO).
      *
       FD ALTCOMP
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ALTCOMP.
       COPY ALTCOMP.
      *
      * CARTEIRA ATUALIZADA ('L' = LIBERADA), NO LAYOUT DO ORDPROD.
      *
       FD ORDPRODN
             10 WS-TAB-PRO-ITEM   PIC 9(05).
             10 WS-TAB-PRO-PAI    PIC 9(05).
             10 WS-TAB-PRO-QTDE   PIC 9(05).
             10 WS-TAB-PRO-ESC-PECA PIC 9(05).
             10 WS-TAB-PRO-ESC-QTD  PIC 9(07).
      *
      *  WS-TAB-PRO-ESC-PECA / -ESC-QTD: COMPONENTE E QUANTIDADE
      *  ESCOLHIDOS PARA A LIGACAO NA ORDEM EM TRATAMENTO (O PROPRIO
      *  PRINCIPAL OU O SUBSTITUTO DO ALTCOMP).
      *
       01 WS-TAB-ALT.
          05 WS-TAB-ALT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-ALT-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-ALT-PAI    PIC 9(05).
             10 WS-TAB-ALT-PRI    PIC 9(05).
             10 WS-TAB-ALT-SUB    PIC 9(05).
             10 WS-TAB-ALT-FATOR  PIC 9(03)V9999.
             10 WS-TAB-ALT-PRIOR  PIC 9(02).
      *
       01 WS-TAB-PEC.
          05 WS-TAB-PEC-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PEC-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PEC-COD    PIC 9(05).
             10 WS-TAB-PEC-DISP   PIC S9(07).
             10 WS-TAB-PEC-ORDEM  PIC 9(07).
      *
      *  WS-TAB-PEC-ORDEM: O QUE AS LINHAS JA CONFERIDAS DA ORDEM EM
      *  TRATAMENTO TOMARAM DA PECA (PRINCIPAIS QUE DIVIDEM O MESMO
      *  SUBSTITUTO, SUBSTITUTO QUE TAMBEM E PRINCIPAL DA ORDEM).
      *
      *  SITUACAO DE CADA ORDEM DA CARTEIRA, PARA BAIXAR AS RESERVAS
      *  DAS ORDENS QUE O PU8EXE62 JA APONTOU ('P') OU O CHAO DE
       77 WS-IDX-2                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PEC              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NECESSARIA       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIVRE            PIC S9(08) VALUE ZEROS.
       77 WS-ORDEM-OK             PIC X(01) VALUE 'N'.
       77 WS-TEM-ESTRUTURA        PIC X(01) VALUE 'N'.
       77 WS-IDX-ALT              PIC 9(03) VALUE ZEROS.
       77 WS-ALT-ESCOLHIDO        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SUBST            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SUBST-ESC        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SUBST-DEC        PIC 9(09)V9999 VALUE ZEROS.
       77 WS-USOU-SUBST           PIC X(01) VALUE 'N'.
      *
      *  ACUMULADORES
      *
       77 ACUM-RETIDAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-RESERVAS           PIC 9(06) VALUE ZEROS.
       77 ACUM-RES-BAIXADAS       PIC 9(06) VALUE ZEROS.
       77 ACUM-COM-SUBST          PIC 9(06) VALUE ZEROS.
       77 ACUM-SUBSTITUICOES      PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADPRO               PIC X(02) VALUE SPACES.
       77 FS-SALDODEP             PIC X(02) VALUE SPACES.
       77 FS-RESERVAS             PIC X(02) VALUE SPACES.
       77 FS-ALTCOMP              PIC X(02) VALUE SPACES.
       77 FS-ORDPRODN             PIC X(02) VALUE SPACES.
       77 FS-RESERVAN             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
          05 DET002-NECESSARIO    PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(13) VALUE '  DISPONIVEL '.
          05 DET002-DISPONIVEL    PIC -Z.ZZZ.ZZ9.
      *
       01  DET003.
          05 FILLER               PIC X(12) VALUE
             '  PRINCIPAL'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET003-PRINCIPAL     PIC 99.999.
          05 FILLER               PIC X(14) VALUE '  SUBSTITUTO '.
          05 DET003-SUBSTITUTO    PIC 99.999.
          05 FILLER               PIC X(12) VALUE '  RESERVADO '.
          05 DET003-QTD           PIC Z.ZZZ.ZZ9.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
          05 FILLER               PIC X(44) VALUE
             'RESERVAS BAIXADAS (ORDENS ENCERRADAS)    :'.
          05 TOT005-RES-BAIXADAS  PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'ORDENS LIBERADAS COM SUBSTITUTO          :'.
          05 TOT006-COM-SUBST     PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'COMPONENTES SUBSTITUIDOS                 :'.
          05 TOT007-SUBSTITUICOES PIC ZZZ.ZZ9.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 001-10-CARREGAR-CADPRO.
           PERFORM 001-20-CARREGAR-ALTCOMP.
           PERFORM 001-12-CARREGAR-SALDODEP.
           PERFORM 001-17-CARREGAR-SITUACOES.
           PERFORM 001-14-COPIAR-RESERVAS.
                       CADPRO
                       SALDODEP
                       RESERVAS
                       ALTCOMP
                       PARMDATA
                OUTPUT ORDPRODN
                       RESERVAN
           PERFORM 001-06-FS-ORDPRODN.
           PERFORM 001-07-FS-RESERVAN.
           PERFORM 001-08-FS-RELATO.
           PERFORM 001-22-FS-ALTCOMP.

       001-01-FIM.                EXIT.


       001-16-01-FIM.             EXIT.

      *================================================================*
       001-20-CARREGAR-ALTCOMP    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ALTCOMP.
           PERFORM 001-22-FS-ALTCOMP.

           PERFORM 001-21-ACUMULAR-ALTCOMP
               UNTIL FS-ALTCOMP EQUAL '10'
                  OR WS-TAB-ALT-QTD EQUAL 200.

           IF FS-ALTCOMP NOT EQUAL '10'
               DISPLAY '* ALTCOMP COM MAIS DE 200 SUBSTITUTOS *'
               DISPLAY '* AUMENTAR WS-TAB-ALT E REPROCESSAR   *'
               MOVE 'ALTCOMP'     TO FS-ARQUIVO
               MOVE FS-ALTCOMP    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ALTCOMP.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-ACUMULAR-ALTCOMP    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ALT-QTD.
           MOVE COD-ITEM-PAI-ALT  TO
               WS-TAB-ALT-PAI (WS-TAB-ALT-QTD).
           MOVE COD-PECA-PRI-ALT  TO
               WS-TAB-ALT-PRI (WS-TAB-ALT-QTD).
           MOVE COD-PECA-SUB-ALT  TO
               WS-TAB-ALT-SUB (WS-TAB-ALT-QTD).
           MOVE PRIOR-ALT         TO
               WS-TAB-ALT-PRIOR (WS-TAB-ALT-QTD).

           IF FATOR-ALT EQUAL ZEROS
               MOVE 1             TO WS-TAB-ALT-FATOR (WS-TAB-ALT-QTD)
           ELSE
               MOVE FATOR-ALT     TO
                   WS-TAB-ALT-FATOR (WS-TAB-ALT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ALTCOMP.
           PERFORM 001-22-FS-ALTCOMP.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-FS-ALTCOMP          SECTION.
      *================================================================*
           MOVE 'ALTCOMP'         TO FS-ARQUIVO.
           MOVE FS-ALTCOMP        TO FS-COD-STATUS.

           IF FS-ALTCOMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-22-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           PERFORM 004-02-CONFERIR-COMPONENTES.

           IF WS-ORDEM-OK EQUAL 'S'
               MOVE 'N'           TO WS-USOU-SUBST
               PERFORM 004-04-RESERVAR-COMPONENTES
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-PRO-QTD
               MOVE 'L'           TO SITUACAO-OP
               ADD 1              TO ACUM-LIBERADAS
               IF WS-USOU-SUBST EQUAL 'S'
                   ADD 1          TO ACUM-COM-SUBST
                   MOVE 'LIBERADA COM SUBSTITUTO'
                                  TO DET001-RESULTADO
                   PERFORM 004-07-IMPRESSAO
                   PERFORM 004-13-IMPRIMIR-SUBSTITUTO
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX GREATER WS-TAB-PRO-QTD
               ELSE
                   MOVE 'LIBERADA' TO DET001-RESULTADO
                   PERFORM 004-07-IMPRESSAO
               END-IF
           ELSE
               ADD 1              TO ACUM-RETIDAS
               MOVE 'RETIDA - FALTA COMPONENTE'
           MOVE 'S'               TO WS-ORDEM-OK.
           MOVE 'N'               TO WS-TEM-ESTRUTURA.

           PERFORM 004-05-ZERAR-ORDEM
               VARYING WS-IDX-PEC FROM 1 BY 1
               UNTIL WS-IDX-PEC GREATER WS-TAB-PEC-QTD.

           PERFORM 004-03-CONFERIR-UM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PRO-QTD.
               COMPUTE WS-QTD-NECESSARIA =
                   QTD-OP * WS-TAB-PRO-QTDE (WS-IDX)
               MOVE WS-TAB-PRO-ITEM (WS-IDX) TO COD-PECA-RES
               MOVE WS-TAB-PRO-ITEM (WS-IDX) TO
                   WS-TAB-PRO-ESC-PECA (WS-IDX)
               MOVE WS-QTD-NECESSARIA TO
                   WS-TAB-PRO-ESC-QTD (WS-IDX)
               PERFORM 001-16-LOCALIZAR-PECA
               PERFORM 004-06-CALCULAR-LIVRE
               IF WS-IDX-PEC EQUAL ZEROS
                  OR WS-QTD-LIVRE LESS WS-QTD-NECESSARIA
                   PERFORM 004-11-ESCOLHER-SUBSTITUTO
                   IF WS-ALT-ESCOLHIDO EQUAL ZEROS
                       MOVE WS-TAB-PRO-ITEM (WS-IDX) TO COD-PECA-RES
                       PERFORM 001-16-LOCALIZAR-PECA
                       PERFORM 004-06-CALCULAR-LIVRE
                       MOVE 'N'   TO WS-ORDEM-OK
                       PERFORM 004-09-IMPRIMIR-FALTA
                   ELSE
                       MOVE WS-TAB-PRO-ESC-PECA (WS-IDX) TO
                           COD-PECA-RES
                       PERFORM 001-16-LOCALIZAR-PECA
                       ADD WS-TAB-PRO-ESC-QTD (WS-IDX) TO
                           WS-TAB-PEC-ORDEM (WS-IDX-PEC)
                   END-IF
               ELSE
                   ADD WS-QTD-NECESSARIA TO
                       WS-TAB-PEC-ORDEM (WS-IDX-PEC)
               END-IF.

       004-03-FIM.                EXIT.
      *================================================================*
       004-04-RESERVAR-COMPONENTES SECTION.
      *================================================================*
      * RESERVA O COMPONENTE ESCOLHIDO NA CONFERENCIA (PRINCIPAL OU
      * SUBSTITUTO).
      *
           IF WS-TAB-PRO-PAI (WS-IDX) EQUAL COD-ITEM-OP
               MOVE WS-TAB-PRO-ESC-QTD (WS-IDX) TO WS-QTD-NECESSARIA
               MOVE WS-TAB-PRO-ESC-PECA (WS-IDX) TO COD-PECA-RES
               PERFORM 001-16-LOCALIZAR-PECA
               SUBTRACT WS-QTD-NECESSARIA FROM
                   WS-TAB-PEC-DISP (WS-IDX-PEC)
               IF WS-TAB-PRO-ESC-PECA (WS-IDX) NOT EQUAL
                  WS-TAB-PRO-ITEM (WS-IDX)
                   MOVE 'S'       TO WS-USOU-SUBST
                   ADD 1          TO ACUM-SUBSTITUICOES
               END-IF
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               MOVE SPACES        TO REG-RESERVAS
               MOVE WS-TAB-PRO-ESC-PECA (WS-IDX) TO COD-PECA-RES
               MOVE NUM-OP        TO NUM-OP-RES
               MOVE WS-QTD-NECESSARIA TO QTD-RES
               WRITE REG-RESERVAN FROM REG-RESERVAS

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-ZERAR-ORDEM         SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TAB-PEC-ORDEM (WS-IDX-PEC).

       004-05-FIM.                EXIT.

      *================================================================*
       004-06-CALCULAR-LIVRE      SECTION.
      *================================================================*
      * SALDO DA PECA AINDA LIVRE PARA A LINHA EM CONFERENCIA: O
      * DISPONIVEL MENOS O QUE AS LINHAS ANTERIORES DA ORDEM TOMARAM.
      *
           MOVE ZEROS             TO WS-QTD-LIVRE.

           IF WS-IDX-PEC NOT EQUAL ZEROS
               COMPUTE WS-QTD-LIVRE =
                   WS-TAB-PEC-DISP (WS-IDX-PEC) -
                   WS-TAB-PEC-ORDEM (WS-IDX-PEC).

       004-06-FIM.                EXIT.

      *================================================================*
       004-07-IMPRESSAO           SECTION.
      *================================================================*
           MOVE WS-TAB-PRO-ITEM (WS-IDX) TO DET002-COMPONENTE.
           MOVE WS-QTD-NECESSARIA TO DET002-NECESSARIO.

           MOVE WS-QTD-LIVRE      TO DET002-DISPONIVEL.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-08-FS-RELATO.

       004-10-FIM.                EXIT.

      *================================================================*
       004-11-ESCOLHER-SUBSTITUTO SECTION.
      *================================================================*
      * ENTRE OS SUBSTITUTOS DO ALTCOMP PARA ESTE PAI E PRINCIPAL,
      * ESCOLHE O DE MENOR PRIORIDADE COM SALDO PARA A QUANTIDADE
      * CONVERTIDA. SEM SUBSTITUTO VALIDO, WS-ALT-ESCOLHIDO FICA ZERO.
      *
           MOVE ZEROS             TO WS-ALT-ESCOLHIDO.

           PERFORM 004-12-AVALIAR-SUBSTITUTO
               VARYING WS-IDX-ALT FROM 1 BY 1
               UNTIL WS-IDX-ALT GREATER WS-TAB-ALT-QTD.

           IF WS-ALT-ESCOLHIDO NOT EQUAL ZEROS
               MOVE WS-TAB-ALT-SUB (WS-ALT-ESCOLHIDO) TO
                   WS-TAB-PRO-ESC-PECA (WS-IDX)
               MOVE WS-QTD-SUBST-ESC TO
                   WS-TAB-PRO-ESC-QTD (WS-IDX).

       004-11-FIM.                EXIT.

      *================================================================*
       004-12-AVALIAR-SUBSTITUTO  SECTION.
      *================================================================*
           IF WS-TAB-ALT-PAI (WS-IDX-ALT) EQUAL COD-ITEM-OP
              AND WS-TAB-ALT-PRI (WS-IDX-ALT) EQUAL
                  WS-TAB-PRO-ITEM (WS-IDX)
               COMPUTE WS-QTD-SUBST-DEC =
                   WS-QTD-NECESSARIA * WS-TAB-ALT-FATOR (WS-IDX-ALT)
               MOVE WS-QTD-SUBST-DEC TO WS-QTD-SUBST
               IF WS-QTD-SUBST LESS WS-QTD-SUBST-DEC
                   ADD 1          TO WS-QTD-SUBST
               END-IF
               MOVE WS-TAB-ALT-SUB (WS-IDX-ALT) TO COD-PECA-RES
               PERFORM 001-16-LOCALIZAR-PECA
               PERFORM 004-06-CALCULAR-LIVRE
               IF WS-IDX-PEC NOT EQUAL ZEROS
                  AND WS-QTD-LIVRE NOT LESS WS-QTD-SUBST
                   IF WS-ALT-ESCOLHIDO EQUAL ZEROS
                       MOVE WS-IDX-ALT TO WS-ALT-ESCOLHIDO
                       MOVE WS-QTD-SUBST TO WS-QTD-SUBST-ESC
                   ELSE
                       IF WS-TAB-ALT-PRIOR (WS-IDX-ALT) LESS
                          WS-TAB-ALT-PRIOR (WS-ALT-ESCOLHIDO)
                           MOVE WS-IDX-ALT TO WS-ALT-ESCOLHIDO
                           MOVE WS-QTD-SUBST TO WS-QTD-SUBST-ESC
                       END-IF
                   END-IF
               END-IF.

       004-12-FIM.                EXIT.

      *================================================================*
       004-13-IMPRIMIR-SUBSTITUTO SECTION.
      *================================================================*
           IF WS-TAB-PRO-PAI (WS-IDX) EQUAL COD-ITEM-OP
              AND WS-TAB-PRO-ESC-PECA (WS-IDX) NOT EQUAL
                  WS-TAB-PRO-ITEM (WS-IDX)
               IF ACUM-LINHAS GREATER 59
                   PERFORM 004-10-CABECALHOS
               END-IF
               MOVE WS-TAB-PRO-ITEM (WS-IDX)     TO DET003-PRINCIPAL
               MOVE WS-TAB-PRO-ESC-PECA (WS-IDX) TO DET003-SUBSTITUTO
               MOVE WS-TAB-PRO-ESC-QTD (WS-IDX)  TO DET003-QTD
               WRITE REG-RELATO   FROM DET003 AFTER 1
               PERFORM 001-08-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       004-13-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-08-FS-RELATO.

           MOVE ACUM-COM-SUBST    TO TOT006-COM-SUBST.
           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-08-FS-RELATO.

           MOVE ACUM-SUBSTITUICOES TO TOT007-SUBSTITUICOES.
           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-08-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
