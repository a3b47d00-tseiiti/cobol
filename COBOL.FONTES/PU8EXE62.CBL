      * 'E' DO ACABADO, DOC = NUMERO DA ORDEM) PARA A BAIXA PELO
      * PU8EXE28. A DISPONIBILIDADE E CONFERIDA CONTRA O CADPECA
      * (DESCONTANDO O QUE AS ORDENS ANTERIORES DA MESMA EXECUCAO JA
      * CONSUMIRAM E O QUE AS LINHAS ANTERIORES DA PROPRIA ORDEM JA
      * TOMARAM DA MESMA PECA); ORDEM COM COMPONENTE INSUFICIENTE NAO
      * GERA MOVIMENTO E SAI NO RELATORIO DE FALTAS. A CARTEIRA
      * ATUALIZADA (ORDPRODN) MARCA 'P' AS ORDENS APONTADAS.
      *
      * O CONSUMO APLICA O PERCENTUAL DE PERDA PADRAO DO PROCESSO
      * (PERC-SUCATA-ITEM DE CADA LIGACAO DO CADPRO) SOBRE QTD-ITEM,
      * A PERDA NORMAL DE CORTE E ESTAMPARIA. O COMPARATIVO ENTRE A
      * PERDA EMBUTIDA E AS OCORRENCIAS REAIS DO HISTSUCA SAI NO
      * PU8EXE91.
      *
      * QUANDO A LIBERACAO (PU8EXE88) RESERVOU UM SUBSTITUTO DO
      * ALTCOMP NO LUGAR DO COMPONENTE PRINCIPAL, O APONTAMENTO
      * CONSOME O SUBSTITUTO RESERVADO PARA A ORDEM (QUANTIDADE
      * CONVERTIDA PELO FATOR-ALT, ARREDONDADA PARA CIMA). ORDEM SEM
      * RESERVAS CONSOME O PRINCIPAL, COMO ANTES.
      *
      * ITENS ACABADOS SERIALIZADOS (ITEMSERI) GANHAM, A CADA ORDEM
      * APONTADA, UM REGISTRO POR UNIDADE NO CADASTRO DE SERIES
      * (SERIES, EM EXTEND - VER COPY SERIE), COM A ORDEM, A DATA DE
      * PRODUCAO E O VENCIMENTO DA GARANTIA. A CONSULTA SERIE/LOTE
      * E FEITA PELO PU8EXF23.
      *
      * AS HORAS REAIS DE MAO DE OBRA DIGITADAS COM A CONCLUSAO
      * (HORAOP, POR ORDEM E CENTRO DE TRABALHO - VER COPY HORAOP)
      * ACOMPANHAM O APONTAMENTO: AS DAS ORDENS APONTADAS SAEM NO
      * HORAPROD PARA A EFICIENCIA DE MAO DE OBRA DO PU8EXF29; AS DAS
      * ORDENS RECUSADAS OU NAO CONCLUIDAS VOLTAM NO HORAPEN, PARA
      * SEREM REAPRESENTADAS NA PROXIMA EXECUCAO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT CADPECA         ASSIGN TO UT-S-CADPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPECA.
      *
           SELECT RESERVAS        ASSIGN TO UT-S-RESERVAS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RESERVAS.
      *
           SELECT ALTCOMP         ASSIGN TO UT-S-ALTCOMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ALTCOMP.
      *
           SELECT ITEMSERI        ASSIGN TO UT-S-ITEMSERI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ITEMSERI.
      *
           SELECT SERIES          ASSIGN TO UT-S-SERIES
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SERIES.
      *
           SELECT HORAOP          ASSIGN TO UT-S-HORAOP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HORAOP.
      *
           SELECT HORAPROD        ASSIGN TO UT-S-HORAPROD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HORAPROD.
      *
           SELECT HORAPEN         ASSIGN TO UT-S-HORAPEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HORAPEN.
      *
           SELECT MOVPROD         ASSIGN TO UT-S-MOVPROD
                                  ACCESS SEQUENTIAL
       COPY CADPECA
           REPLACING ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
      *
      * RESERVAS VIGENTES DAS ORDENS LIBERADAS (GRAVADAS PELO
      * PU8EXE88), PARA SABER SE A ORDEM RESERVOU UM SUBSTITUTO.
      *
       FD RESERVAS
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RESERVAS.
       01 REG-RESERVAS.
          05 COD-PECA-RES         PIC 9(05).
          05 NUM-OP-RES           PIC 9(06).
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
      * ITENS ACABADOS SERIALIZADOS (ALTO VALOR) E O PRAZO DE
      * GARANTIA DE CADA UM, EM DIAS CORRIDOS A PARTIR DA PRODUCAO.
      *
       FD ITEMSERI
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ITEMSERI.
       01 REG-ITEMSERI.
          05 COD-ITEM-ISR         PIC 9(05).
          05 DIAS-GARANT-ISR      PIC 9(04).
          05 FILLER               PIC X(11).
      *
      * CADASTRO DE NUMEROS DE SERIE, ACUMULADO A CADA EXECUCAO.
      *
       FD SERIES
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SERIE.
       COPY SERIE.
      *
      * HORAS REAIS DE MAO DE OBRA DIGITADAS COM A CONCLUSAO.
      *
       FD HORAOP
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HORAOP.
       COPY HORAOP.
      *
      * HORAS DAS ORDENS APONTADAS E HORAS DEVOLVIDAS, NO LAYOUT DO
      * HORAOP.
      *
       FD HORAPROD
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HORAPROD.
       01 REG-HORAPROD             PIC X(30).
      *
       FD HORAPEN
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HORAPEN.
       01 REG-HORAPEN              PIC X(30).
      *
      * MOVIMENTOS GERADOS PELO APONTAMENTO, NO LAYOUT MOVPECA, PARA
      * A BAIXA NO CADASTRO PELO PU8EXE28.
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REF-PRO         PIC 9(08) VALUE ZEROS.
      *
      *  ESTRUTURA DE PRODUTOS E DISPONIBILIDADE DO CADPECA. O
      *  WS-TAB-PEC-ORDEM GUARDA O QUE AS LINHAS JA CONFERIDAS DA
      *  ORDEM CORRENTE TOMARAM DE CADA PECA (PRINCIPAIS QUE DIVIDEM
      *  O MESMO SUBSTITUTO, SUBSTITUTO QUE TAMBEM E PRINCIPAL).
      *
       01 WS-TAB-PRO.
          05 WS-TAB-PRO-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PEC-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PEC-COD    PIC 9(05).
             10 WS-TAB-PEC-DISP   PIC 9(07).
             10 WS-TAB-PEC-ORDEM  PIC 9(07).
      *
      *  RESERVAS POR ORDEM E SUBSTITUTOS APROVADOS
      *
       01 WS-TAB-RES.
          05 WS-TAB-RES-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-RES-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-RES-OP     PIC 9(06).
             10 WS-TAB-RES-PECA   PIC 9(05).
      *
       01 WS-TAB-ALT.
          05 WS-TAB-ALT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-ALT-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-ALT-PAI    PIC 9(05).
             10 WS-TAB-ALT-PRI    PIC 9(05).
             10 WS-TAB-ALT-SUB    PIC 9(05).
             10 WS-TAB-ALT-FATOR  PIC 9(03)V9999.
      *
       01 WS-TAB-ISR.
          05 WS-TAB-ISR-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-ISR-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-ISR-ITEM   PIC 9(05).
             10 WS-TAB-ISR-DIAS   PIC 9(04).
      *
      *  HORAS DE MAO DE OBRA DIGITADAS, MARCADAS QUANDO A ORDEM E
      *  APONTADA
      *
       01 WS-TAB-HOP.
          05 WS-TAB-HOP-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-HOP-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-HOP-IMAGEM PIC X(30).
             10 WS-TAB-HOP-OP     PIC 9(06).
             10 WS-TAB-HOP-USADA  PIC X(01).
      *
       77 WS-IDX-HOP              PIC 9(04) VALUE ZEROS.
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-2                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PEC              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NECESSARIA       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIVRE            PIC 9(07) VALUE ZEROS.
       77 WS-ORDEM-OK             PIC X(01) VALUE 'N'.
       77 WS-TEM-ESTRUTURA        PIC X(01) VALUE 'N'.
       77 WS-IDX-RES              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ALT              PIC 9(03) VALUE ZEROS.
       77 WS-COD-CONSUMO          PIC 9(05) VALUE ZEROS.
       77 WS-COD-PROCURADO        PIC 9(05) VALUE ZEROS.
       77 WS-OP-TEM-RESERVA       PIC X(01) VALUE 'N'.
       77 WS-RESERVA-ACHADA       PIC X(01) VALUE 'N'.
       77 WS-USOU-SUBST           PIC X(01) VALUE 'N'.
       77 WS-QTD-SUBST-DEC        PIC 9(09)V9999 VALUE ZEROS.
       77 WS-IDX-ISR              PIC 9(03) VALUE ZEROS.
       77 WS-ISR-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-SERIE            PIC 9(05) VALUE ZEROS.
       77 WS-DATA-GARANTIA        PIC 9(08) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-APONTADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-MOVTOS             PIC 9(06) VALUE ZEROS.
       77 ACUM-COM-SUBST          PIC 9(06) VALUE ZEROS.
       77 ACUM-SERIES             PIC 9(06) VALUE ZEROS.
       77 ACUM-HORAS-PASSADAS     PIC 9(06) VALUE ZEROS.
       77 ACUM-HORAS-DEVOLVIDAS   PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADPRO               PIC X(02) VALUE SPACES.
       77 FS-CADPECA              PIC X(02) VALUE SPACES.
       77 FS-MOVPROD              PIC X(02) VALUE SPACES.
       77 FS-RESERVAS             PIC X(02) VALUE SPACES.
       77 FS-ALTCOMP              PIC X(02) VALUE SPACES.
       77 FS-ITEMSERI             PIC X(02) VALUE SPACES.
       77 FS-SERIES               PIC X(02) VALUE SPACES.
       77 FS-HORAOP               PIC X(02) VALUE SPACES.
       77 FS-HORAPROD             PIC X(02) VALUE SPACES.
       77 FS-HORAPEN              PIC X(02) VALUE SPACES.
       77 FS-ORDPRODN             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE MOVIMENTOS GERADOS              :'.
          05 TOT004-MOVTOS        PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'ORDENS APONTADAS COM SUBSTITUTO          :'.
          05 TOT005-COM-SUBST     PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'NUMEROS DE SERIE GERADOS                 :'.
          05 TOT006-SERIES        PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'APONTAMENTOS DE HORAS DAS ORDENS APONTADAS:'.
          05 TOT007-HORAS-PASSADAS PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'APONTAMENTOS DE HORAS DEVOLVIDOS (HORAPEN):'.
          05 TOT008-HORAS-DEVOLVIDAS PIC ZZZ.ZZ9.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 001-10-CARREGAR-CADPRO.
           PERFORM 001-13-CARREGAR-CADPECA.
           PERFORM 001-15-CARREGAR-RESERVAS.
           PERFORM 001-17-CARREGAR-ALTCOMP.
           PERFORM 001-20-CARREGAR-ITEMSERI.
           PERFORM 001-24-CARREGAR-HORAOP.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-VER-ARQ-VAZIO.
           PERFORM 004-00-TRATAR
               UNTIL FS-ORDPROD EQUAL '10'.
           PERFORM 004-22-DEVOLVER-HORAS.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.
           OPEN INPUT  ORDPROD
                       CADPRO
                       CADPECA
                       RESERVAS
                       ALTCOMP
                       ITEMSERI
                       HORAOP
                       PARMDATA
                OUTPUT MOVPROD
                       ORDPRODN
                       HORAPROD
                       HORAPEN
                       RELATO
                EXTEND SERIES.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.
           PERFORM 001-05-FS-MOVPROD.
           PERFORM 001-06-FS-ORDPRODN.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-16-FS-RESERVAS.
           PERFORM 001-19-FS-ALTCOMP.
           PERFORM 001-22-FS-ITEMSERI.
           PERFORM 001-23-FS-SERIES.
           PERFORM 001-26-FS-HORAOP.
           PERFORM 001-27-FS-HORAPROD.
           PERFORM 001-28-FS-HORAPEN.

       001-01-FIM.                EXIT.


       001-14-FIM.                EXIT.

      *================================================================*
       001-15-CARREGAR-RESERVAS   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RESERVAS.
           PERFORM 001-16-FS-RESERVAS.

           PERFORM 001-15-01-ACUMULAR-RESERVAS
               UNTIL FS-RESERVAS EQUAL '10'
                  OR WS-TAB-RES-QTD EQUAL 2000.

           IF FS-RESERVAS NOT EQUAL '10'
               DISPLAY '* RESERVAS COM MAIS DE 2000 REGISTROS *'
               DISPLAY '* AUMENTAR WS-TAB-RES E REPROCESSAR   *'
               MOVE 'RESERVAS'    TO FS-ARQUIVO
               MOVE FS-RESERVAS   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RESERVAS.

       001-15-FIM.                EXIT.

      *================================================================*
       001-15-01-ACUMULAR-RESERVAS SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-RES-QTD.
           MOVE NUM-OP-RES        TO WS-TAB-RES-OP (WS-TAB-RES-QTD).
           MOVE COD-PECA-RES      TO WS-TAB-RES-PECA (WS-TAB-RES-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RESERVAS.
           PERFORM 001-16-FS-RESERVAS.

       001-15-01-FIM.             EXIT.

      *================================================================*
       001-16-FS-RESERVAS         SECTION.
      *================================================================*
           MOVE 'RESERVAS'        TO FS-ARQUIVO.
           MOVE FS-RESERVAS       TO FS-COD-STATUS.

           IF FS-RESERVAS NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-CARREGAR-ALTCOMP    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ALTCOMP.
           PERFORM 001-19-FS-ALTCOMP.

           PERFORM 001-18-ACUMULAR-ALTCOMP
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

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-ACUMULAR-ALTCOMP    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ALT-QTD.
           MOVE COD-ITEM-PAI-ALT  TO
               WS-TAB-ALT-PAI (WS-TAB-ALT-QTD).
           MOVE COD-PECA-PRI-ALT  TO
               WS-TAB-ALT-PRI (WS-TAB-ALT-QTD).
           MOVE COD-PECA-SUB-ALT  TO
               WS-TAB-ALT-SUB (WS-TAB-ALT-QTD).

           IF FATOR-ALT EQUAL ZEROS
               MOVE 1             TO WS-TAB-ALT-FATOR (WS-TAB-ALT-QTD)
           ELSE
               MOVE FATOR-ALT     TO
                   WS-TAB-ALT-FATOR (WS-TAB-ALT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ALTCOMP.
           PERFORM 001-19-FS-ALTCOMP.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-FS-ALTCOMP          SECTION.
      *================================================================*
           MOVE 'ALTCOMP'         TO FS-ARQUIVO.
           MOVE FS-ALTCOMP        TO FS-COD-STATUS.

           IF FS-ALTCOMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-CARREGAR-ITEMSERI   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ITEMSERI.
           PERFORM 001-22-FS-ITEMSERI.

           PERFORM 001-21-ACUMULAR-ITEMSERI
               UNTIL FS-ITEMSERI EQUAL '10'
                  OR WS-TAB-ISR-QTD EQUAL 200.

           IF FS-ITEMSERI NOT EQUAL '10'
               DISPLAY '* ITEMSERI COM MAIS DE 200 ITENS     *'
               DISPLAY '* AUMENTAR WS-TAB-ISR E REPROCESSAR  *'
               MOVE 'ITEMSERI'    TO FS-ARQUIVO
               MOVE FS-ITEMSERI   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ITEMSERI.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-ACUMULAR-ITEMSERI   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ISR-QTD.
           MOVE COD-ITEM-ISR      TO
               WS-TAB-ISR-ITEM (WS-TAB-ISR-QTD).
           MOVE DIAS-GARANT-ISR   TO
               WS-TAB-ISR-DIAS (WS-TAB-ISR-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ITEMSERI.
           PERFORM 001-22-FS-ITEMSERI.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-FS-ITEMSERI         SECTION.
      *================================================================*
           MOVE 'ITEMSERI'        TO FS-ARQUIVO.
           MOVE FS-ITEMSERI       TO FS-COD-STATUS.

           IF FS-ITEMSERI NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-FS-SERIES           SECTION.
      *================================================================*
           MOVE 'SERIES'          TO FS-ARQUIVO.
           MOVE FS-SERIES         TO FS-COD-STATUS.

           IF FS-SERIES NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-23-FIM.                EXIT.

      *================================================================*
       001-24-CARREGAR-HORAOP     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HORAOP.
           PERFORM 001-26-FS-HORAOP.

           PERFORM 001-25-ACUMULAR-HORAOP
               UNTIL FS-HORAOP EQUAL '10'
                  OR WS-TAB-HOP-QTD EQUAL 2000.

           IF FS-HORAOP NOT EQUAL '10'
               DISPLAY '* HORAOP COM MAIS DE 2000 REGISTROS   *'
               DISPLAY '* AUMENTAR WS-TAB-HOP E REPROCESSAR   *'
               MOVE 'HORAOP'      TO FS-ARQUIVO
               MOVE FS-HORAOP     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE HORAOP.

       001-24-FIM.                EXIT.

      *================================================================*
       001-25-ACUMULAR-HORAOP     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-HOP-QTD.
           MOVE REG-HORAOP        TO
               WS-TAB-HOP-IMAGEM (WS-TAB-HOP-QTD).
           MOVE NUM-OP-HOP        TO WS-TAB-HOP-OP (WS-TAB-HOP-QTD).
           MOVE 'N'               TO WS-TAB-HOP-USADA (WS-TAB-HOP-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HORAOP.
           PERFORM 001-26-FS-HORAOP.

       001-25-FIM.                EXIT.

      *================================================================*
       001-26-FS-HORAOP           SECTION.
      *================================================================*
           MOVE 'HORAOP'          TO FS-ARQUIVO.
           MOVE FS-HORAOP         TO FS-COD-STATUS.

           IF FS-HORAOP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-26-FIM.                EXIT.

      *================================================================*
       001-27-FS-HORAPROD         SECTION.
      *================================================================*
           MOVE 'HORAPROD'        TO FS-ARQUIVO.
           MOVE FS-HORAPROD       TO FS-COD-STATUS.

           IF FS-HORAPROD NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-27-FIM.                EXIT.

      *================================================================*
       001-28-FS-HORAPEN          SECTION.
      *================================================================*
           MOVE 'HORAPEN'         TO FS-ARQUIVO.
           MOVE FS-HORAPEN        TO FS-COD-STATUS.

           IF FS-HORAPEN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-28-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           IF FS-ORDPROD EQUAL '10'
               DISPLAY '* ARQUIVO ORDPROD VAZIO *'
               DISPLAY '* PROGRAMA ENCERRADO    *'
               PERFORM 004-22-DEVOLVER-HORAS
               PERFORM 006-00-FECHAR-ARQUIVOS
               STOP RUN.

      *================================================================*
       004-01-APONTAR             SECTION.
      *================================================================*
           PERFORM 004-12-VER-RESERVAS-OP.
           PERFORM 004-02-CONFERIR-COMPONENTES.

           IF WS-ORDEM-OK EQUAL 'S'
               MOVE 'N'           TO WS-USOU-SUBST
               PERFORM 004-04-CONSUMIR-COMPONENTES
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-PRO-QTD
               PERFORM 004-06-CREDITAR-ACABADO
               PERFORM 004-17-GERAR-SERIES
               PERFORM 004-20-PASSAR-HORAS
                   VARYING WS-IDX-HOP FROM 1 BY 1
                   UNTIL WS-IDX-HOP GREATER WS-TAB-HOP-QTD
               MOVE 'P'           TO SITUACAO-OP
               ADD 1              TO ACUM-APONTADAS
               IF WS-USOU-SUBST EQUAL 'S'
                   ADD 1          TO ACUM-COM-SUBST
                   MOVE 'APONTADA COM SUBSTITUTO'
                                  TO DET001-RESULTADO
               ELSE
                   MOVE 'APONTADA' TO DET001-RESULTADO
               END-IF
               PERFORM 004-07-IMPRESSAO
           ELSE
               ADD 1              TO ACUM-RECUSADAS
           MOVE 'S'               TO WS-ORDEM-OK.
           MOVE 'N'               TO WS-TEM-ESTRUTURA.

           PERFORM 004-21-ZERAR-ORDEM
               VARYING WS-IDX-PEC FROM 1 BY 1
               UNTIL WS-IDX-PEC GREATER WS-TAB-PEC-QTD.

           PERFORM 004-03-CONFERIR-UM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PRO-QTD.
           IF WS-TAB-PRO-PAI (WS-IDX) EQUAL COD-ITEM-OP
               MOVE 'S'           TO WS-TEM-ESTRUTURA
               PERFORM 004-11-CALCULAR-NECESSIDADE
               PERFORM 004-14-ESCOLHER-CONSUMO
               PERFORM 004-05-LOCALIZAR-PECA
               MOVE ZEROS         TO WS-QTD-LIVRE
               IF WS-IDX-PEC NOT EQUAL ZEROS
                   COMPUTE WS-QTD-LIVRE =
                       WS-TAB-PEC-DISP (WS-IDX-PEC) -
                       WS-TAB-PEC-ORDEM (WS-IDX-PEC)
               END-IF
               IF WS-IDX-PEC EQUAL ZEROS
                  OR WS-QTD-LIVRE LESS WS-QTD-NECESSARIA
                   MOVE 'N'       TO WS-ORDEM-OK
                   PERFORM 004-09-IMPRIMIR-FALTA
               ELSE
                   ADD WS-QTD-NECESSARIA TO
                       WS-TAB-PEC-ORDEM (WS-IDX-PEC)
               END-IF.

       004-03-FIM.                EXIT.
      *================================================================*
           IF WS-TAB-PRO-PAI (WS-IDX) EQUAL COD-ITEM-OP
               PERFORM 004-11-CALCULAR-NECESSIDADE
               PERFORM 004-14-ESCOLHER-CONSUMO
               PERFORM 004-05-LOCALIZAR-PECA
               SUBTRACT WS-QTD-NECESSARIA FROM
                   WS-TAB-PEC-DISP (WS-IDX-PEC)
               IF WS-COD-CONSUMO NOT EQUAL WS-TAB-PRO-ITEM (WS-IDX)
                   MOVE 'S'       TO WS-USOU-SUBST
               END-IF
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               MOVE SPACES        TO REG-MOVPROD
               MOVE 'S'           TO TIPO-MOV
               MOVE WS-COD-CONSUMO TO COD-PECA-MOV
               MOVE WS-QTD-NECESSARIA TO QTD-MOV
               MOVE WS-DATA-SYS-R TO DATA-MOV
               MOVE NUM-OP        TO DOC-MOV
      *================================================================*
       004-05-01-COMPARAR-PECA    SECTION.
      *================================================================*
           IF WS-TAB-PEC-COD (WS-IDX-2) EQUAL WS-COD-CONSUMO
               MOVE WS-IDX-2      TO WS-IDX-PEC.

       004-05-01-FIM.             EXIT.
           IF ACUM-LINHAS GREATER 59
               PERFORM 004-10-CABECALHOS.

           MOVE WS-COD-CONSUMO    TO DET002-COMPONENTE.
           MOVE WS-QTD-NECESSARIA TO DET002-NECESSARIO.

           MOVE WS-QTD-LIVRE      TO DET002-DISPONIVEL.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-07-FS-RELATO.

       004-11-FIM.                EXIT.

      *================================================================*
       004-12-VER-RESERVAS-OP     SECTION.
      *================================================================*
      * ORDEM SEM NENHUMA RESERVA (LIBERADA ANTES DO CONTROLE DE
      * RESERVAS) CONSOME SEMPRE OS COMPONENTES PRINCIPAIS.
      *
           MOVE 'N'               TO WS-OP-TEM-RESERVA.

           PERFORM 004-13-COMPARAR-OP
               VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES GREATER WS-TAB-RES-QTD
                  OR WS-OP-TEM-RESERVA EQUAL 'S'.

       004-12-FIM.                EXIT.

      *================================================================*
       004-13-COMPARAR-OP         SECTION.
      *================================================================*
           IF WS-TAB-RES-OP (WS-IDX-RES) EQUAL NUM-OP
               MOVE 'S'           TO WS-OP-TEM-RESERVA.

       004-13-FIM.                EXIT.

      *================================================================*
       004-14-ESCOLHER-CONSUMO    SECTION.
      *================================================================*
      * O COMPONENTE CONSUMIDO E O PRINCIPAL, A MENOS QUE A ORDEM
      * TENHA RESERVAS, O PRINCIPAL NAO ESTEJA ENTRE ELAS E UM
      * SUBSTITUTO DO ALTCOMP PARA ESTE PAI E PRINCIPAL ESTEJA.
      *
           MOVE WS-TAB-PRO-ITEM (WS-IDX) TO WS-COD-CONSUMO.

           IF WS-OP-TEM-RESERVA EQUAL 'S'
              AND WS-TAB-ALT-QTD GREATER ZEROS
               MOVE WS-COD-CONSUMO TO WS-COD-PROCURADO
               PERFORM 004-15-PROCURAR-RESERVA
               IF WS-RESERVA-ACHADA EQUAL 'N'
                   PERFORM 004-16-AVALIAR-SUBSTITUTO
                       VARYING WS-IDX-ALT FROM 1 BY 1
                       UNTIL WS-IDX-ALT GREATER WS-TAB-ALT-QTD
                          OR WS-RESERVA-ACHADA EQUAL 'S'
               END-IF
           END-IF.

       004-14-FIM.                EXIT.

      *================================================================*
       004-15-PROCURAR-RESERVA    SECTION.
      *================================================================*
           MOVE 'N'               TO WS-RESERVA-ACHADA.

           PERFORM 004-15-01-COMPARAR-RESERVA
               VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES GREATER WS-TAB-RES-QTD
                  OR WS-RESERVA-ACHADA EQUAL 'S'.

       004-15-FIM.                EXIT.

      *================================================================*
       004-15-01-COMPARAR-RESERVA SECTION.
      *================================================================*
           IF WS-TAB-RES-OP (WS-IDX-RES) EQUAL NUM-OP
              AND WS-TAB-RES-PECA (WS-IDX-RES) EQUAL WS-COD-PROCURADO
               MOVE 'S'           TO WS-RESERVA-ACHADA.

       004-15-01-FIM.             EXIT.

      *================================================================*
       004-16-AVALIAR-SUBSTITUTO  SECTION.
      *================================================================*
           IF WS-TAB-ALT-PAI (WS-IDX-ALT) EQUAL COD-ITEM-OP
              AND WS-TAB-ALT-PRI (WS-IDX-ALT) EQUAL
                  WS-TAB-PRO-ITEM (WS-IDX)
               MOVE WS-TAB-ALT-SUB (WS-IDX-ALT) TO WS-COD-PROCURADO
               PERFORM 004-15-PROCURAR-RESERVA
               IF WS-RESERVA-ACHADA EQUAL 'S'
                   MOVE WS-COD-PROCURADO TO WS-COD-CONSUMO
                   COMPUTE WS-QTD-SUBST-DEC =
                       WS-QTD-NECESSARIA *
                       WS-TAB-ALT-FATOR (WS-IDX-ALT)
                   MOVE WS-QTD-SUBST-DEC TO WS-QTD-NECESSARIA
                   IF WS-QTD-NECESSARIA LESS WS-QTD-SUBST-DEC
                       ADD 1      TO WS-QTD-NECESSARIA
                   END-IF
               END-IF
           END-IF.

       004-16-FIM.                EXIT.

      *================================================================*
       004-17-GERAR-SERIES        SECTION.
      *================================================================*
      * ITEM SERIALIZADO: UM NUMERO DE SERIE POR UNIDADE DA ORDEM.
      *
           MOVE ZEROS             TO WS-ISR-ACHADO.

           PERFORM 004-18-COMPARAR-ITEMSERI
               VARYING WS-IDX-ISR FROM 1 BY 1
               UNTIL WS-IDX-ISR GREATER WS-TAB-ISR-QTD
                  OR WS-ISR-ACHADO NOT EQUAL ZEROS.

           IF WS-ISR-ACHADO NOT EQUAL ZEROS
               COMPUTE WS-DATA-GARANTIA =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DATA-SYS-R) +
                    WS-TAB-ISR-DIAS (WS-ISR-ACHADO))
               PERFORM 004-19-GRAVAR-SERIE
                   VARYING WS-SEQ-SERIE FROM 1 BY 1
                   UNTIL WS-SEQ-SERIE GREATER QTD-OP.

       004-17-FIM.                EXIT.

      *================================================================*
       004-18-COMPARAR-ITEMSERI   SECTION.
      *================================================================*
           IF WS-TAB-ISR-ITEM (WS-IDX-ISR) EQUAL COD-ITEM-OP
               MOVE WS-IDX-ISR    TO WS-ISR-ACHADO.

       004-18-FIM.                EXIT.

      *================================================================*
       004-19-GRAVAR-SERIE        SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-SERIE.
           MOVE NUM-OP            TO NUM-OP-SER.
           MOVE WS-SEQ-SERIE      TO SEQ-SER.
           MOVE COD-ITEM-OP       TO COD-ITEM-SER.
           MOVE WS-DATA-SYS-R     TO DATA-PROD-SER.
           MOVE WS-DATA-GARANTIA  TO DATA-GARANT-SER.

           WRITE REG-SERIE.
           PERFORM 001-23-FS-SERIES.
           ADD 1                  TO ACUM-SERIES.

       004-19-FIM.                EXIT.

      *================================================================*
       004-20-PASSAR-HORAS        SECTION.
      *================================================================*
           IF WS-TAB-HOP-OP (WS-IDX-HOP) EQUAL NUM-OP
              AND WS-TAB-HOP-USADA (WS-IDX-HOP) EQUAL 'N'
               MOVE 'S'           TO WS-TAB-HOP-USADA (WS-IDX-HOP)
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-HORAPROD FROM WS-TAB-HOP-IMAGEM (WS-IDX-HOP)
               PERFORM 001-27-FS-HORAPROD
               ADD 1              TO ACUM-HORAS-PASSADAS.

       004-20-FIM.                EXIT.

      *================================================================*
       004-21-ZERAR-ORDEM         SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TAB-PEC-ORDEM (WS-IDX-PEC).

       004-21-FIM.                EXIT.

      *================================================================*
       004-22-DEVOLVER-HORAS      SECTION.
      *================================================================*
      * HORAS DE ORDEM QUE NAO FOI APONTADA NESTA EXECUCAO.
      *
           PERFORM 004-23-DEVOLVER-UMA
               VARYING WS-IDX-HOP FROM 1 BY 1
               UNTIL WS-IDX-HOP GREATER WS-TAB-HOP-QTD.

       004-22-FIM.                EXIT.

      *================================================================*
       004-23-DEVOLVER-UMA        SECTION.
      *================================================================*
           IF WS-TAB-HOP-USADA (WS-IDX-HOP) EQUAL 'N'
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-HORAPEN  FROM WS-TAB-HOP-IMAGEM (WS-IDX-HOP)
               PERFORM 001-28-FS-HORAPEN
               ADD 1              TO ACUM-HORAS-DEVOLVIDAS.

       004-23-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-APONTADAS    TO TOT002-APONTADAS.
           MOVE ACUM-RECUSADAS    TO TOT003-RECUSADAS.
           MOVE ACUM-MOVTOS       TO TOT004-MOVTOS.
           MOVE ACUM-COM-SUBST    TO TOT005-COM-SUBST.
           MOVE ACUM-SERIES       TO TOT006-SERIES.
           MOVE ACUM-HORAS-PASSADAS TO TOT007-HORAS-PASSADAS.
           MOVE ACUM-HORAS-DEVOLVIDAS TO TOT008-HORAS-DEVOLVIDAS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-07-FS-RELATO.
           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-07-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
           CLOSE ORDPROD
                 MOVPROD
                 ORDPRODN
                 RELATO
                 SERIES
                 HORAPROD
                 HORAPEN.
           PERFORM 001-02-FS-ORDPROD.
           PERFORM 001-05-FS-MOVPROD.
           PERFORM 001-06-FS-ORDPRODN.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-23-FS-SERIES.
           PERFORM 001-27-FS-HORAPROD.
           PERFORM 001-28-FS-HORAPEN.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.
