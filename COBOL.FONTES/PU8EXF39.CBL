       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF39.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * PROCESSAMENTO DO RETORNO DA COBRANCA BANCARIA DE CLIENTES
      * (REMESSA GERADA PELO PU8EXF38), NOS MOLDES DO RETORNO DE
      * MENSALIDADES DO PU8EXF09. CADA DETALHE '1' DO RETCOBCR COM
      * SITUACAO 'P' (PAGO) E CONFERIDO CONTRA A CARTEIRA A RECEBER
      * (CRABERTO: O ITEM DO PEDIDO/CLIENTE PRECISA EXISTIR, NAO TER
      * SIDO BAIXADO NESTE MESMO RETORNO E O VALOR PAGO PRECISA
      * COBRIR O DO ITEM) E VIRA UM REGISTRO PAGTCLI PARA A PROXIMA
      * RODADA DO PU8EXE94, ELIMINANDO A DIGITACAO MANUAL DOS
      * RECEBIMENTOS. RETORNO SEM ITEM NA CARTEIRA, JA BAIXADO, PAGO
      * A MENOR OU RECUSADO PELO BANCO (SITUACAO DIFERENTE DE 'P')
      * SAI NA LISTAGEM DE REJEITADOS E NO SUSPENSO (RETCRSUS) COM O
      * MOTIVO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT RETCOBCR        ASSIGN TO UT-S-RETCOBCR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RETCOBCR.
      *
           SELECT CRABERTO        ASSIGN TO UT-S-CRABERTO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CRABERTO.
      *
           SELECT PAGTCLI         ASSIGN TO UT-S-PAGTCLI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PAGTCLI.
      *
           SELECT RETCRSUS        ASSIGN TO UT-S-RETCRSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RETCRSUS.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * RETORNO DO BANCO: '0' ABERTURA, '1' DETALHE COM A SITUACAO
      * DO TITULO ('P' = PAGO), '9' ENCERRAMENTO.
      *
       FD RETCOBCR
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RETCOBCR.
       01 REG-RETCOBCR.
          05 TIPO-RET             PIC X(01).
          05 NUM-PED-RET          PIC 9(06).
          05 COD-CLI-RET          PIC 9(05).
          05 VALOR-RET            PIC 9(09)V99.
          05 DATA-PAG-RET         PIC 9(08).
          05 SITUACAO-RET         PIC X(01).
          05 FILLER               PIC X(48).
      *
      * ITENS EM ABERTO DA CARTEIRA A RECEBER (LAYOUT DO PU8EXE94).
      *
       FD CRABERTO
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CRABERTO.
       01 REG-CRABERTO.
          05 NUM-PED-CR           PIC 9(06).
          05 COD-CLI-CR           PIC 9(05).
          05 VALOR-CR             PIC 9(09)V99.
          05 DT-VENC-CR           PIC 9(08).
          05 FILLER               PIC X(10).
      *
      * RECEBIMENTOS GERADOS, NO LAYOUT DO PAGTCLI DO PU8EXE94.
      *
       FD PAGTCLI
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PAGTCLI.
       01 REG-PAGTCLI.
          05 NUM-PED-PAG          PIC 9(06).
          05 VALOR-PAG            PIC 9(09)V99.
          05 DATA-PAG             PIC 9(08).
          05 FILLER               PIC X(05).
      *
      * RETORNOS RECUSADOS, COM A IMAGEM ORIGINAL E O MOTIVO.
      *
       FD RETCRSUS
           RECORD     CONTAINS    110 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RETCRSUS.
       01 REG-RETCRSUS.
          05 RETCRSUS-LINHA       PIC X(80).
          05 RETCRSUS-MOTIVO      PIC X(30).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
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
      *  AREA PARA OBTER DATA E HORA
      *
       01 WS-DATA-HORARIO-SYS.
          05 WS-DATA-SYS.
             10 WS-ANO-SYS        PIC 9(04).
             10 WS-MES-SYS        PIC 9(02).
             10 WS-DIA-SYS        PIC 9(02).
          05 WS-HORARIO-SYS.
             10 WS-HOR-SYS        PIC 9(02).
             10 WS-MIN-SYS        PIC 9(02).
          05 FILLER               PIC X(09).
      *
      *  ITENS EM ABERTO DA CARTEIRA, PARA A CRITICA DO RETORNO
      *
       01 WS-TAB-CR.
          05 WS-TAB-CR-QTD        PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CR-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CR-PED     PIC 9(06).
             10 WS-TAB-CR-CLI     PIC 9(05).
             10 WS-TAB-CR-VALOR   PIC 9(09)V99.
             10 WS-TAB-CR-BAIXADA PIC X(01).
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO               PIC X(30) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-RETORNOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-GERADOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-RETCOBCR             PIC X(02) VALUE SPACES.
       77 FS-CRABERTO             PIC X(02) VALUE SPACES.
       77 FS-PAGTCLI              PIC X(02) VALUE SPACES.
       77 FS-RETCRSUS             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      *  LINHAS DO RELATORIO
      *
       01  CAB001.
          05 FILLER               PIC X(39) VALUE
             'FUTURE SCHOOL CURSOS DE COMPUTACAO'.
          05 CAB002-HOR           PIC 9(02).
          05 FILLER               PIC X     VALUE ':'.
          05 CAB002-MIN           PIC 9(02).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'PAG.: '.
          05 CAB001-PAG           PIC Z.ZZ9.
      *
       01  CAB002.
          05 FILLER               PIC X(50) VALUE
             'PROGRAMA = PU8EXF39'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'RETORNO DA COBRANCA BANCARIA DE CLIENTES'.
      *
       01  CAB004.
          05 FILLER               PIC X(66) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.
          05 FILLER               PIC X(09) VALUE 'CLIENTE'.
          05 FILLER               PIC X(15) VALUE '       VALOR'.
          05 FILLER               PIC X(30) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CLIENTE       PIC 9(05).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-VALOR         PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(30).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'DETALHES DE RETORNO LIDOS                :'.
          05 TOT001-RETORNOS      PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'PAGAMENTOS GERADOS                       :'.
          05 TOT002-GERADOS       PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'RETORNOS REJEITADOS                      :'.
          05 TOT003-REJEITADOS    PIC ZZZ.ZZ9.
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
           PERFORM 001-07-CARREGAR-CARTEIRA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TRATAR-RETORNO.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  RETCOBCR
                       CRABERTO
                OUTPUT PAGTCLI
                       RETCRSUS
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-RETCOBCR.
           PERFORM 001-03-FS-CRABERTO.
           PERFORM 001-04-FS-PAGTCLI.
           PERFORM 001-05-FS-RETCRSUS.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-RETCOBCR         SECTION.
      *================================================================*
           MOVE 'RETCOBCR'        TO FS-ARQUIVO.
           MOVE FS-RETCOBCR       TO FS-COD-STATUS.

           IF FS-RETCOBCR NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CRABERTO         SECTION.
      *================================================================*
           MOVE 'CRABERTO'        TO FS-ARQUIVO.
           MOVE FS-CRABERTO       TO FS-COD-STATUS.

           IF FS-CRABERTO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-PAGTCLI          SECTION.
      *================================================================*
           MOVE 'PAGTCLI'         TO FS-ARQUIVO.
           MOVE FS-PAGTCLI        TO FS-COD-STATUS.

           IF FS-PAGTCLI NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-RETCRSUS         SECTION.
      *================================================================*
           MOVE 'RETCRSUS'        TO FS-ARQUIVO.
           MOVE FS-RETCRSUS       TO FS-COD-STATUS.

           IF FS-RETCRSUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-CARREGAR-CARTEIRA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTO.
           PERFORM 001-03-FS-CRABERTO.

           PERFORM 001-08-ACUMULAR-CARTEIRA
               UNTIL FS-CRABERTO EQUAL '10'
                  OR WS-TAB-CR-QTD EQUAL 500.

           IF FS-CRABERTO NOT EQUAL '10'
               DISPLAY '* CRABERTO COM MAIS DE 500 ITENS     *'
               DISPLAY '* AUMENTAR WS-TAB-CR E REPROCESSAR   *'
               MOVE 'CRABERTO'    TO FS-ARQUIVO
               MOVE FS-CRABERTO   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CRABERTO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-ACUMULAR-CARTEIRA   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-CR-QTD.
           MOVE NUM-PED-CR        TO WS-TAB-CR-PED (WS-TAB-CR-QTD).
           MOVE COD-CLI-CR        TO WS-TAB-CR-CLI (WS-TAB-CR-QTD).
           MOVE VALOR-CR          TO WS-TAB-CR-VALOR (WS-TAB-CR-QTD).
           MOVE 'N'               TO WS-TAB-CR-BAIXADA (WS-TAB-CR-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CRABERTO.
           PERFORM 001-03-FS-CRABERTO.

       001-08-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-TRATAR-RETORNO      SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RETCOBCR.
           PERFORM 001-02-FS-RETCOBCR.

           PERFORM 003-01-TRATAR-UM
               UNTIL FS-RETCOBCR EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RETCOBCR.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-UM           SECTION.
      *================================================================*
           IF TIPO-RET EQUAL '1'
               PERFORM 003-01-01-TRATAR-DETALHE.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RETCOBCR.
           PERFORM 001-02-FS-RETCOBCR.

       003-01-FIM.                EXIT.

      *================================================================*
       003-01-01-TRATAR-DETALHE   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-RETORNOS.
           MOVE SPACES            TO WS-MOTIVO.

           IF SITUACAO-RET NOT EQUAL 'P'
               MOVE 'TITULO RECUSADO/NAO PAGO'
                                  TO WS-MOTIVO
           ELSE
               PERFORM 003-02-PROCURAR-ITEM
               PERFORM 003-06-CRITICAR-ITEM.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 003-03-GERAR-PAGAMENTO
           ELSE
               PERFORM 003-04-REJEITAR.

           PERFORM 003-05-IMPRIMIR-LINHA.

       003-01-01-FIM.             EXIT.

      *================================================================*
       003-02-PROCURAR-ITEM       SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.

           PERFORM 003-02-01-COMPARAR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CR-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

       003-02-FIM.                EXIT.

      *================================================================*
       003-02-01-COMPARAR         SECTION.
      *================================================================*
           IF WS-TAB-CR-PED (WS-IDX) EQUAL NUM-PED-RET
              AND WS-TAB-CR-CLI (WS-IDX) EQUAL COD-CLI-RET
               MOVE WS-IDX        TO WS-ACHADO.

       003-02-01-FIM.             EXIT.

      *================================================================*
       003-03-GERAR-PAGAMENTO     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-GERADOS.
           MOVE 'S'               TO WS-TAB-CR-BAIXADA (WS-ACHADO).

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-PAGTCLI.
           MOVE NUM-PED-RET       TO NUM-PED-PAG.
           MOVE VALOR-RET         TO VALOR-PAG.
           MOVE DATA-PAG-RET      TO DATA-PAG.
           WRITE REG-PAGTCLI.
           PERFORM 001-04-FS-PAGTCLI.

           MOVE 'PAGAMENTO GERADO' TO DET001-SITUACAO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-REJEITAR            SECTION.
      *================================================================*
           ADD 1                  TO ACUM-REJEITADOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE REG-RETCOBCR      TO RETCRSUS-LINHA.
           MOVE WS-MOTIVO         TO RETCRSUS-MOTIVO.
           WRITE REG-RETCRSUS.
           PERFORM 001-05-FS-RETCRSUS.

           MOVE WS-MOTIVO         TO DET001-SITUACAO.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-IMPRIMIR-LINHA      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE NUM-PED-RET       TO DET001-PEDIDO.
           MOVE COD-CLI-RET       TO DET001-CLIENTE.
           MOVE VALOR-RET         TO DET001-VALOR.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-CRITICAR-ITEM       SECTION.
      *================================================================*
      *    O PU8EXE94 BAIXA O ITEM INTEIRO AO RECEBER O PAGAMENTO, POR
      *    ISSO PAGAMENTO A MENOR VAI PARA O SUSPENSO E NAO E GERADO.
      *
           IF WS-ACHADO EQUAL ZEROS
               MOVE 'TITULO INEXISTENTE NA CARTEIRA'
                                  TO WS-MOTIVO
           ELSE
               IF WS-TAB-CR-BAIXADA (WS-ACHADO) EQUAL 'S'
                   MOVE 'TITULO JA BAIXADO'
                                  TO WS-MOTIVO
               ELSE
                   IF VALOR-RET LESS WS-TAB-CR-VALOR (WS-ACHADO)
                       MOVE 'VALOR PAGO MENOR QUE O TITULO'
                                  TO WS-MOTIVO.

       003-06-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-RETORNOS     TO TOT001-RETORNOS.
           MOVE ACUM-GERADOS      TO TOT002-GERADOS.
           MOVE ACUM-REJEITADOS   TO TOT003-REJEITADOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PAGTCLI
                 RETCRSUS
                 RELATO.
           PERFORM 001-04-FS-PAGTCLI.
           PERFORM 001-05-FS-RETCRSUS.
           PERFORM 001-06-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

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
               MOVE 'PU8EXF39'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-RETORNOS           TO RUNLOG-QTD-LIDOS
               MOVE ACUM-GERADOS            TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-REJEITADOS         TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
