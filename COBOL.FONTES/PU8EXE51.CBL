      * PARMDATA) NAS FAIXAS ATE 30, 31-60, 61-90 E ACIMA DE 90 DIAS,
      * POR ALUNO E TURMA. ATRASO ACIMA DE 90 DIAS SAI COM A MARCA
      * 'BLOQ REMATRICULA' PARA USO NA REMATRICULA.
      *
      * O BLOQUEIO E APLICADO PELO PU8EXF60 (REMATRICULA), QUE LE O
      * CARTMENN DESTE PROGRAMA COM A MESMA REGRA DE ATRASO: O ALUNO
      * PROMOVIDO COM COBRANCA EM ABERTO HA MAIS DE 90 DIAS FICA
      * PENDENTE ATE A BAIXA OU A RENEGOCIACAO (PU8EXF07) DO DEBITO.
      *
      * A COBRANCA CANCELADA NA DESISTENCIA DO ALUNO (SITUACAO 'C',
      * GRAVADA PELO PU8EXF61) PASSA PELA CARTEIRA SEM BAIXA E SEM
      * ENVELHECIMENTO, COMO A RENEGOCIADA.
      *
      * PAGAMENTO FEITO DEPOIS DO VENCIMENTO (DIA DE VENCIMENTO DO
      * PARMMULT NO MES DA COMPETENCIA) ALEM DOS DIAS DE CARENCIA
      * DEVE MULTA SOBRE O VALOR DA MENSALIDADE MAIS JUROS DE MORA
      * PRO RATA DIA (TAXA MENSAL / 30) DESDE O VENCIMENTO, COM OS
      * DIAS CONTADOS A TRINTA POR MES. O QUE O PAGAMENTO TROUXE
      * ACIMA DA MENSALIDADE QUITA PRIMEIRO A MULTA E DEPOIS OS
      * JUROS; O QUE FALTAR ENTRA NO CARTMENN COMO COBRANCA NOVA EM
      * ABERTO (TURMA 998 = ENCARGOS DE ATRASO) NA COMPETENCIA
      * SEGUINTE A DATA DE REFERENCIA, PARA SAIR NA PROXIMA
      * COBRANCA. SEM PARMMULT VALEM MULTA DE 2%, JUROS DE 1% AO
      * MES, SEM CARENCIA E VENCIMENTO NO DIA 10. MULTA E JUROS
      * RECEBIDOS SAEM NOS TOTAIS SEPARADOS DA MENSALIDADE RECEBIDA.
      *
      * A COBRANCA DE ENCARGOS (TURMA 998) NAO CASA COM PAGAMENTO
      * PELA COMPETENCIA, QUE E A MESMA DA MENSALIDADE SEGUINTE: O
      * PAGAMENTO BAIXA PRIMEIRO A MENSALIDADE REGULAR E OS ENCARGOS
      * DELA, E SO O QUE SOBRAR QUITA (TOTAL OU PARCIALMENTE) A
      * COBRANCA 998 EM ABERTO DO MESMO ALUNO. POR ISSO AS COBRANCAS
      * 998 EM ABERTO SAO GUARDADAS NA LEITURA DA CARTEIRA E TRATADAS
      * DEPOIS DE TODAS AS MENSALIDADES; A QUITADA EM PARTE SEGUE EM
      * ABERTO PELO SALDO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT PARMMULT        ASSIGN TO UT-S-PARMMULT
                      FILE STATUS IS FS-PARMMULT.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
      * ENCARGOS DE ATRASO: MULTA (%), JUROS AO MES (%), DIAS DE
      * CARENCIA E DIA DE VENCIMENTO DA MENSALIDADE.
      *
       FD PARMMULT
           RECORD     CONTAINS    12 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMMULT.
       01 REG-PARMMULT.
          05 PERC-MULTA-PARM      PIC 9(02)V99.
          05 PERC-JUROS-PARM      PIC 9(02)V99.
          05 DIAS-CARENCIA-PARM   PIC 9(02).
          05 DIA-VENC-PARM        PIC 9(02).
      *
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
       77 WS-MESES-COMP           PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
      *
      *  ENCARGOS DE ATRASO DO PARMMULT (COM OS VALORES PADRAO)
      *
       77 WS-PERC-MULTA           PIC 9(02)V99 VALUE 2.
       77 WS-PERC-JUROS           PIC 9(02)V99 VALUE 1.
       77 WS-DIAS-CARENCIA        PIC 9(02) VALUE ZEROS.
       77 WS-DIA-VENC             PIC 9(02) VALUE 10.
      *
       01 WS-DATA-PAGTO.
          05 WS-ANO-PAGTO         PIC 9(04).
          05 WS-MES-PAGTO         PIC 9(02).
          05 WS-DIA-PAGTO         PIC 9(02).
      *
       77 WS-DIA-CALC             PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-PAGTO           PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO-PAG      PIC 9(05) VALUE ZEROS.
       77 WS-VLR-PAGO             PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-EXCEDENTE        PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-MULTA            PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-JUROS-BASE       PIC 9(09)V9(04) VALUE ZEROS.
       77 WS-VLR-JUROS            PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-MULTA-DEV        PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-JUROS-DEV        PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-RESIDUO          PIC 9(07)V99 VALUE ZEROS.
      *
      *  COMPETENCIA DA PROXIMA COBRANCA (MES SEGUINTE A REFERENCIA)
      *
       01 WS-COMPET-PROX.
          05 WS-ANO-PROX          PIC 9(04).
          05 WS-MES-PROX          PIC 9(02).
      *
      *  COBRANCA DE ENCARGOS NAO PAGOS, NO LAYOUT DO CARTMENS
      *
       01 WS-REG-ENCARGO.
          05 WS-CODALU-ENC        PIC 9(04).
          05 WS-TURMA-ENC         PIC 9(03).
          05 WS-COMPET-ENC        PIC 9(06).
          05 WS-VALOR-ENC         PIC 9(07)V99.
          05 WS-SITUACAO-ENC      PIC X(01).
          05 FILLER               PIC X(07).
      *
      *  PAGAMENTOS CARREGADOS DE PAGTMENS
      *
       01 WS-TAB-PAG.
          05 WS-TAB-PAG-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PAG-ALU    PIC 9(04).
             10 WS-TAB-PAG-COMP   PIC 9(06).
             10 WS-TAB-PAG-VALOR  PIC 9(07)V99.
             10 WS-TAB-PAG-DATA   PIC 9(08).
             10 WS-TAB-PAG-USADO  PIC X(01).
             10 WS-TAB-PAG-SOBRA  PIC 9(07)V99.
      *
       77 WS-IDX-PAG              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-PAGO                 PIC X(01) VALUE 'N'.
      *
      *  COBRANCAS DE ENCARGOS (TURMA 998) EM ABERTO NA CARTEIRA,
      *  TRATADAS DEPOIS DAS MENSALIDADES REGULARES
      *
       01 WS-TAB-ENC.
          05 WS-TAB-ENC-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-ENC-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-ENC-REG    PIC X(30).
      *
       77 WS-IDX-ENC              PIC 9(03) VALUE ZEROS.
       77 WS-VLR-ENC-ORIG         PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-APLICADO         PIC 9(07)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-FAIXA-90           PIC 9(06) VALUE ZEROS.
       77 ACUM-FAIXA-MAIS         PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ABERTO         PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-PAG-ATRASO         PIC 9(06) VALUE ZEROS.
       77 ACUM-ENCARGOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-MENS-REC       PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-MULTA-REC      PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-JUROS-REC      PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-ENCARGOS       PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-ENC-BAIXADOS       PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ENC-REC        PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CARTMENN             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-PARMMULT             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL EM ABERTO      :'.
          05 TOT005-VLR-ABERTO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'MENSALIDADES RECEBIDAS     :'.
          05 TOT006-VLR-MENS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'PAGAMENTOS APOS O VENCIMENTO             :'.
          05 TOT007-PAG-ATRASO    PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'MULTA POR ATRASO RECEBIDA  :'.
          05 TOT008-VLR-MULTA     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'JUROS DE MORA RECEBIDOS    :'.
          05 TOT009-VLR-JUROS     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'ENCARGOS NAO PAGOS LANCADOS (TURMA 998)  :'.
          05 TOT010-ENCARGOS      PIC ZZZ.ZZ9.
      *
       01  TOT011.
          05 FILLER               PIC X(29) VALUE
             'VALOR DOS ENCARGOS LANCADOS:'.
          05 TOT011-VLR-ENCARGOS  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT012.
          05 FILLER               PIC X(44) VALUE
             'ENCARGOS ANTERIORES (TURMA 998) QUITADOS :'.
          05 TOT012-ENC-BAIXADOS  PIC ZZZ.ZZ9.
      *
       01  TOT013.
          05 FILLER               PIC X(29) VALUE
             'ENCARGOS ANTERIORES RECEB. :'.
          05 TOT013-VLR-ENC-REC   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-10-LER-PARMDATA.
           PERFORM 001-14-LER-PARMMULT.
           PERFORM 001-12-CARREGAR-PAGTMENS.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TRATAR-CARTEIRA.
           ADD 1                  TO WS-TAB-PAG-QTD.
           MOVE CODALU-PAG        TO WS-TAB-PAG-ALU (WS-TAB-PAG-QTD).
           MOVE COMPET-PAG        TO WS-TAB-PAG-COMP (WS-TAB-PAG-QTD).
           MOVE VALOR-PAG         TO WS-TAB-PAG-VALOR (WS-TAB-PAG-QTD).
           MOVE DATA-PAG          TO WS-TAB-PAG-DATA (WS-TAB-PAG-QTD).
           MOVE 'N'               TO
               WS-TAB-PAG-USADO (WS-TAB-PAG-QTD).
           MOVE ZEROS             TO
               WS-TAB-PAG-SOBRA (WS-TAB-PAG-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PAGTMENS.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-LER-PARMMULT        SECTION.
      *================================================================*
      *    SEM PARMMULT ('35') FICAM OS ENCARGOS PADRAO
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMMULT.
           PERFORM 001-15-FS-PARMMULT.

           IF FS-PARMMULT EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMMULT
               PERFORM 001-15-FS-PARMMULT.

           IF FS-PARMMULT EQUAL '00'
               MOVE PERC-MULTA-PARM    TO WS-PERC-MULTA
               MOVE PERC-JUROS-PARM    TO WS-PERC-JUROS
               MOVE DIAS-CARENCIA-PARM TO WS-DIAS-CARENCIA
               IF DIA-VENC-PARM GREATER ZEROS
                  AND DIA-VENC-PARM LESS 31
                   MOVE DIA-VENC-PARM  TO WS-DIA-VENC.

           IF FS-PARMMULT NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMMULT.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-FS-PARMMULT         SECTION.
      *================================================================*
           MOVE 'PARMMULT'        TO FS-ARQUIVO.
           MOVE FS-PARMMULT       TO FS-COD-STATUS.

           IF FS-PARMMULT NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-15-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           COMPUTE WS-MESES-REF =
               (WS-ANO-SYS * 12) + WS-MES-SYS.

           IF WS-MES-SYS EQUAL 12
               COMPUTE WS-ANO-PROX = WS-ANO-SYS + 1
               MOVE 1             TO WS-MES-PROX
           ELSE
               MOVE WS-ANO-SYS    TO WS-ANO-PROX
               COMPUTE WS-MES-PROX = WS-MES-SYS + 1.

       002-00-FIM.                EXIT.

      *================================================================*
           PERFORM 003-01-TRATAR-UMA
               UNTIL FS-CARTMENS EQUAL '10'.

           PERFORM 003-12-TRATAR-ENCARGO
               VARYING WS-IDX-ENC FROM 1 BY 1
               UNTIL WS-IDX-ENC GREATER WS-TAB-ENC-QTD.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CARTMENS.

       003-01-TRATAR-UMA          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-CARTEIRA.
           MOVE ZEROS             TO WS-VLR-RESIDUO.

           IF TURMA-CAR EQUAL 998 AND SITUACAO-CAR EQUAL 'A'
               PERFORM 003-10-GUARDAR-ENCARGO
           ELSE
               IF SITUACAO-CAR EQUAL 'A'
                   PERFORM 003-02-BAIXAR-SE-PAGA
               END-IF
               PERFORM 003-11-GRAVAR-COBRANCA.

           IF WS-VLR-RESIDUO GREATER ZEROS
               PERFORM 003-09-LANCAR-ENCARGOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARTMENS.

           IF WS-PAGO EQUAL 'S'
               MOVE 'P'           TO SITUACAO-CAR
               ADD 1              TO ACUM-BAIXADAS
               PERFORM 003-07-APURAR-ATRASO.

       003-02-FIM.                EXIT.

              AND WS-TAB-PAG-ALU (WS-IDX-PAG) EQUAL CODALU-CAR
              AND WS-TAB-PAG-COMP (WS-IDX-PAG) EQUAL COMPET-CAR
               MOVE 'S'           TO WS-TAB-PAG-USADO (WS-IDX-PAG)
               MOVE WS-IDX-PAG    TO WS-IDX-ACHADO
               MOVE 'S'           TO WS-PAGO.

       003-03-FIM.                EXIT.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-APURAR-ATRASO       SECTION.
      *================================================================*
      * O QUE O PAGAMENTO TROUXE ATE O VALOR DA MENSALIDADE E RECEITA
      * DE MENSALIDADE; O EXCEDENTE FICA PARA OS ENCARGOS DE ATRASO.
      * OS DIAS DE ATRASO SAO CONTADOS DO VENCIMENTO ATE A DATA DO
      * PAGAMENTO A TRINTA DIAS POR MES, COMO NO ENVELHECIMENTO.
      *
           MOVE WS-TAB-PAG-VALOR (WS-IDX-ACHADO) TO WS-VLR-PAGO.
           MOVE WS-TAB-PAG-DATA (WS-IDX-ACHADO)  TO WS-DATA-PAGTO.

           IF WS-VLR-PAGO GREATER VALOR-CAR
               ADD VALOR-CAR      TO ACUM-VLR-MENS-REC
               COMPUTE WS-VLR-EXCEDENTE = WS-VLR-PAGO - VALOR-CAR
           ELSE
               ADD WS-VLR-PAGO    TO ACUM-VLR-MENS-REC
               MOVE ZEROS         TO WS-VLR-EXCEDENTE.

           MOVE ZEROS             TO WS-DIAS-ATRASO-PAG.

           IF WS-DATA-PAGTO NOT EQUAL ZEROS
               MOVE WS-DIA-PAGTO  TO WS-DIA-CALC
               IF WS-DIA-CALC GREATER 30
                   MOVE 30        TO WS-DIA-CALC
               END-IF
               COMPUTE WS-DIAS-PAGTO =
                   (WS-ANO-PAGTO * 360) + (WS-MES-PAGTO * 30)
               ADD WS-DIA-CALC    TO WS-DIAS-PAGTO
               COMPUTE WS-DIAS-VENC =
                   (ANO-CAR * 360) + (MES-CAR * 30)
               ADD WS-DIA-VENC    TO WS-DIAS-VENC
               IF WS-DIAS-PAGTO GREATER WS-DIAS-VENC
                   COMPUTE WS-DIAS-ATRASO-PAG =
                       WS-DIAS-PAGTO - WS-DIAS-VENC.

           IF WS-DIAS-ATRASO-PAG GREATER WS-DIAS-CARENCIA
               PERFORM 003-08-COBRAR-ENCARGOS.

      *    O QUE SOBRAR FICA PARA A COBRANCA 998 EM ABERTO DO ALUNO
           MOVE WS-VLR-EXCEDENTE  TO
               WS-TAB-PAG-SOBRA (WS-IDX-ACHADO).

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-COBRAR-ENCARGOS     SECTION.
      *================================================================*
      * MULTA SOBRE A MENSALIDADE E JUROS PRO RATA DIA DESDE O
      * VENCIMENTO. O EXCEDENTE DO PAGAMENTO QUITA PRIMEIRO A MULTA
      * E DEPOIS OS JUROS; O SALDO DEVEDOR VAI PARA WS-VLR-RESIDUO.
      *
           ADD 1                  TO ACUM-PAG-ATRASO.

           COMPUTE WS-VLR-MULTA ROUNDED =
               VALOR-CAR * WS-PERC-MULTA / 100.
           COMPUTE WS-VLR-JUROS-BASE = VALOR-CAR * WS-PERC-JUROS.
           COMPUTE WS-VLR-JUROS ROUNDED =
               WS-VLR-JUROS-BASE * WS-DIAS-ATRASO-PAG / 3000.

           IF WS-VLR-EXCEDENTE NOT LESS WS-VLR-MULTA
               ADD WS-VLR-MULTA   TO ACUM-VLR-MULTA-REC
               SUBTRACT WS-VLR-MULTA FROM WS-VLR-EXCEDENTE
               MOVE ZEROS         TO WS-VLR-MULTA-DEV
           ELSE
               ADD WS-VLR-EXCEDENTE TO ACUM-VLR-MULTA-REC
               COMPUTE WS-VLR-MULTA-DEV =
                   WS-VLR-MULTA - WS-VLR-EXCEDENTE
               MOVE ZEROS         TO WS-VLR-EXCEDENTE.

           IF WS-VLR-EXCEDENTE NOT LESS WS-VLR-JUROS
               ADD WS-VLR-JUROS   TO ACUM-VLR-JUROS-REC
               SUBTRACT WS-VLR-JUROS FROM WS-VLR-EXCEDENTE
               MOVE ZEROS         TO WS-VLR-JUROS-DEV
           ELSE
               ADD WS-VLR-EXCEDENTE TO ACUM-VLR-JUROS-REC
               COMPUTE WS-VLR-JUROS-DEV =
                   WS-VLR-JUROS - WS-VLR-EXCEDENTE
               MOVE ZEROS         TO WS-VLR-EXCEDENTE.

           MOVE WS-VLR-MULTA-DEV  TO WS-VLR-RESIDUO.
           ADD WS-VLR-JUROS-DEV   TO WS-VLR-RESIDUO.

       003-08-FIM.                EXIT.

      *================================================================*
       003-09-LANCAR-ENCARGOS     SECTION.
      *================================================================*
      * ENCARGOS NAO PAGOS VIRAM COBRANCA EM ABERTO DA TURMA 998 NA
      * COMPETENCIA DA PROXIMA COBRANCA.
      *
           MOVE SPACES            TO WS-REG-ENCARGO.
           MOVE CODALU-CAR        TO WS-CODALU-ENC.
           MOVE 998               TO WS-TURMA-ENC.
           MOVE WS-COMPET-PROX    TO WS-COMPET-ENC.
           MOVE WS-VLR-RESIDUO    TO WS-VALOR-ENC.
           MOVE 'A'               TO WS-SITUACAO-ENC.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CARTMENN     FROM WS-REG-ENCARGO.
           PERFORM 001-05-FS-CARTMENN.

           ADD 1                  TO ACUM-ENCARGOS.
           ADD WS-VLR-RESIDUO     TO ACUM-VLR-ENCARGOS.

       003-09-FIM.                EXIT.

      *================================================================*
       003-10-GUARDAR-ENCARGO     SECTION.
      *================================================================*
           IF WS-TAB-ENC-QTD EQUAL 500
               DISPLAY '* MAIS DE 500 ENCARGOS EM ABERTO     *'
               DISPLAY '* AUMENTAR WS-TAB-ENC E REPROCESSAR  *'
               MOVE 'CARTMENS'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-ENC-QTD.
           MOVE REG-CARTMENS      TO WS-TAB-ENC-REG (WS-TAB-ENC-QTD).

       003-10-FIM.                EXIT.

      *================================================================*
       003-11-GRAVAR-COBRANCA     SECTION.
      *================================================================*
           IF SITUACAO-CAR EQUAL 'A'
               ADD 1              TO ACUM-ABERTAS
               ADD VALOR-CAR      TO ACUM-VLR-ABERTO
               PERFORM 003-04-ENVELHECER.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CARTMENN     FROM REG-CARTMENS.
           PERFORM 001-05-FS-CARTMENN.

       003-11-FIM.                EXIT.

      *================================================================*
       003-12-TRATAR-ENCARGO      SECTION.
      *================================================================*
      * A COBRANCA 998 GUARDADA RECEBE AS SOBRAS DOS PAGAMENTOS DO
      * MESMO ALUNO. QUITADA, SAI BAIXADA PELO VALOR ORIGINAL; EM
      * PARTE, SEGUE EM ABERTO PELO SALDO.
      *
           MOVE WS-TAB-ENC-REG (WS-IDX-ENC) TO REG-CARTMENS.
           MOVE VALOR-CAR         TO WS-VLR-ENC-ORIG.

           PERFORM 003-13-APLICAR-SOBRA
               VARYING WS-IDX-PAG FROM 1 BY 1
               UNTIL WS-IDX-PAG GREATER WS-TAB-PAG-QTD
                  OR VALOR-CAR EQUAL ZEROS.

           IF VALOR-CAR EQUAL ZEROS
               MOVE 'P'           TO SITUACAO-CAR
               MOVE WS-VLR-ENC-ORIG TO VALOR-CAR
               ADD 1              TO ACUM-BAIXADAS
                                     ACUM-ENC-BAIXADOS.

           PERFORM 003-11-GRAVAR-COBRANCA.

       003-12-FIM.                EXIT.

      *================================================================*
       003-13-APLICAR-SOBRA       SECTION.
      *================================================================*
           IF WS-TAB-PAG-ALU (WS-IDX-PAG) EQUAL CODALU-CAR
              AND WS-TAB-PAG-SOBRA (WS-IDX-PAG) GREATER ZEROS
               IF WS-TAB-PAG-SOBRA (WS-IDX-PAG) LESS VALOR-CAR
                   MOVE WS-TAB-PAG-SOBRA (WS-IDX-PAG) TO
                       WS-VLR-APLICADO
               ELSE
                   MOVE VALOR-CAR TO WS-VLR-APLICADO
               END-IF
               SUBTRACT WS-VLR-APLICADO FROM
                   WS-TAB-PAG-SOBRA (WS-IDX-PAG)
                   VALOR-CAR
               ADD WS-VLR-APLICADO TO ACUM-VLR-ENC-REC.

       003-13-FIM.                EXIT.

      *================================================================*
       004-00-ACRESCENTAR-NOVAS   SECTION.
      *================================================================*
           MOVE ACUM-FAIXA-90     TO TOT004-F90.
           MOVE ACUM-FAIXA-MAIS   TO TOT004-FMAIS.
           MOVE ACUM-VLR-ABERTO   TO TOT005-VLR-ABERTO.
           MOVE ACUM-VLR-MENS-REC TO TOT006-VLR-MENS.
           MOVE ACUM-PAG-ATRASO   TO TOT007-PAG-ATRASO.
           MOVE ACUM-VLR-MULTA-REC TO TOT008-VLR-MULTA.
           MOVE ACUM-VLR-JUROS-REC TO TOT009-VLR-JUROS.
           MOVE ACUM-ENCARGOS     TO TOT010-ENCARGOS.
           MOVE ACUM-VLR-ENCARGOS TO TOT011-VLR-ENCARGOS.
           MOVE ACUM-ENC-BAIXADOS TO TOT012-ENC-BAIXADOS.
           MOVE ACUM-VLR-ENC-REC  TO TOT013-VLR-ENC-REC.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.
           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT012 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT013 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
