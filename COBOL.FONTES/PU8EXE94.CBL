      * EMISSAO MAIS O PRAZO PADRAO DE COBRANCA (PARMPRZC, EM DIAS).
      * OS ITENS SAO CARREGADOS SOBRE A CARTEIRA ANTERIOR (CRABERTO)
      * E BAIXADOS PELOS PAGAMENTOS DOS CLIENTES (PAGTCLI, POR
      * NUMERO DO PEDIDO); O QUE SOBRA SEGUE NO CRABERTN. O VALOR DO
      * ITEM E O VALOR DA NOTA (VLR-NOTA-FAT, MERCADORIA MAIS ICMS E
      * IPI), QUE E O QUE O CLIENTE PAGA.
      *
      * O RELATORIO DE INADIMPLENCIA SAI COM REGUA DE COBRANCA NO
      * ESTILO DO PU8EXE51: ATE 30 DIAS DE ATRASO 'AVISO 1', ATE 60
      * AO FINAL, O CADASTRO DE CREDITO DOS CLIENTES E REGERADO
      * (CADCLICR -> CADCLICN) COM O SALDO EM ABERTO RECALCULADO DA
      * CARTEIRA, FECHANDO O CICLO DO LIMITE DE CREDITO DO PU8EXE47.
      *
      * AS BAIXAS POR PERDA AUTORIZADAS PELO FINANCEIRO (BAIXPERD, POR
      * PEDIDO E CLIENTE) SAO APLICADAS DEPOIS DOS PAGAMENTOS: O ITEM
      * EM ABERTO SAI DA CARTEIRA (NAO VAI PARA O CRABERTN NEM ENTRA
      * NO SALDO DO CADCLICN) E E GRAVADO NO HISTORICO DE PERDAS
      * (HISTPERD, EM EXTEND) COM A RECUPERACAO PENDENTE. O LANCAMENTO
      * CONTRA A PROVISAO PARA DEVEDORES DUVIDOSOS E FEITO NO
      * FECHAMENTO DO MES PELO PU8EXF40, A PARTIR DO HISTPERD. BAIXA
      * SEM ITEM EM ABERTO CORRESPONDENTE E RECUSADA E LISTADA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT PAGTCLI         ASSIGN TO UT-S-PAGTCLI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PAGTCLI.
      *
           SELECT BAIXPERD        ASSIGN TO UT-S-BAIXPERD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-BAIXPERD.
      *
           SELECT HISTPERD        ASSIGN TO UT-S-HISTPERD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTPERD.
      *
           SELECT CADCLICR        ASSIGN TO UT-S-CADCLICR
                                  ACCESS SEQUENTIAL
          05 FILLER               PIC X(10).
      *
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
      *
      * PAGAMENTOS DOS CLIENTES, POR NUMERO DO PEDIDO FATURADO.
      *
          05 VALOR-PAG            PIC 9(09)V99.
          05 DATA-PAG             PIC 9(08).
          05 FILLER               PIC X(05).
      *
      * BAIXAS POR PERDA AUTORIZADAS PELO FINANCEIRO.
      *
       FD BAIXPERD
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-BAIXPERD.
       01 REG-BAIXPERD.
          05 NUM-PED-BXP          PIC 9(06).
          05 COD-CLI-BXP          PIC 9(05).
          05 USUARIO-BXP          PIC X(08).
          05 MOTIVO-BXP           PIC X(30).
          05 FILLER               PIC X(01).
      *
       FD HISTPERD
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTPERD.
       COPY HISTPERD.
      *
       FD CRABERTN
           RECORD     CONTAINS    40 CHARACTERS
       77 WS-DIAS-REF             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PRAZO           PIC 9(03) VALUE 30.
      *
      *  CARTEIRA EM TABELA ('A' ABERTO, 'P' PAGO, 'B' BAIXADO POR
      *  PERDA)
      *
       01 WS-TAB-CR.
          05 WS-TAB-CR-QTD        PIC 9(03) VALUE ZEROS.
       77 ACUM-ABERTAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-CORTES             PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ABERTO         PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-PERDAS             PIC 9(06) VALUE ZEROS.
       77 ACUM-PERDAS-RECUSADAS   PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-PERDAS         PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FATURA               PIC X(02) VALUE SPACES.
       77 FS-PAGTCLI              PIC X(02) VALUE SPACES.
       77 FS-CRABERTN             PIC X(02) VALUE SPACES.
       77 FS-BAIXPERD             PIC X(02) VALUE SPACES.
       77 FS-HISTPERD             PIC X(02) VALUE SPACES.
       77 FS-CADCLICR             PIC X(02) VALUE SPACES.
       77 FS-CADCLICN             PIC X(02) VALUE SPACES.
       77 FS-CRCORTE              PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL EM ABERTO      :'.
          05 TOT006-VLR-ABERTO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'ITENS BAIXADOS POR PERDA                 :'.
          05 TOT007-PERDAS        PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'BAIXAS POR PERDA RECUSADAS               :'.
          05 TOT008-RECUSADAS     PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'VALOR BAIXADO POR PERDA    :'.
          05 TOT009-VLR-PERDAS    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-INCLUIR-FATURAS.
           PERFORM 004-00-BAIXAR-PAGAMENTOS.
           PERFORM 004-50-BAIXAR-PERDAS.
           PERFORM 005-00-REGUA-DE-COBRANCA.
           PERFORM 005-50-GRAVAR-CRABERTN.
           PERFORM 005-60-GRAVAR-CADCLICN.
           OPEN INPUT  CRABERTO
                       FATURA
                       PAGTCLI
                       BAIXPERD
                       PARMPRZC
                       PARMDATA
                OUTPUT CRABERTN
                       CRCORTE
                       RELATO
                EXTEND HISTPERD.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.
           PERFORM 001-05-FS-CRABERTN.
           PERFORM 001-06-FS-CRCORTE.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-14-FS-BAIXPERD.
           PERFORM 001-15-FS-HISTPERD.

       001-01-FIM.                EXIT.


       001-13-FIM.                EXIT.

      *================================================================*
       001-14-FS-BAIXPERD         SECTION.
      *================================================================*
           MOVE 'BAIXPERD'        TO FS-ARQUIVO.
           MOVE FS-BAIXPERD       TO FS-COD-STATUS.

           IF FS-BAIXPERD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-FS-HISTPERD         SECTION.
      *================================================================*
           MOVE 'HISTPERD'        TO FS-ARQUIVO.
           MOVE FS-HISTPERD       TO FS-COD-STATUS.

           IF FS-HISTPERD NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-15-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
               WS-TAB-CR-PED (WS-TAB-CR-QTD).
           MOVE COD-CLI-FAT       TO
               WS-TAB-CR-CLI (WS-TAB-CR-QTD).
           MOVE VLR-NOTA-FAT      TO
               WS-TAB-CR-VALOR (WS-TAB-CR-QTD).

           COMPUTE WS-DIAS-TRAB =

       004-01-01-FIM.             EXIT.

      *================================================================*
       004-50-BAIXAR-PERDAS       SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ BAIXPERD.
           PERFORM 001-14-FS-BAIXPERD.

           PERFORM 004-51-BAIXAR-UMA-PERDA
               UNTIL FS-BAIXPERD EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE BAIXPERD.

       004-50-FIM.                EXIT.

      *================================================================*
       004-51-BAIXAR-UMA-PERDA    SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 004-51-01-PROCURAR-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CR-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-PERDAS-RECUSADAS
               DISPLAY '* BAIXA POR PERDA SEM ITEM EM ABERTO: PEDIDO '
                       NUM-PED-BXP ' CLIENTE ' COD-CLI-BXP
           ELSE
               PERFORM 004-52-GRAVAR-HISTPERD.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ BAIXPERD.
           PERFORM 001-14-FS-BAIXPERD.

       004-51-FIM.                EXIT.

      *================================================================*
       004-51-01-PROCURAR-ITEM    SECTION.
      *================================================================*
           IF WS-TAB-CR-PED (WS-IDX) EQUAL NUM-PED-BXP
              AND WS-TAB-CR-CLI (WS-IDX) EQUAL COD-CLI-BXP
              AND WS-TAB-CR-SIT (WS-IDX) EQUAL 'A'
               MOVE WS-IDX        TO WS-ACHADO.

       004-51-01-FIM.             EXIT.

      *================================================================*
       004-52-GRAVAR-HISTPERD     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PERDAS.
           ADD WS-TAB-CR-VALOR (WS-ACHADO) TO ACUM-VLR-PERDAS.
           MOVE 'B'               TO WS-TAB-CR-SIT (WS-ACHADO).

           MOVE SPACES            TO REG-HISTPERD.
           MOVE WS-TAB-CR-PED (WS-ACHADO)   TO NUM-PED-HPE.
           MOVE WS-TAB-CR-CLI (WS-ACHADO)   TO COD-CLI-HPE.
           MOVE WS-TAB-CR-VALOR (WS-ACHADO) TO VALOR-HPE.
           MOVE WS-TAB-CR-VENC (WS-ACHADO)  TO DT-VENC-HPE.
           MOVE WS-DATA-REF       TO DATA-HPE.
           MOVE USUARIO-BXP       TO USUARIO-HPE.
           MOVE MOTIVO-BXP        TO MOTIVO-HPE.
           MOVE 'P'               TO SIT-RECUP-HPE.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-HISTPERD.
           PERFORM 001-15-FS-HISTPERD.

       004-52-FIM.                EXIT.

      *================================================================*
       005-00-REGUA-DE-COBRANCA   SECTION.
      *================================================================*
           MOVE ACUM-ABERTAS      TO TOT004-ABERTAS.
           MOVE ACUM-CORTES       TO TOT005-CORTES.
           MOVE ACUM-VLR-ABERTO   TO TOT006-VLR-ABERTO.
           MOVE ACUM-PERDAS       TO TOT007-PERDAS.
           MOVE ACUM-PERDAS-RECUSADAS TO TOT008-RECUSADAS.
           MOVE ACUM-VLR-PERDAS   TO TOT009-VLR-PERDAS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-07-FS-RELATO.
           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 2.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-07-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-07-FS-RELATO.

       006-00-FIM.                EXIT.

      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CRABERTN
                 CRCORTE
                 RELATO
                 HISTPERD.
           PERFORM 001-05-FS-CRABERTN.
           PERFORM 001-06-FS-CRCORTE.
           PERFORM 001-07-FS-RELATO.
           PERFORM 001-15-FS-HISTPERD.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.
