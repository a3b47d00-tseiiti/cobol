      * O ARQUIVO DE CORTE DA COBRANCA (CRCORTE, GRAVADO PELO
      * PU8EXE94) TAMBEM E CONSULTADO: PEDIDO DE CLIENTE EM CORTE E
      * RECUSADO PARA O SUSPENSO COM O MOTIVO.
      *
      * IMPOSTOS: CADA LINHA FATURADA LEVA O ICMS E O IPI PELAS
      * ALIQUOTAS DA TABELA TABIMPV (CLASSE FISCAL DO MATERIAL NO
      * CADMAT E UF DO CLIENTE NO CADCLI), CALCULADOS SOBRE O VALOR
      * DA MERCADORIA E SOMADOS A ELE NO VALOR DA NOTA (VER COPY
      * FATURA). O CONTROLE DE CREDITO E A CARTEIRA A RECEBER USAM O
      * VALOR DA NOTA. PEDIDO DE MATERIAL E UF SEM LINHA NA TABELA E
      * RECUSADO PARA O SUSPENSO.
      *
      * PRECO DE CONTRATO: CLIENTE COM LINHA VIGENTE NO PRECCLI PARA
      * O MATERIAL PAGA O PRECO FIXO DO CONTRATO OU O PRECO DE TABELA
      * COM O DESCONTO DA FAIXA DE QUANTIDADE ATINGIDA (VER COPY
      * PRECCLI), NO LUGAR DO PRECO DE TABELA DO CADMATV. O REGISTRO
      * DE PEDIDOS MOSTRA, ABAIXO DO PEDIDO, O PRECO DE TABELA E O
      * DESCONTO CONCEDIDO, TOTALIZADO NO FIM PARA OS FATURADOS.
      *
      * O VENDEDOR DO PEDIDO (COD-VEND-PED, POSICOES 25-29 DO PEDVEN,
      * QUE SEGUEM NA IMAGEM DO PEDIDO PARA O PEDBACK, PEDCRED E
      * PEDSUS) E GRAVADO NA FATURA, PARA A COMISSAO DO PU8EXF37.
      * PEDIDO SEM VENDEDOR SAI COM O CODIGO ZERADO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT CADMATV         ASSIGN TO UT-S-CADMATV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADMATV.
      *
           SELECT TABIMPV         ASSIGN TO UT-S-TABIMPV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-TABIMPV.
      *
           SELECT PRECCLI         ASSIGN TO UT-S-PRECCLI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PRECCLI.
      *
           SELECT FATURA          ASSIGN TO UT-S-FATURA
                                  ACCESS SEQUENTIAL
          05 COD-CLI-PED          PIC 9(05).
          05 COD-MAT-PED          PIC 9(05).
          05 QTD-PED              PIC 9(05).
          05 FILLER               PIC X(03).
          05 COD-VEND-PED         PIC 9(05).
          05 FILLER               PIC X(01).
      *
      * CADASTRO DE CLIENTES: CODIGO, NOME, UF E SITUACAO ('A' =
      * ATIVO).
          05 PRECO-V               PIC 9(05)V99.
          05 VLR-VENDA-V           PIC 9(07)V99.
      *
      * ALIQUOTAS DE ICMS E IPI POR CLASSE FISCAL E UF DE DESTINO.
      *
       FD TABIMPV
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-TABIMPV.
       COPY TABIMPV.
      *
      * PRECOS DE CONTRATO POR CLIENTE E MATERIAL.
      *
       FD PRECCLI
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PRECCLI.
       COPY PRECCLI.
      *
      * FATURAS EMITIDAS: PEDIDO, CLIENTE, MATERIAL, QUANTIDADE,
      * PRECO UNITARIO DE VENDA, VALOR TOTAL, DATA DE EMISSAO E OS
      * IMPOSTOS DA LINHA.
      *
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
      *
      * LIMITE DE CREDITO E SALDO EM ABERTO POR CLIENTE.
      *
          05 WS-TAB-CLI-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-CLI-COD    PIC 9(05).
             10 WS-TAB-CLI-SIT    PIC X(01).
             10 WS-TAB-CLI-UF     PIC X(02).
      *
      *  LIMITES DE CREDITO CARREGADOS DO CADCLICR; O SALDO CRESCE
      *  COM O QUE ESTA EXECUCAO FATURA.
                15 WS-TAB-MAT-COD PIC 9(05).
                15 FILLER         PIC X(20).
                15 WS-TAB-MAT-DISP PIC 9(05).
                15 FILLER         PIC X(17).
                15 WS-TAB-MAT-CLASSE PIC X(02).
                15 FILLER         PIC X(01).
             10 WS-TAB-MAT-PRECO-V PIC 9(07)V99.
             10 WS-TAB-MAT-TEM-PRECO PIC X(01).
      *
      *  ALIQUOTAS DE ICMS E IPI POR CLASSE FISCAL E UF (TABIMPV)
      *
       01 WS-TAB-IMP.
          05 WS-TAB-IMP-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-IMP-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-IMP-CLASSE PIC X(02).
             10 WS-TAB-IMP-UF     PIC X(02).
             10 WS-TAB-IMP-ICMS   PIC 9(02)V99.
             10 WS-TAB-IMP-IPI    PIC 9(02)V99.
      *
       77 WS-IDX-IMP              PIC 9(03) VALUE ZEROS.
       77 WS-ALIQ-ICMS            PIC 9(02)V99 VALUE ZEROS.
       77 WS-ALIQ-IPI             PIC 9(02)V99 VALUE ZEROS.
       77 WS-VLR-ICMS             PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-IPI              PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-NOTA             PIC 9(09)V99 VALUE ZEROS.
      *
      *  PRECOS DE CONTRATO (PRECCLI), SO AS LINHAS VIGENTES NA DATA
      *  DO PROCESSAMENTO
      *
       01 WS-TAB-PCL.
          05 WS-TAB-PCL-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PCL-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PCL-CLI    PIC 9(05).
             10 WS-TAB-PCL-MAT    PIC 9(05).
             10 WS-TAB-PCL-TIPO   PIC X(01).
             10 WS-TAB-PCL-FIXO   PIC 9(07)V99.
             10 WS-TAB-PCL-FAIXAS.
                15 WS-TAB-PCL-FAIXA OCCURS 4 TIMES.
                   20 WS-TAB-PCL-QMIN PIC 9(05).
                   20 WS-TAB-PCL-PERC PIC 9(02)V99.
      *
       77 WS-IDX-PCL              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FX               PIC 9(01) VALUE ZEROS.
       77 WS-TEM-CONTRATO         PIC X(01) VALUE 'N'.
       77 WS-PRECO-LISTA          PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-FAIXA            PIC 9(05) VALUE ZEROS.
       77 WS-PERC-DESC            PIC 9(02)V99 VALUE ZEROS.
       77 WS-VLR-DESCONTO         PIC S9(09)V99 VALUE ZEROS.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CLI              PIC 9(03) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-RETIDOS-CRED       PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-FATURADO       PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-ICMS           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-IPI            PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-NOTA           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-CONTRATO           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-DESCONTO       PIC S9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PEDCRED              PIC X(02) VALUE SPACES.
       77 FS-CADMAT               PIC X(02) VALUE SPACES.
       77 FS-CADMATV              PIC X(02) VALUE SPACES.
       77 FS-TABIMPV              PIC X(02) VALUE SPACES.
       77 FS-PRECCLI              PIC X(02) VALUE SPACES.
       77 FS-FATURA               PIC X(02) VALUE SPACES.
       77 FS-PEDBACK              PIC X(02) VALUE SPACES.
       77 FS-PEDSUS               PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(20).
      *
       01  DET002.
          05 FILLER               PIC X(33) VALUE
             '        PRECO TABELA E DESCONTO:'.
          05 DET002-PRECO-LISTA   PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-DESCONTO      PIC Z.ZZZ.ZZ9,99-.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-CONTRATO      PIC X(20).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL FATURADO       :'.
          05 TOT005-VLR-FATURADO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL DO ICMS        :'.
          05 TOT007-VLR-ICMS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL DO IPI         :'.
          05 TOT008-VLR-IPI       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL DAS NOTAS      :'.
          05 TOT009-VLR-NOTA      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'PEDIDOS FATURADOS A PRECO DE CONTRATO    :'.
          05 TOT010-CONTRATO      PIC ZZZ.ZZ9.
      *
       01  TOT011.
          05 FILLER               PIC X(29) VALUE
             'DESCONTO DE CONTRATO       :'.
          05 TOT011-VLR-DESCONTO  PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 003-40-CARREGAR-CRCORTE.
           PERFORM 003-10-CARREGAR-CADMAT.
           PERFORM 003-20-CARREGAR-CADMATV.
           PERFORM 003-50-CARREGAR-TABIMPV.
           PERFORM 003-60-CARREGAR-PRECCLI.
           PERFORM 004-00-VER-ARQ-VAZIO.
           PERFORM 005-00-TRATAR
               UNTIL FS-PEDVEN EQUAL '10'.
                       CRCORTE
                       CADMAT
                       CADMATV
                       TABIMPV
                       PRECCLI
                       PARMDATA
                OUTPUT FATURA
                       PEDCRED
           PERFORM 001-14-FS-CRCORTE.
           PERFORM 001-04-FS-CADMAT.
           PERFORM 001-05-FS-CADMATV.
           PERFORM 001-15-FS-TABIMPV.
           PERFORM 001-16-FS-PRECCLI.
           PERFORM 001-06-FS-FATURA.
           PERFORM 001-13-FS-PEDCRED.
           PERFORM 001-07-FS-PEDBACK.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-FS-TABIMPV          SECTION.
      *================================================================*
           MOVE 'TABIMPV'         TO FS-ARQUIVO.
           MOVE FS-TABIMPV        TO FS-COD-STATUS.

           IF FS-TABIMPV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-FS-PRECCLI          SECTION.
      *================================================================*
           MOVE 'PRECCLI'         TO FS-ARQUIVO.
           MOVE FS-PRECCLI        TO FS-COD-STATUS.

           IF FS-PRECCLI NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-16-FIM.                EXIT.

      *================================================================*
       001-20-LER-PARMDATA        SECTION.
      *================================================================*
               WS-TAB-CLI-COD (WS-TAB-CLI-QTD).
           MOVE SITUACAO-CLI      TO
               WS-TAB-CLI-SIT (WS-TAB-CLI-QTD).
           MOVE UF-CLI            TO
               WS-TAB-CLI-UF (WS-TAB-CLI-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCLI.

       003-22-FIM.                EXIT.

      *================================================================*
       003-50-CARREGAR-TABIMPV    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TABIMPV.
           PERFORM 001-15-FS-TABIMPV.

           PERFORM 003-51-ACUMULAR-TABIMPV
               UNTIL FS-TABIMPV EQUAL '10'
                  OR WS-TAB-IMP-QTD EQUAL 300.

           IF FS-TABIMPV NOT EQUAL '10'
               DISPLAY '* TABIMPV COM MAIS DE 300 LINHAS    *'
               DISPLAY '* AUMENTAR WS-TAB-IMP E REPROCESSAR *'
               MOVE 'TABIMPV'     TO FS-ARQUIVO
               MOVE FS-TABIMPV    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE TABIMPV.

       003-50-FIM.                EXIT.

      *================================================================*
       003-51-ACUMULAR-TABIMPV    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-IMP-QTD.
           MOVE CLASSE-TIV        TO
               WS-TAB-IMP-CLASSE (WS-TAB-IMP-QTD).
           MOVE UF-TIV            TO
               WS-TAB-IMP-UF (WS-TAB-IMP-QTD).
           MOVE ALIQ-ICMS-TIV     TO
               WS-TAB-IMP-ICMS (WS-TAB-IMP-QTD).
           MOVE ALIQ-IPI-TIV      TO
               WS-TAB-IMP-IPI (WS-TAB-IMP-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TABIMPV.
           PERFORM 001-15-FS-TABIMPV.

       003-51-FIM.                EXIT.

      *================================================================*
       003-60-CARREGAR-PRECCLI    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PRECCLI.
           PERFORM 001-16-FS-PRECCLI.

           PERFORM 003-61-ACUMULAR-PRECCLI
               UNTIL FS-PRECCLI EQUAL '10'
                  OR WS-TAB-PCL-QTD EQUAL 500.

           IF FS-PRECCLI NOT EQUAL '10'
               DISPLAY '* PRECCLI COM MAIS DE 500 CONTRATOS *'
               DISPLAY '* AUMENTAR WS-TAB-PCL E REPROCESSAR *'
               MOVE 'PRECCLI'     TO FS-ARQUIVO
               MOVE FS-PRECCLI    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PRECCLI.

       003-60-FIM.                EXIT.

      *================================================================*
       003-61-ACUMULAR-PRECCLI    SECTION.
      *================================================================*
      * SO ENTRAM AS LINHAS VIGENTES NA DATA DO PROCESSAMENTO.
      *
           IF DT-INI-PCL NOT GREATER WS-DATA-SYS
              AND (DT-FIM-PCL EQUAL ZEROS
                   OR DT-FIM-PCL NOT LESS WS-DATA-SYS)
               ADD 1              TO WS-TAB-PCL-QTD
               MOVE COD-CLI-PCL   TO
                   WS-TAB-PCL-CLI (WS-TAB-PCL-QTD)
               MOVE COD-MAT-PCL   TO
                   WS-TAB-PCL-MAT (WS-TAB-PCL-QTD)
               MOVE TIPO-PCL      TO
                   WS-TAB-PCL-TIPO (WS-TAB-PCL-QTD)
               MOVE PRECO-FIXO-PCL TO
                   WS-TAB-PCL-FIXO (WS-TAB-PCL-QTD)
               MOVE FAIXAS-PCL    TO
                   WS-TAB-PCL-FAIXAS (WS-TAB-PCL-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PRECCLI.
           PERFORM 001-16-FS-PRECCLI.

       003-61-FIM.                EXIT.

      *================================================================*
       004-00-VER-ARQ-VAZIO       SECTION.
      *================================================================*
      *================================================================*
           ADD 1                  TO ACUM-PEDIDOS.
           MOVE SPACES            TO WS-MOTIVO.
           MOVE 'N'               TO WS-TEM-CONTRATO.

           PERFORM 005-01-VALIDAR-CLIENTE.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 005-02-LOCALIZAR-MATERIAL.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 005-11-LOCALIZAR-TRIBUTACAO.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 005-03-ALOCAR-OU-PENDURAR
           ELSE
      *================================================================*
       005-03-ALOCAR-OU-PENDURAR  SECTION.
      *================================================================*
           MOVE WS-TAB-MAT-PRECO-V (WS-IDX-MAT) TO WS-PRECO-LISTA.
           MOVE WS-PRECO-LISTA    TO WS-PRECO-UNIT.
           PERFORM 005-12-APLICAR-CONTRATO.
           COMPUTE WS-VLR-PEDIDO = QTD-PED * WS-PRECO-UNIT.

           COMPUTE WS-VLR-ICMS ROUNDED =
               WS-VLR-PEDIDO * WS-ALIQ-ICMS / 100.
           COMPUTE WS-VLR-IPI ROUNDED =
               WS-VLR-PEDIDO * WS-ALIQ-IPI / 100.
           COMPUTE WS-VLR-NOTA =
               WS-VLR-PEDIDO + WS-VLR-ICMS + WS-VLR-IPI.

           PERFORM 005-09-VERIFICAR-CREDITO.

           IF WS-CREDITO-OK EQUAL 'N'
               WS-TAB-MAT-DISP (WS-IDX-MAT).

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-FATURA.
           MOVE NUM-PED           TO NUM-PED-FAT.
           MOVE COD-CLI-PED       TO COD-CLI-FAT.
           MOVE COD-MAT-PED       TO COD-MAT-FAT.
           MOVE WS-PRECO-UNIT     TO PRECO-UNIT-FAT.
           MOVE WS-VLR-PEDIDO     TO VLR-TOTAL-FAT.
           MOVE WS-DATA-SYS       TO DATA-FAT.
           MOVE WS-TAB-CLI-UF (WS-IDX-CLI) TO UF-FAT.
           MOVE WS-TAB-MAT-CLASSE (WS-IDX-MAT) TO CLASSE-FISC-FAT.
           MOVE WS-ALIQ-ICMS      TO ALIQ-ICMS-FAT.
           MOVE WS-VLR-ICMS       TO VLR-ICMS-FAT.
           MOVE WS-ALIQ-IPI       TO ALIQ-IPI-FAT.
           MOVE WS-VLR-IPI        TO VLR-IPI-FAT.
           MOVE WS-VLR-NOTA       TO VLR-NOTA-FAT.

           IF COD-VEND-PED NUMERIC
               MOVE COD-VEND-PED  TO COD-VEND-FAT
           ELSE
               MOVE ZEROS         TO COD-VEND-FAT.

           WRITE REG-FATURA.
           PERFORM 001-06-FS-FATURA.

           ADD 1                  TO ACUM-FATURADOS.
           ADD WS-VLR-PEDIDO      TO ACUM-VLR-FATURADO.
           ADD WS-VLR-ICMS        TO ACUM-VLR-ICMS.
           ADD WS-VLR-IPI         TO ACUM-VLR-IPI.
           ADD WS-VLR-NOTA        TO ACUM-VLR-NOTA.
           MOVE 'FATURADO'        TO DET001-SITUACAO.

           IF WS-TEM-CONTRATO EQUAL 'S'
               ADD 1              TO ACUM-CONTRATO
               ADD WS-VLR-DESCONTO TO ACUM-VLR-DESCONTO.

           IF WS-CRE-ACHADO NOT EQUAL ZEROS
               ADD WS-VLR-NOTA    TO
                   WS-TAB-CRE-SALDO (WS-CRE-ACHADO).

       005-04-FIM.                EXIT.
       005-09-VERIFICAR-CREDITO   SECTION.
      *================================================================*
      * CLIENTE SEM LINHA NO CADCLICR OU COM LIMITE ZERADO PASSA
      * SEM BLOQUEIO. O PEDIDO PESA NO CREDITO PELO VALOR DA NOTA,
      * COM OS IMPOSTOS.
      *
           MOVE 'S'               TO WS-CREDITO-OK.
           MOVE ZEROS             TO WS-CRE-ACHADO.
               COMPUTE WS-CREDITO-DISP =
                   WS-TAB-CRE-LIMITE (WS-CRE-ACHADO) -
                   WS-TAB-CRE-SALDO (WS-CRE-ACHADO)
               IF WS-VLR-NOTA GREATER WS-CREDITO-DISP
                   MOVE 'N'       TO WS-CREDITO-OK
               END-IF.


       005-09-01-FIM.             EXIT.

      *================================================================*
       005-11-LOCALIZAR-TRIBUTACAO SECTION.
      *================================================================*
      * ALIQUOTAS DE ICMS E IPI DA CLASSE FISCAL DO MATERIAL PARA A
      * UF DO CLIENTE.
      *
           MOVE ZEROS             TO WS-IDX-IMP.

           PERFORM 005-11-01-PROCURAR-IMP
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-IMP-QTD
                  OR WS-IDX-IMP NOT EQUAL ZEROS.

           IF WS-IDX-IMP EQUAL ZEROS
               MOVE 'MATERIAL/UF SEM TRIBUTACAO' TO WS-MOTIVO
           ELSE
               MOVE WS-TAB-IMP-ICMS (WS-IDX-IMP) TO WS-ALIQ-ICMS
               MOVE WS-TAB-IMP-IPI (WS-IDX-IMP)  TO WS-ALIQ-IPI.

       005-11-FIM.                EXIT.

      *================================================================*
       005-11-01-PROCURAR-IMP     SECTION.
      *================================================================*
           IF WS-TAB-IMP-CLASSE (WS-IDX) EQUAL
                  WS-TAB-MAT-CLASSE (WS-IDX-MAT)
              AND WS-TAB-IMP-UF (WS-IDX) EQUAL
                  WS-TAB-CLI-UF (WS-IDX-CLI)
               MOVE WS-IDX        TO WS-IDX-IMP.

       005-11-01-FIM.             EXIT.

      *================================================================*
       005-12-APLICAR-CONTRATO    SECTION.
      *================================================================*
      * LINHA VIGENTE DO PRECCLI PARA O CLIENTE E O MATERIAL: PRECO
      * FIXO ('F') OU DESCONTO DA MAIOR FAIXA DE QUANTIDADE ATINGIDA
      * ('Q') SOBRE O PRECO DE TABELA. O DESCONTO E A DIFERENCA PARA
      * O PRECO DE TABELA NA QUANTIDADE DO PEDIDO (NEGATIVO QUANDO O
      * CONTRATO FICA ACIMA DA TABELA).
      *
           MOVE ZEROS             TO WS-IDX-PCL
                                     WS-VLR-DESCONTO.

           PERFORM 005-12-01-PROCURAR-PCL
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PCL-QTD
                  OR WS-IDX-PCL NOT EQUAL ZEROS.

           IF WS-IDX-PCL NOT EQUAL ZEROS
               MOVE 'S'           TO WS-TEM-CONTRATO
               IF WS-TAB-PCL-TIPO (WS-IDX-PCL) EQUAL 'F'
                   MOVE WS-TAB-PCL-FIXO (WS-IDX-PCL) TO WS-PRECO-UNIT
                   MOVE 'CONTRATO PRECO FIXO' TO DET002-CONTRATO
               ELSE
                   MOVE ZEROS     TO WS-QTD-FAIXA
                                     WS-PERC-DESC
                   PERFORM 005-12-02-VER-FAIXA
                       VARYING WS-IDX-FX FROM 1 BY 1
                       UNTIL WS-IDX-FX GREATER 4
                   COMPUTE WS-PRECO-UNIT ROUNDED =
                       WS-PRECO-LISTA * (100 - WS-PERC-DESC) / 100
                   MOVE 'CONTRATO FAIXA QTDE' TO DET002-CONTRATO
               END-IF
               COMPUTE WS-VLR-DESCONTO =
                   (WS-PRECO-LISTA - WS-PRECO-UNIT) * QTD-PED.

       005-12-FIM.                EXIT.

      *================================================================*
       005-12-01-PROCURAR-PCL     SECTION.
      *================================================================*
           IF WS-TAB-PCL-CLI (WS-IDX) EQUAL COD-CLI-PED
              AND WS-TAB-PCL-MAT (WS-IDX) EQUAL COD-MAT-PED
               MOVE WS-IDX        TO WS-IDX-PCL.

       005-12-01-FIM.             EXIT.

      *================================================================*
       005-12-02-VER-FAIXA        SECTION.
      *================================================================*
           IF WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX) NOT EQUAL ZEROS
              AND WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX)
                  NOT GREATER QTD-PED
              AND WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX)
                  GREATER WS-QTD-FAIXA
               MOVE WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX)
                                  TO WS-QTD-FAIXA
               MOVE WS-TAB-PCL-PERC (WS-IDX-PCL, WS-IDX-FX)
                                  TO WS-PERC-DESC.

       005-12-02-FIM.             EXIT.

      *================================================================*
       005-13-IMPRIMIR-CONTRATO   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 005-08-CABECALHOS.

           MOVE WS-PRECO-LISTA    TO DET002-PRECO-LISTA.
           MOVE WS-VLR-DESCONTO   TO DET002-DESCONTO.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-13-FIM.                EXIT.

      *================================================================*
       005-10-RETER-CREDITO       SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE REG-PEDVEN        TO PEDCRED-PEDIDO.
           MOVE WS-VLR-NOTA       TO PEDCRED-VALOR.
           COMPUTE PEDCRED-EXCESSO =
               WS-VLR-NOTA - WS-CREDITO-DISP.
           WRITE REG-PEDCRED.
           PERFORM 001-13-FS-PEDCRED.


           ADD 1                  TO ACUM-LINHAS.

           IF WS-TEM-CONTRATO EQUAL 'S'
               PERFORM 005-13-IMPRIMIR-CONTRATO.

       005-07-FIM.                EXIT.

      *================================================================*
           MOVE ACUM-RECUSADOS    TO TOT004-RECUSADOS.
           MOVE ACUM-RETIDOS-CRED TO TOT006-RETIDOS-CRED.
           MOVE ACUM-VLR-FATURADO TO TOT005-VLR-FATURADO.
           MOVE ACUM-VLR-ICMS     TO TOT007-VLR-ICMS.
           MOVE ACUM-VLR-IPI      TO TOT008-VLR-IPI.
           MOVE ACUM-VLR-NOTA     TO TOT009-VLR-NOTA.
           MOVE ACUM-CONTRATO     TO TOT010-CONTRATO.
           MOVE ACUM-VLR-DESCONTO TO TOT011-VLR-DESCONTO.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-10-FS-RELATO.
           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 2.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 1.
           PERFORM 001-10-FS-RELATO.

       007-00-FIM.                EXIT.

      *================================================================*
