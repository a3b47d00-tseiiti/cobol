      * O FILLER DO LAYOUT PEDVEN). O RELATORIO DE ENVELHECIMENTO
      * LISTA CADA PENDENTE COM A IDADE EM CICLOS E O VALOR EM RISCO.
      * O CADMAT SAI ATUALIZADO NO CADMATN.
      *
      * A LINHA FATURADA LEVA O ICMS E O IPI COMO NO PU8EXE47 (TABELA
      * TABIMPV POR CLASSE FISCAL DO MATERIAL E UF DO CLIENTE NO
      * CADCLI). PENDENTE DE MATERIAL E UF SEM LINHA NA TABELA NAO E
      * FATURADO: CONTINUA NA CARTEIRA COMO 'S/TRIBUT.'.
      *
      * O PRECO DE CONTRATO DO PRECCLI (LINHA VIGENTE NA DATA DO
      * CICLO) VALE AQUI COMO NO PU8EXE47, TANTO NA FATURA QUANTO NO
      * VALOR EM RISCO DO PENDENTE; A LINHA DO PENDENTE PRECIFICADO
      * POR CONTRATO SAI SEGUIDA DO PRECO DE TABELA E DO DESCONTO.
      *
      * O VENDEDOR DO PEDIDO (COD-VEND-BCK, NA MESMA POSICAO DO
      * PEDVEN) E LEVADO PARA A FATURA, COMO NO PU8EXE47.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT CADMATV         ASSIGN TO UT-S-CADMATV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADMATV.
      *
           SELECT CADCLI          ASSIGN TO UT-S-CADCLI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCLI.
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
          05 IDADE-BCK            PIC X(03).
          05 IDADE-BCK-NUM REDEFINES IDADE-BCK
                                  PIC 9(03).
          05 COD-VEND-BCK         PIC 9(05).
          05 FILLER               PIC X(01).
      *
       FD CADMAT
           RECORD     CONTAINS    50 CHARACTERS
          05 QUANTIDADE-V          PIC 9(05).
          05 PRECO-V               PIC 9(05)V99.
          05 VLR-VENDA-V           PIC 9(07)V99.
      *
      * CADASTRO DE CLIENTES (LAYOUT DO PU8EXE47), PARA A UF DE
      * DESTINO DA FATURA.
      *
       FD CADCLI
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCLI.
       01 REG-CADCLI.
          05 COD-CLI              PIC 9(05).
          05 NOME-CLI             PIC X(30).
          05 UF-CLI               PIC X(02).
          05 SITUACAO-CLI         PIC X(01).
          05 FILLER               PIC X(02).
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
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
      *
       FD PEDBACKN
           RECORD     CONTAINS    30 CHARACTERS
                15 WS-TAB-MAT-COD PIC 9(05).
                15 FILLER         PIC X(20).
                15 WS-TAB-MAT-DISP PIC 9(05).
                15 FILLER         PIC X(17).
                15 WS-TAB-MAT-CLASSE PIC X(02).
                15 FILLER         PIC X(01).
             10 WS-TAB-MAT-PRECO-V PIC 9(07)V99.
             10 WS-TAB-MAT-TEM-PRECO PIC X(01).
      *
      *
      *  UF DOS CLIENTES (CADCLI) E ALIQUOTAS DE ICMS E IPI POR CLASSE
      *  FISCAL E UF (TABIMPV)
      *
       01 WS-TAB-CLI.
          05 WS-TAB-CLI-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CLI-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-CLI-COD    PIC 9(05).
             10 WS-TAB-CLI-UF     PIC X(02).
      *
       01 WS-TAB-IMP.
          05 WS-TAB-IMP-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-IMP-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-IMP-CLASSE PIC X(02).
             10 WS-TAB-IMP-UF     PIC X(02).
             10 WS-TAB-IMP-ICMS   PIC 9(02)V99.
             10 WS-TAB-IMP-IPI    PIC 9(02)V99.
      *
      *
      *  PRECOS DE CONTRATO (PRECCLI), SO AS LINHAS VIGENTES NA DATA
      *  DO CICLO
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
       77 WS-IDX-MAT              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-IMP              PIC 9(03) VALUE ZEROS.
       77 WS-UF-CLI               PIC X(02) VALUE SPACES.
       77 WS-VLR-ICMS             PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-IPI              PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-NOTA             PIC 9(09)V99 VALUE ZEROS.
       77 WS-PRECO-UNIT           PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-PEDIDO           PIC 9(09)V99 VALUE ZEROS.
       77 WS-IDADE-NOVA           PIC 9(03) VALUE ZEROS.
       77 ACUM-MANTIDOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-FATURADO       PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-RISCO          PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-SEM-TRIBUT         PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ICMS           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-IPI            PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-NOTA           PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-CONTRATO           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-DESCONTO       PIC S9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-PEDBACK              PIC X(02) VALUE SPACES.
       77 FS-CADMAT               PIC X(02) VALUE SPACES.
       77 FS-CADMATV              PIC X(02) VALUE SPACES.
       77 FS-CADCLI               PIC X(02) VALUE SPACES.
       77 FS-TABIMPV              PIC X(02) VALUE SPACES.
       77 FS-PRECCLI              PIC X(02) VALUE SPACES.
       77 FS-FATURA               PIC X(02) VALUE SPACES.
       77 FS-PEDBACKN             PIC X(02) VALUE SPACES.
       77 FS-CADMATN              PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(10).
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
             'VALOR EM RISCO NA CARTEIRA :'.
          05 TOT005-VLR-RISCO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'MANTIDOS POR FALTA DE TRIBUTACAO         :'.
          05 TOT006-SEM-TRIBUT    PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(29) VALUE
             'ICMS FATURADO NESTE CICLO  :'.
          05 TOT007-VLR-ICMS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'IPI FATURADO NESTE CICLO   :'.
          05 TOT008-VLR-IPI       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'VALOR DAS NOTAS DO CICLO   :'.
          05 TOT009-VLR-NOTA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'FATURADOS A PRECO DE CONTRATO            :'.
          05 TOT010-CONTRATO      PIC ZZZ.ZZ9.
      *
       01  TOT011.
          05 FILLER               PIC X(29) VALUE
             'DESCONTO DE CONTRATO       :'.
          05 TOT011-VLR-DESCONTO  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
           PERFORM 001-10-LER-PARMDATA.
           PERFORM 001-11-CARREGAR-CADMAT.
           PERFORM 001-13-CARREGAR-CADMATV.
           PERFORM 001-20-CARREGAR-CADCLI.
           PERFORM 001-22-CARREGAR-TABIMPV.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 001-24-CARREGAR-PRECCLI.
           PERFORM 003-00-REALOCAR.
           PERFORM 004-00-GRAVAR-CADMATN.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           OPEN INPUT  PEDBACK
                       CADMAT
                       CADMATV
                       CADCLI
                       TABIMPV
                       PRECCLI
                       PARMDATA
                OUTPUT FATURA
                       PEDBACKN
           PERFORM 001-06-FS-PEDBACKN.
           PERFORM 001-07-FS-CADMATN.
           PERFORM 001-08-FS-RELATO.
           PERFORM 001-15-FS-CADCLI.
           PERFORM 001-16-FS-TABIMPV.
           PERFORM 001-17-FS-PRECCLI.

       001-01-FIM.                EXIT.


       001-14-01-FIM.             EXIT.

      *================================================================*
       001-15-FS-CADCLI           SECTION.
      *================================================================*
           MOVE 'CADCLI'          TO FS-ARQUIVO.
           MOVE FS-CADCLI         TO FS-COD-STATUS.

           IF FS-CADCLI NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-FS-TABIMPV          SECTION.
      *================================================================*
           MOVE 'TABIMPV'         TO FS-ARQUIVO.
           MOVE FS-TABIMPV        TO FS-COD-STATUS.

           IF FS-TABIMPV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-FS-PRECCLI          SECTION.
      *================================================================*
           MOVE 'PRECCLI'         TO FS-ARQUIVO.
           MOVE FS-PRECCLI        TO FS-COD-STATUS.

           IF FS-PRECCLI NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-17-FIM.                EXIT.

      *================================================================*
       001-20-CARREGAR-CADCLI     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCLI.
           PERFORM 001-15-FS-CADCLI.

           PERFORM 001-21-ACUMULAR-CADCLI
               UNTIL FS-CADCLI EQUAL '10'
                  OR WS-TAB-CLI-QTD EQUAL 200.

           IF FS-CADCLI NOT EQUAL '10'
               DISPLAY '* CADCLI COM MAIS DE 200 CLIENTES    *'
               DISPLAY '* AUMENTAR WS-TAB-CLI E REPROCESSAR  *'
               MOVE 'CADCLI'      TO FS-ARQUIVO
               MOVE FS-CADCLI     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADCLI.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-ACUMULAR-CADCLI     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-CLI-QTD.
           MOVE COD-CLI           TO
               WS-TAB-CLI-COD (WS-TAB-CLI-QTD).
           MOVE UF-CLI            TO
               WS-TAB-CLI-UF (WS-TAB-CLI-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCLI.
           PERFORM 001-15-FS-CADCLI.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-CARREGAR-TABIMPV    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TABIMPV.
           PERFORM 001-16-FS-TABIMPV.

           PERFORM 001-23-ACUMULAR-TABIMPV
               UNTIL FS-TABIMPV EQUAL '10'
                  OR WS-TAB-IMP-QTD EQUAL 300.

           IF FS-TABIMPV NOT EQUAL '10'
               DISPLAY '* TABIMPV COM MAIS DE 300 LINHAS     *'
               DISPLAY '* AUMENTAR WS-TAB-IMP E REPROCESSAR  *'
               MOVE 'TABIMPV'     TO FS-ARQUIVO
               MOVE FS-TABIMPV    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE TABIMPV.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-ACUMULAR-TABIMPV    SECTION.
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
           PERFORM 001-16-FS-TABIMPV.

       001-23-FIM.                EXIT.

      *================================================================*
       001-24-CARREGAR-PRECCLI    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PRECCLI.
           PERFORM 001-17-FS-PRECCLI.

           PERFORM 001-25-ACUMULAR-PRECCLI
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

       001-24-FIM.                EXIT.

      *================================================================*
       001-25-ACUMULAR-PRECCLI    SECTION.
      *================================================================*
      * SO ENTRAM AS LINHAS VIGENTES NA DATA DO CICLO.
      *
           IF DT-INI-PCL NOT GREATER WS-DATA-SYS-R
              AND (DT-FIM-PCL EQUAL ZEROS
                   OR DT-FIM-PCL NOT LESS WS-DATA-SYS-R)
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
           PERFORM 001-17-FS-PRECCLI.

       001-25-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
       003-01-REALOCAR-UM         SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PENDENTES.
           MOVE 'N'               TO WS-TEM-CONTRATO.

           MOVE ZEROS             TO WS-IDX-MAT.
           PERFORM 003-01-01-PROCURAR-MAT
               UNTIL WS-IDX GREATER WS-TAB-MAT-QTD
                  OR WS-IDX-MAT NOT EQUAL ZEROS.

           MOVE ZEROS             TO WS-IDX-IMP.
           IF WS-IDX-MAT NOT EQUAL ZEROS
               PERFORM 003-05-LOCALIZAR-TRIBUTACAO.

           IF WS-IDX-MAT NOT EQUAL ZEROS
              AND WS-TAB-MAT-TEM-PRECO (WS-IDX-MAT) EQUAL 'S'
              AND WS-IDX-IMP NOT EQUAL ZEROS
              AND QTD-BCK NOT GREATER
                  WS-TAB-MAT-DISP (WS-IDX-MAT)
               PERFORM 003-02-FATURAR
           ELSE
               PERFORM 003-03-MANTER
               IF WS-IDX-MAT NOT EQUAL ZEROS
                  AND WS-IDX-IMP EQUAL ZEROS
                   ADD 1          TO ACUM-SEM-TRIBUT
                   MOVE 'S/TRIBUT.' TO DET001-SITUACAO
               END-IF.

           PERFORM 003-04-IMPRIMIR-LINHA.

      *================================================================*
       003-02-FATURAR             SECTION.
      *================================================================*
           PERFORM 003-06-PRECIFICAR.

           COMPUTE WS-VLR-ICMS ROUNDED =
               WS-VLR-PEDIDO * WS-TAB-IMP-ICMS (WS-IDX-IMP) / 100.
           COMPUTE WS-VLR-IPI ROUNDED =
               WS-VLR-PEDIDO * WS-TAB-IMP-IPI (WS-IDX-IMP) / 100.
           COMPUTE WS-VLR-NOTA =
               WS-VLR-PEDIDO + WS-VLR-ICMS + WS-VLR-IPI.

           SUBTRACT QTD-BCK FROM
               WS-TAB-MAT-DISP (WS-IDX-MAT).

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-FATURA.
           MOVE NUM-PED-BCK       TO NUM-PED-FAT.
           MOVE COD-CLI-BCK       TO COD-CLI-FAT.
           MOVE COD-MAT-BCK       TO COD-MAT-FAT.
           MOVE WS-PRECO-UNIT     TO PRECO-UNIT-FAT.
           MOVE WS-VLR-PEDIDO     TO VLR-TOTAL-FAT.
           MOVE WS-DATA-SYS-R     TO DATA-FAT.
           MOVE WS-UF-CLI         TO UF-FAT.
           MOVE WS-TAB-MAT-CLASSE (WS-IDX-MAT) TO CLASSE-FISC-FAT.
           MOVE WS-TAB-IMP-ICMS (WS-IDX-IMP) TO ALIQ-ICMS-FAT.
           MOVE WS-VLR-ICMS       TO VLR-ICMS-FAT.
           MOVE WS-TAB-IMP-IPI (WS-IDX-IMP)  TO ALIQ-IPI-FAT.
           MOVE WS-VLR-IPI        TO VLR-IPI-FAT.
           MOVE WS-VLR-NOTA       TO VLR-NOTA-FAT.

           IF COD-VEND-BCK NUMERIC
               MOVE COD-VEND-BCK  TO COD-VEND-FAT
           ELSE
               MOVE ZEROS         TO COD-VEND-FAT.

           WRITE REG-FATURA.
           PERFORM 001-05-FS-FATURA.

           ADD 1                  TO ACUM-FATURADOS.
           ADD WS-VLR-PEDIDO      TO ACUM-VLR-FATURADO.
           ADD WS-VLR-ICMS        TO ACUM-VLR-ICMS.
           ADD WS-VLR-IPI         TO ACUM-VLR-IPI.
           ADD WS-VLR-NOTA        TO ACUM-VLR-NOTA.
           MOVE 'FATURADO'        TO DET001-SITUACAO.

           IF WS-TEM-CONTRATO EQUAL 'S'
               ADD 1              TO ACUM-CONTRATO
               ADD WS-VLR-DESCONTO TO ACUM-VLR-DESCONTO.

       003-02-FIM.                EXIT.

      *================================================================*
           MOVE WS-IDADE-NOVA     TO IDADE-BCK.

           IF WS-IDX-MAT NOT EQUAL ZEROS
               PERFORM 003-06-PRECIFICAR
           ELSE
               MOVE ZEROS         TO WS-PRECO-UNIT
               MOVE ZEROS         TO WS-VLR-PEDIDO.

           ADD WS-VLR-PEDIDO      TO ACUM-VLR-RISCO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           ADD 1                  TO ACUM-LINHAS.

           IF WS-TEM-CONTRATO EQUAL 'S'
               PERFORM 003-07-IMPRIMIR-CONTRATO.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-LOCALIZAR-TRIBUTACAO SECTION.
      *================================================================*
      * UF DO CLIENTE NO CADCLI E LINHA DA TABIMPV PARA A CLASSE
      * FISCAL DO MATERIAL NESSA UF.
      *
           MOVE SPACES            TO WS-UF-CLI.
           PERFORM 003-05-01-PROCURAR-CLI
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CLI-QTD
                  OR WS-UF-CLI NOT EQUAL SPACES.

           PERFORM 003-05-02-PROCURAR-IMP
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-IMP-QTD
                  OR WS-IDX-IMP NOT EQUAL ZEROS.

       003-05-FIM.                EXIT.

      *================================================================*
       003-05-01-PROCURAR-CLI     SECTION.
      *================================================================*
           IF WS-TAB-CLI-COD (WS-IDX) EQUAL COD-CLI-BCK
               MOVE WS-TAB-CLI-UF (WS-IDX) TO WS-UF-CLI.

       003-05-01-FIM.             EXIT.

      *================================================================*
       003-05-02-PROCURAR-IMP     SECTION.
      *================================================================*
           IF WS-TAB-IMP-CLASSE (WS-IDX) EQUAL
                  WS-TAB-MAT-CLASSE (WS-IDX-MAT)
              AND WS-TAB-IMP-UF (WS-IDX) EQUAL WS-UF-CLI
              AND WS-UF-CLI NOT EQUAL SPACES
               MOVE WS-IDX        TO WS-IDX-IMP.

       003-05-02-FIM.             EXIT.

      *================================================================*
       003-06-PRECIFICAR          SECTION.
      *================================================================*
      * PRECO DE TABELA DO CADMATV OU, COM LINHA VIGENTE NO PRECCLI
      * PARA O CLIENTE E O MATERIAL, PRECO FIXO ('F') OU DESCONTO DA
      * MAIOR FAIXA DE QUANTIDADE ATINGIDA ('Q') SOBRE A TABELA, COMO
      * NO PU8EXE47.
      *
           MOVE WS-TAB-MAT-PRECO-V (WS-IDX-MAT) TO WS-PRECO-LISTA.
           MOVE WS-PRECO-LISTA    TO WS-PRECO-UNIT.
           MOVE ZEROS             TO WS-IDX-PCL
                                     WS-VLR-DESCONTO.

           PERFORM 003-06-01-PROCURAR-PCL
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
                   PERFORM 003-06-02-VER-FAIXA
                       VARYING WS-IDX-FX FROM 1 BY 1
                       UNTIL WS-IDX-FX GREATER 4
                   COMPUTE WS-PRECO-UNIT ROUNDED =
                       WS-PRECO-LISTA * (100 - WS-PERC-DESC) / 100
                   MOVE 'CONTRATO FAIXA QTDE' TO DET002-CONTRATO
               END-IF
               COMPUTE WS-VLR-DESCONTO =
                   (WS-PRECO-LISTA - WS-PRECO-UNIT) * QTD-BCK.

           COMPUTE WS-VLR-PEDIDO = QTD-BCK * WS-PRECO-UNIT.

       003-06-FIM.                EXIT.

      *================================================================*
       003-06-01-PROCURAR-PCL     SECTION.
      *================================================================*
           IF WS-TAB-PCL-CLI (WS-IDX) EQUAL COD-CLI-BCK
              AND WS-TAB-PCL-MAT (WS-IDX) EQUAL COD-MAT-BCK
               MOVE WS-IDX        TO WS-IDX-PCL.

       003-06-01-FIM.             EXIT.

      *================================================================*
       003-06-02-VER-FAIXA        SECTION.
      *================================================================*
           IF WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX) NOT EQUAL ZEROS
              AND WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX)
                  NOT GREATER QTD-BCK
              AND WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX)
                  GREATER WS-QTD-FAIXA
               MOVE WS-TAB-PCL-QMIN (WS-IDX-PCL, WS-IDX-FX)
                                  TO WS-QTD-FAIXA
               MOVE WS-TAB-PCL-PERC (WS-IDX-PCL, WS-IDX-FX)
                                  TO WS-PERC-DESC.

       003-06-02-FIM.             EXIT.

      *================================================================*
       003-07-IMPRIMIR-CONTRATO   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-PRECO-LISTA    TO DET002-PRECO-LISTA.
           MOVE WS-VLR-DESCONTO   TO DET002-DESCONTO.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-08-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       003-07-FIM.                EXIT.

      *================================================================*
       004-00-GRAVAR-CADMATN      SECTION.
      *================================================================*
           MOVE ACUM-MANTIDOS     TO TOT003-MANTIDOS.
           MOVE ACUM-VLR-FATURADO TO TOT004-VLR-FATURADO.
           MOVE ACUM-VLR-RISCO    TO TOT005-VLR-RISCO.
           MOVE ACUM-SEM-TRIBUT   TO TOT006-SEM-TRIBUT.
           MOVE ACUM-VLR-ICMS     TO TOT007-VLR-ICMS.
           MOVE ACUM-VLR-IPI      TO TOT008-VLR-IPI.
           MOVE ACUM-VLR-NOTA     TO TOT009-VLR-NOTA.
           MOVE ACUM-CONTRATO     TO TOT010-CONTRATO.
           MOVE ACUM-VLR-DESCONTO TO TOT011-VLR-DESCONTO.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-08-FS-RELATO.
           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-08-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-08-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 2.
           PERFORM 001-08-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-08-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-08-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 2.
           PERFORM 001-08-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 1.
           PERFORM 001-08-FS-RELATO.

       005-00-FIM.                EXIT.

      *================================================================*
