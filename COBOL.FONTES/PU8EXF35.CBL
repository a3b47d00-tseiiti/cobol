       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF35.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONTABILIZACAO DO FATURAMENTO E DO CONTAS A RECEBER. LE AS
      * LINHAS FATURADAS (FATURA DO PU8EXE47 E DO PU8EXE93), AS NOTAS
      * DE CREDITO, OS SEUS IMPOSTOS E A REENTRADA NO ESTOQUE DAS
      * DEVOLUCOES ACEITAS PELO PU8EXE95 (CREDNOTA, CREDIMP E
      * MOVDEV) E OS PAGAMENTOS DOS
      * CLIENTES BAIXADOS PELO PU8EXE94 (PAGTCLI), E GERA OS
      * LANCAMENTOS BALANCEADOS NO LAYOUT DO CADCONTA (VENDCONT):
      *
      *   FATURA           - DEBITO EM CLIENTES E CREDITO NA RECEITA
      *                      DO GRUPO DO MATERIAL, PELO VALOR
      *                      FATURADO (MERCADORIA); DEBITO EM
      *                      CLIENTES E CREDITO NAS CONTAS DE ICMS E
      *                      DE IPI A RECOLHER, PELOS IMPOSTOS
      *                      DESTACADOS NA LINHA; DEBITO NO CUSTO DAS
      *                      VENDAS DO GRUPO E CREDITO NO ESTOQUE DO
      *                      MATERIAL (CONTA-MAT), PELA QUANTIDADE
      *                      AO VLR-UNIT DO CADMAT;
      *   NOTA DE CREDITO  - ESTORNO DA RECEITA: DEBITO NA RECEITA DO
      *                      GRUPO E CREDITO EM CLIENTES; E ESTORNO
      *                      DOS IMPOSTOS PROPORCIONAIS DA DEVOLUCAO
      *                      (CREDIMP, 'ICMS' OU 'IPI'): DEBITO NA
      *                      CONTA DE ICMS OU DE IPI A RECOLHER E
      *                      CREDITO EM CLIENTES;
      *   DEVOLUCAO        - ESTORNO DO CUSTO: DEBITO NO ESTOQUE DO
      *                      MATERIAL E CREDITO NO CUSTO DAS VENDAS,
      *                      PELA QUANTIDADE DEVOLVIDA AO VLR-UNIT;
      *   PAGAMENTO        - DEBITO EM BANCO E CREDITO EM CLIENTES.
      *
      * O GRUPO DO MATERIAL E A SUA CONTA DE ESTOQUE NO CADMAT (A
      * MESMA QUEBRA DO PU8EXE12); A TABELA GRUPVEND DA, POR GRUPO, AS
      * CONTAS DE RECEITA E DE CUSTO DAS VENDAS. AS CONTAS DE
      * CLIENTES, BANCO, RECEITA E CUSTO PADRAO (GRUPO FORA DA
      * TABELA) E A TRANSITORIA (MATERIAL SEM CONTA DE ESTOQUE) VEM
      * DO PARMVEND. MATERIAL FORA DO CADMAT TEM A RECEITA LANCADA NA
      * CONTA PADRAO E NAO GERA CUSTO; E CONTADO A PARTE NO RELATORIO.
      *
      * OS LANCAMENTOS SAO RESUMIDOS POR CONTA E NATUREZA NA DATA DE
      * REFERENCIA, PRONTOS PARA A MESCLA DO PU8EXE45. O RELATORIO
      * LISTA CADA PARTIDA, O RESUMO POR CONTA E OS TOTAIS POR ORIGEM
      * (FATURADO, CUSTO, CREDITOS, DEVOLVIDO A CUSTO E RECEBIDO),
      * PARA A CONFERENCIA COM O REGISTRO DE VENDAS DO MES.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO VENDCONT; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT FATURA          ASSIGN TO UT-S-FATURA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FATURA.
      *
           SELECT CREDNOTA        ASSIGN TO UT-S-CREDNOTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CREDNOTA.
      *
           SELECT CREDIMP         ASSIGN TO UT-S-CREDIMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CREDIMP.
      *
           SELECT MOVDEV          ASSIGN TO UT-S-MOVDEV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVDEV.
      *
           SELECT PAGTCLI         ASSIGN TO UT-S-PAGTCLI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PAGTCLI.
      *
           SELECT CADMAT          ASSIGN TO UT-S-CADMAT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADMAT.
      *
           SELECT GRUPVEND        ASSIGN TO UT-S-GRUPVEND
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-GRUPVEND.
      *
           SELECT VENDCONT        ASSIGN TO UT-S-VENDCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-VENDCONT.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMVEND    ASSIGN TO UT-S-PARMVEND
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMVEND.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERCONT.
      *
           SELECT PERSUS          ASSIGN TO UT-S-PERSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERSUS.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * FATURAS EMITIDAS, NO LAYOUT GRAVADO PELO PU8EXE47/PU8EXE93.
      *
       FD FATURA
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FATURA.
       COPY FATURA.
      *
      * NOTAS DE CREDITO DAS DEVOLUCOES, NO LAYOUT GRAVADO PELO
      * PU8EXE95 (O DO PAGTCLI, COM O MATERIAL NAS POSICOES 26-30).
      *
       FD CREDNOTA
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CREDNOTA.
       01 REG-CREDNOTA.
          05 NUM-PED-CRD          PIC 9(06).
          05 VALOR-CRD            PIC 9(09)V99.
          05 DATA-CRD             PIC 9(08).
          05 COD-MAT-CRD          PIC 9(05).
      *
      * ICMS E IPI PROPORCIONAIS DAS NOTAS DE CREDITO, GRAVADOS PELO
      * PU8EXE95 (LAYOUT DO PAGTCLI, TIPO DO IMPOSTO EM 26-30).
      *
       FD CREDIMP
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CREDIMP.
       01 REG-CREDIMP.
          05 NUM-PED-CIM          PIC 9(06).
          05 VALOR-CIM            PIC 9(09)V99.
          05 DATA-CIM             PIC 9(08).
          05 TIPO-IMP-CIM         PIC X(05).
      *
      * REENTRADA NO ESTOQUE DAS DEVOLUCOES ('E', DOC 'DV' + PEDIDO).
      *
       FD MOVDEV
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVDEV.
       COPY MOVPECA
           REPLACING REG-MOVPECA BY REG-MOVDEV.
      *
      * PAGAMENTOS DOS CLIENTES, POR NUMERO DO PEDIDO FATURADO.
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
       FD CADMAT
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADMAT.
       COPY CADMAT.
      *
      * CONTAS DE RECEITA E DE CUSTO DAS VENDAS POR GRUPO DE
      * MATERIAL (CONTA DE ESTOQUE DO MATERIAL NO CADMAT).
      *
       FD GRUPVEND
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-GRUPVEND.
       01 REG-GRUPVEND.
          05 GRUPO-GRV            PIC X(10).
          05 CONTA-REC-GRV        PIC X(10).
          05 CONTA-CMV-GRV        PIC X(10).
          05 FILLER               PIC X(10).
      *
      * LANCAMENTOS DO FATURAMENTO, NO LAYOUT DO CADCONTA.
      *
       FD VENDCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-VENDCONT.
       01 REG-VENDCONT.
          05 CONTA-VDC            PIC X(10).
          05 IND-DC-VDC           PIC X(01).
          05 QTD-VDC              PIC 9(06).
          05 VALOR-VDC            PIC 9(11)V99.
          05 DATA-LANC-VDC        PIC 9(08).
          05 QTD-REG-VDC          PIC 9(04).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO COM AS CONTAS DE CLIENTES E DE BANCO, AS CONTAS
      * PADRAO DE RECEITA E DE CUSTO DAS VENDAS (GRUPO FORA DO
      * GRUPVEND), A TRANSITORIA PARA MATERIAL SEM CONTA DE ESTOQUE E
      * AS CONTAS DE ICMS E DE IPI A RECOLHER.
      *
       FD PARMVEND
           RECORD     CONTAINS    70 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMVEND.
       01 REG-PARMVEND.
          05 CONTA-CLI-PARM       PIC X(10).
          05 CONTA-BANCO-PARM     PIC X(10).
          05 CONTA-REC-PARM       PIC X(10).
          05 CONTA-CMV-PARM       PIC X(10).
          05 CONTA-TRANS-PARM     PIC X(10).
          05 CONTA-ICMS-PARM      PIC X(10).
          05 CONTA-IPI-PARM       PIC X(10).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
      * SITUACAO DOS PERIODOS CONTABEIS (FECHAMENTO DO PU8EXE43)
      *
       FD PERCONT
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERCONT.
       COPY PERCONT.
      *
      * PARTIDAS RETIDAS POR ESTAREM DATADAS EM PERIODO FECHADO
      *
       FD PERSUS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERSUS.
       COPY PERSUS.
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
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
      *
       77 WS-CONTA-CLI            PIC X(10) VALUE SPACES.
       77 WS-CONTA-BANCO          PIC X(10) VALUE SPACES.
       77 WS-CONTA-REC-PADRAO     PIC X(10) VALUE SPACES.
       77 WS-CONTA-CMV-PADRAO     PIC X(10) VALUE SPACES.
       77 WS-CONTA-TRANSIT        PIC X(10) VALUE SPACES.
       77 WS-CONTA-ICMS           PIC X(10) VALUE SPACES.
       77 WS-CONTA-IPI            PIC X(10) VALUE SPACES.
      *
      *  MATERIAIS: CUSTO UNITARIO E CONTA DE ESTOQUE (GRUPO)
      *
       01 WS-TAB-MAT.
          05 WS-TAB-MAT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-MAT-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-MAT-COD    PIC 9(05).
             10 WS-TAB-MAT-CUSTO  PIC 9(05)V99.
             10 WS-TAB-MAT-CONTA  PIC X(10).
      *
      *  CONTAS DE RECEITA E CUSTO DAS VENDAS POR GRUPO
      *
       01 WS-TAB-GRV.
          05 WS-TAB-GRV-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-GRV-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-GRV-GRUPO  PIC X(10).
             10 WS-TAB-GRV-REC    PIC X(10).
             10 WS-TAB-GRV-CMV    PIC X(10).
      *
      *  LANCAMENTOS ACUMULADOS POR CONTA E NATUREZA (D/C)
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-CTA-CONTA  PIC X(10).
             10 WS-TAB-CTA-DC     PIC X(01).
             10 WS-TAB-CTA-ITENS  PIC 9(06).
             10 WS-TAB-CTA-VALOR  PIC 9(11)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
      *
      *  MATERIAL DO DOCUMENTO EM TRATAMENTO E AS SUAS CONTAS
      *
       77 WS-COD-MAT              PIC 9(05) VALUE ZEROS.
       77 WS-MAT-ACHADO           PIC X(01) VALUE SPACES.
       77 WS-CUSTO-UNIT           PIC 9(05)V99 VALUE ZEROS.
       77 WS-CONTA-ESTQ           PIC X(10) VALUE SPACES.
       77 WS-CONTA-REC            PIC X(10) VALUE SPACES.
       77 WS-CONTA-CMV            PIC X(10) VALUE SPACES.
      *
      *  PARTIDA EM TRATAMENTO
      *
       77 WS-ORIGEM               PIC X(02) VALUE SPACES.
       77 WS-NUM-PED              PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-LANC           PIC 9(11)V99 VALUE ZEROS.
       77 WS-CONTA-DEB            PIC X(10) VALUE SPACES.
       77 WS-CONTA-CRED           PIC X(10) VALUE SPACES.
       77 WS-CONTA-ACUM           PIC X(10) VALUE SPACES.
       77 WS-DC-ACUM              PIC X(01) VALUE SPACES.
       77 WS-SEQ-LANC             PIC 9(04) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-FATURAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-NOTAS              PIC 9(06) VALUE ZEROS.
       77 ACUM-DEVOLUCOES         PIC 9(06) VALUE ZEROS.
       77 ACUM-PAGAMENTOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-MAT            PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-GRUPO          PIC 9(06) VALUE ZEROS.
       77 ACUM-LANCAMENTOS        PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-FATURADO       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CMV            PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-ICMS           PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-IPI            PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-NOTAS          PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-ICMS-NC        PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-IPI-NC         PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-DEVOLVIDO      PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-RECEBIDO       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-DEBITOS        PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CREDITOS       PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FATURA               PIC X(02) VALUE SPACES.
       77 FS-CREDNOTA             PIC X(02) VALUE SPACES.
       77 FS-CREDIMP              PIC X(02) VALUE SPACES.
       77 FS-MOVDEV               PIC X(02) VALUE SPACES.
       77 FS-PAGTCLI              PIC X(02) VALUE SPACES.
       77 FS-CADMAT               PIC X(02) VALUE SPACES.
       77 FS-GRUPVEND             PIC X(02) VALUE SPACES.
       77 FS-VENDCONT             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMVEND             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF35'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'CONTABILIZACAO DO FATURAMENTO E DO CONTAS A RECEBER'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(04) VALUE 'OR'.
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.
          05 FILLER               PIC X(08) VALUE 'MATER.'.
          05 FILLER               PIC X(17) VALUE
             '            VALOR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'DEBITO'.
          05 FILLER               PIC X(11) VALUE 'CREDITO'.
      *
       01  DET001.
          05 DET001-ORIGEM        PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-MAT           PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CONTA-DEB     PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CONTA-CRED    PIC X(10).
      *
       01  CAB006.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'RESUMO DOS LANCAMENTOS POR CONTA'.
      *
       01  CAB007.
          05 FILLER               PIC X(12) VALUE 'CONTA'.
          05 FILLER               PIC X(04) VALUE 'D/C'.
          05 FILLER               PIC X(10) VALUE '   PARTID.'.
          05 FILLER               PIC X(20) VALUE
             '               VALOR'.
      *
       01  DET002.
          05 DET002-CONTA         PIC X(10).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET002-DC            PIC X(01).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET002-ITENS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LINHAS DE FATURA LIDAS          :'.
          05 TOT001-FATURAS       PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE NOTAS DE CREDITO LIDAS          :'.
          05 TOT002-NOTAS         PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE DEVOLUCOES LIDAS                :'.
          05 TOT003-DEVOLUCOES    PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PAGAMENTOS LIDOS                :'.
          05 TOT004-PAGAMENTOS    PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS DO MOVDEV SEM DOC DE DEVOLUCAO:'.
          05 TOT005-REJEITADOS    PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS DE MATERIAL FORA DO CADMAT    :'.
          05 TOT006-SEM-MAT       PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS EM CONTAS PADRAO (SEM GRUPO)  :'.
          05 TOT007-SEM-GRUPO     PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LANCAMENTOS GERADOS             :'.
          05 TOT008-LANCAMENTOS   PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'TOTAL FATURADO             :'.
          05 TOT009-FATURADO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT010.
          05 FILLER               PIC X(29) VALUE
             'CUSTO DAS VENDAS           :'.
          05 TOT010-CMV           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT011.
          05 FILLER               PIC X(29) VALUE
             'NOTAS DE CREDITO           :'.
          05 TOT011-NOTAS         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT012.
          05 FILLER               PIC X(29) VALUE
             'DEVOLVIDO A CUSTO          :'.
          05 TOT012-DEVOLVIDO     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT013.
          05 FILLER               PIC X(29) VALUE
             'RECEBIDO DOS CLIENTES      :'.
          05 TOT013-RECEBIDO      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT014.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DE DEBITOS           :'.
          05 TOT014-DEBITOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT015.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DE CREDITOS          :'.
          05 TOT015-CREDITOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT016.
          05 FILLER               PIC X(29) VALUE
             'ICMS FATURADO              :'.
          05 TOT016-ICMS          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT017.
          05 FILLER               PIC X(29) VALUE
             'IPI FATURADO               :'.
          05 TOT017-IPI           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT018.
          05 FILLER               PIC X(29) VALUE
             'ICMS ESTORNADO (DEVOLUCAO) :'.
          05 TOT018-ICMS-NC       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT019.
          05 FILLER               PIC X(29) VALUE
             'IPI ESTORNADO (DEVOLUCAO)  :'.
          05 TOT019-IPI-NC        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *
      *  TRAVA DE PERIODO CONTABIL - ANO/MES FECHADOS NO PERCONT E
      *  PARTIDAS RETIDAS NO PERSUS POR CAIREM NUM DELES
      *
       01 WS-TAB-PER.
          05 WS-TAB-PER-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PER-ANOMES    PIC 9(06) OCCURS 240 TIMES.
       01 WS-PER-DATA.
          05 WS-PER-ANOMES        PIC 9(06).
          05 WS-PER-DIA           PIC 9(02).
       01 WS-PER-MOTIVO.
          05 FILLER               PIC X(08) VALUE 'PERIODO '.
          05 WS-PER-MOTIVO-ANOMES PIC 9(06).
          05 FILLER               PIC X(08) VALUE ' FECHADO'.
       77 WS-IDX-PER              PIC 9(03) VALUE ZEROS.
       77 WS-PER-FECHADO          PIC X(01) VALUE 'N'.
       77 WS-PERSUS-ABERTO        PIC X(01) VALUE 'N'.
       77 WS-PER-ARQUIVO          PIC X(08) VALUE SPACES.
       77 WS-PER-LANC             PIC X(42) VALUE SPACES.
       77 ACUM-PER-RETIDOS        PIC 9(06) VALUE ZEROS.
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
       77 FS-PERSUS               PIC X(02) VALUE SPACES.
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
           PERFORM 800-00-CARREGAR-PERIODOS.
           PERFORM 001-20-LER-PARMDATA.
           PERFORM 001-21-LER-PARMVEND.
           PERFORM 001-22-CARREGAR-CADMAT.
           PERFORM 001-24-CARREGAR-GRUPVEND.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CONTABILIZAR-FATURAS.
           PERFORM 004-00-CONTABILIZAR-NOTAS.
           PERFORM 004-02-CONTABILIZAR-IMPOSTOS.
           PERFORM 005-00-CONTABILIZAR-DEVOLUC.
           PERFORM 006-00-CONTABILIZAR-PAGTOS.
           PERFORM 008-00-GERAR-LANCAMENTOS.
           PERFORM 009-00-IMPRIMIR-TOTAIS.
           PERFORM 010-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  FATURA
                       CREDNOTA
                       CREDIMP
                       MOVDEV
                       PAGTCLI
                       CADMAT
                       GRUPVEND
                       PARMVEND
                       PARMDATA
                OUTPUT VENDCONT
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-FATURA.
           PERFORM 001-03-FS-CREDNOTA.
           PERFORM 001-04-FS-MOVDEV.
           PERFORM 001-05-FS-PAGTCLI.
           PERFORM 001-06-FS-CADMAT.
           PERFORM 001-07-FS-GRUPVEND.
           PERFORM 001-08-FS-VENDCONT.
           PERFORM 001-09-FS-RELATO.
           PERFORM 001-10-FS-CREDIMP.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-FATURA           SECTION.
      *================================================================*
           MOVE 'FATURA'          TO FS-ARQUIVO.
           MOVE FS-FATURA         TO FS-COD-STATUS.

           IF FS-FATURA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CREDNOTA         SECTION.
      *================================================================*
           MOVE 'CREDNOTA'        TO FS-ARQUIVO.
           MOVE FS-CREDNOTA       TO FS-COD-STATUS.

           IF FS-CREDNOTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-MOVDEV           SECTION.
      *================================================================*
           MOVE 'MOVDEV'          TO FS-ARQUIVO.
           MOVE FS-MOVDEV         TO FS-COD-STATUS.

           IF FS-MOVDEV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-PAGTCLI          SECTION.
      *================================================================*
           MOVE 'PAGTCLI'         TO FS-ARQUIVO.
           MOVE FS-PAGTCLI        TO FS-COD-STATUS.

           IF FS-PAGTCLI NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-CADMAT           SECTION.
      *================================================================*
           MOVE 'CADMAT'          TO FS-ARQUIVO.
           MOVE FS-CADMAT         TO FS-COD-STATUS.

           IF FS-CADMAT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-GRUPVEND         SECTION.
      *================================================================*
           MOVE 'GRUPVEND'        TO FS-ARQUIVO.
           MOVE FS-GRUPVEND       TO FS-COD-STATUS.

           IF FS-GRUPVEND NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-VENDCONT         SECTION.
      *================================================================*
           MOVE 'VENDCONT'        TO FS-ARQUIVO.
           MOVE FS-VENDCONT       TO FS-COD-STATUS.

           IF FS-VENDCONT NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-FS-CREDIMP          SECTION.
      *================================================================*
           MOVE 'CREDIMP'         TO FS-ARQUIVO.
           MOVE FS-CREDIMP        TO FS-COD-STATUS.

           IF FS-CREDIMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-10-FIM.                EXIT.

      *================================================================*
       001-20-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.

           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.
           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-LER-PARMVEND        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMVEND.

           MOVE 'PARMVEND'        TO FS-ARQUIVO.
           MOVE FS-PARMVEND       TO FS-COD-STATUS.
           IF FS-PARMVEND NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-CLI-PARM    TO WS-CONTA-CLI.
           MOVE CONTA-BANCO-PARM  TO WS-CONTA-BANCO.
           MOVE CONTA-REC-PARM    TO WS-CONTA-REC-PADRAO.
           MOVE CONTA-CMV-PARM    TO WS-CONTA-CMV-PADRAO.
           MOVE CONTA-TRANS-PARM  TO WS-CONTA-TRANSIT.
           MOVE CONTA-ICMS-PARM   TO WS-CONTA-ICMS.
           MOVE CONTA-IPI-PARM    TO WS-CONTA-IPI.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMVEND.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-CARREGAR-CADMAT     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-06-FS-CADMAT.

           PERFORM 001-23-ACUMULAR-CADMAT
               UNTIL FS-CADMAT EQUAL '10'
                  OR WS-TAB-MAT-QTD EQUAL 300.

           IF FS-CADMAT NOT EQUAL '10'
               DISPLAY '* CADMAT COM MAIS DE 300 MATERIAIS  *'
               DISPLAY '* AUMENTAR WS-TAB-MAT E REPROCESSAR *'
               MOVE 'CADMAT'      TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADMAT.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-ACUMULAR-CADMAT     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-MAT-QTD.
           MOVE COD-MAT           TO
               WS-TAB-MAT-COD (WS-TAB-MAT-QTD).
           MOVE VLR-UNIT          TO
               WS-TAB-MAT-CUSTO (WS-TAB-MAT-QTD).
           MOVE CONTA-MAT         TO
               WS-TAB-MAT-CONTA (WS-TAB-MAT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-06-FS-CADMAT.

       001-23-FIM.                EXIT.

      *================================================================*
       001-24-CARREGAR-GRUPVEND   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ GRUPVEND.
           PERFORM 001-07-FS-GRUPVEND.

           PERFORM 001-25-ACUMULAR-GRUPVEND
               UNTIL FS-GRUPVEND EQUAL '10'
                  OR WS-TAB-GRV-QTD EQUAL 100.

           IF FS-GRUPVEND NOT EQUAL '10'
               DISPLAY '* GRUPVEND COM MAIS DE 100 GRUPOS   *'
               DISPLAY '* AUMENTAR WS-TAB-GRV E REPROCESSAR *'
               MOVE 'GRUPVEND'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE GRUPVEND.

       001-24-FIM.                EXIT.

      *================================================================*
       001-25-ACUMULAR-GRUPVEND   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-GRV-QTD.
           MOVE GRUPO-GRV         TO
               WS-TAB-GRV-GRUPO (WS-TAB-GRV-QTD).
           MOVE CONTA-REC-GRV     TO
               WS-TAB-GRV-REC (WS-TAB-GRV-QTD).
           MOVE CONTA-CMV-GRV     TO
               WS-TAB-GRV-CMV (WS-TAB-GRV-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ GRUPVEND.
           PERFORM 001-07-FS-GRUPVEND.

       001-25-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-CONTABILIZAR-FATURAS SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

           PERFORM 003-01-CONTABILIZAR-FATURA
               UNTIL FS-FATURA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FATURA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-CONTABILIZAR-FATURA SECTION.
      *================================================================*
      * RECEITA PELO VALOR FATURADO, ICMS E IPI A RECOLHER PELOS
      * VALORES DESTACADOS E CUSTO PELA QUANTIDADE AO VLR-UNIT DO
      * CADMAT (SO PARA MATERIAL CADASTRADO).
      *
           ADD 1                  TO ACUM-LIDOS
                                     ACUM-FATURAS.
           ADD VLR-TOTAL-FAT      TO ACUM-VLR-FATURADO.
           ADD VLR-ICMS-FAT       TO ACUM-VLR-ICMS.
           ADD VLR-IPI-FAT        TO ACUM-VLR-IPI.

           MOVE COD-MAT-FAT       TO WS-COD-MAT.
           PERFORM 007-00-RESOLVER-MATERIAL.

           MOVE 'FT'              TO WS-ORIGEM.
           MOVE NUM-PED-FAT       TO WS-NUM-PED.

           MOVE VLR-TOTAL-FAT     TO WS-VALOR-LANC.
           MOVE WS-CONTA-CLI      TO WS-CONTA-DEB.
           MOVE WS-CONTA-REC      TO WS-CONTA-CRED.
           PERFORM 007-10-LANCAR-PARTIDA.

           MOVE VLR-ICMS-FAT      TO WS-VALOR-LANC.
           MOVE WS-CONTA-CLI      TO WS-CONTA-DEB.
           MOVE WS-CONTA-ICMS     TO WS-CONTA-CRED.
           PERFORM 007-10-LANCAR-PARTIDA.

           MOVE VLR-IPI-FAT       TO WS-VALOR-LANC.
           MOVE WS-CONTA-CLI      TO WS-CONTA-DEB.
           MOVE WS-CONTA-IPI      TO WS-CONTA-CRED.
           PERFORM 007-10-LANCAR-PARTIDA.

           IF WS-MAT-ACHADO EQUAL 'S'
               COMPUTE WS-VALOR-LANC = QTD-FAT * WS-CUSTO-UNIT
               ADD WS-VALOR-LANC  TO ACUM-VLR-CMV
               MOVE WS-CONTA-CMV  TO WS-CONTA-DEB
               MOVE WS-CONTA-ESTQ TO WS-CONTA-CRED
               PERFORM 007-10-LANCAR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CONTABILIZAR-NOTAS  SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDNOTA.
           PERFORM 001-03-FS-CREDNOTA.

           PERFORM 004-01-CONTABILIZAR-NOTA
               UNTIL FS-CREDNOTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CREDNOTA.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-CONTABILIZAR-NOTA   SECTION.
      *================================================================*
      * ESTORNO DA RECEITA NA CONTA DO GRUPO DO MATERIAL DEVOLVIDO;
      * NOTA SEM MATERIAL INFORMADO VAI PARA A RECEITA PADRAO.
      *
           ADD 1                  TO ACUM-LIDOS
                                     ACUM-NOTAS.
           ADD VALOR-CRD          TO ACUM-VLR-NOTAS.

           IF COD-MAT-CRD NUMERIC
               MOVE COD-MAT-CRD   TO WS-COD-MAT
           ELSE
               MOVE ZEROS         TO WS-COD-MAT.
           PERFORM 007-00-RESOLVER-MATERIAL.

           MOVE 'NC'              TO WS-ORIGEM.
           MOVE NUM-PED-CRD       TO WS-NUM-PED.

           MOVE VALOR-CRD         TO WS-VALOR-LANC.
           MOVE WS-CONTA-REC      TO WS-CONTA-DEB.
           MOVE WS-CONTA-CLI      TO WS-CONTA-CRED.
           PERFORM 007-10-LANCAR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDNOTA.
           PERFORM 001-03-FS-CREDNOTA.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-CONTABILIZAR-IMPOSTOS SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDIMP.
           PERFORM 001-10-FS-CREDIMP.

           PERFORM 004-03-CONTABILIZAR-IMPOSTO
               UNTIL FS-CREDIMP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CREDIMP.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-CONTABILIZAR-IMPOSTO SECTION.
      *================================================================*
      * O ICMS E O IPI DEVOLVIDOS AO CLIENTE SAEM DAS CONTAS A
      * RECOLHER, NO SENTIDO INVERSO DO LANCAMENTO DA FATURA. TIPO
      * DESCONHECIDO E REJEITADO.
      *
           ADD 1                  TO ACUM-LIDOS.

           MOVE 'NC'              TO WS-ORIGEM.
           MOVE NUM-PED-CIM       TO WS-NUM-PED.
           MOVE ZEROS             TO WS-COD-MAT.
           MOVE VALOR-CIM         TO WS-VALOR-LANC.
           MOVE WS-CONTA-CLI      TO WS-CONTA-CRED.

           IF TIPO-IMP-CIM EQUAL 'ICMS'
               ADD VALOR-CIM      TO ACUM-VLR-ICMS-NC
               MOVE WS-CONTA-ICMS TO WS-CONTA-DEB
               PERFORM 007-10-LANCAR-PARTIDA
           ELSE
               IF TIPO-IMP-CIM EQUAL 'IPI'
                   ADD VALOR-CIM  TO ACUM-VLR-IPI-NC
                   MOVE WS-CONTA-IPI TO WS-CONTA-DEB
                   PERFORM 007-10-LANCAR-PARTIDA
               ELSE
                   ADD 1          TO ACUM-REJEITADOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDIMP.
           PERFORM 001-10-FS-CREDIMP.

       004-03-FIM.                EXIT.

      *================================================================*
       005-00-CONTABILIZAR-DEVOLUC SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVDEV.
           PERFORM 001-04-FS-MOVDEV.

           PERFORM 005-01-CONTABILIZAR-DEVOL
               UNTIL FS-MOVDEV EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVDEV.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-CONTABILIZAR-DEVOL  SECTION.
      *================================================================*
      * ESTORNO DO CUSTO: A MERCADORIA DEVOLVIDA VOLTA AO ESTOQUE DO
      * MATERIAL PELO MESMO VLR-UNIT COM QUE SAIU NA FATURA.
      *
           ADD 1                  TO ACUM-LIDOS.

           IF TIPO-MOV NOT EQUAL 'E'
              OR DOC-MOV (1:2) NOT EQUAL 'DV'
               ADD 1              TO ACUM-REJEITADOS
           ELSE
               ADD 1              TO ACUM-DEVOLUCOES
               MOVE COD-PECA-MOV  TO WS-COD-MAT
               PERFORM 007-00-RESOLVER-MATERIAL
               IF WS-MAT-ACHADO EQUAL 'S'
                   MOVE 'DV'      TO WS-ORIGEM
                   MOVE DOC-MOV (3:6) TO WS-NUM-PED
                   COMPUTE WS-VALOR-LANC = QTD-MOV * WS-CUSTO-UNIT
                   ADD WS-VALOR-LANC TO ACUM-VLR-DEVOLVIDO
                   MOVE WS-CONTA-ESTQ TO WS-CONTA-DEB
                   MOVE WS-CONTA-CMV  TO WS-CONTA-CRED
                   PERFORM 007-10-LANCAR-PARTIDA
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVDEV.
           PERFORM 001-04-FS-MOVDEV.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-CONTABILIZAR-PAGTOS SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PAGTCLI.
           PERFORM 001-05-FS-PAGTCLI.

           PERFORM 006-01-CONTABILIZAR-PAGTO
               UNTIL FS-PAGTCLI EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PAGTCLI.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-CONTABILIZAR-PAGTO  SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS
                                     ACUM-PAGAMENTOS.
           ADD VALOR-PAG          TO ACUM-VLR-RECEBIDO.

           MOVE 'PG'              TO WS-ORIGEM.
           MOVE NUM-PED-PAG       TO WS-NUM-PED.
           MOVE ZEROS             TO WS-COD-MAT.

           MOVE VALOR-PAG         TO WS-VALOR-LANC.
           MOVE WS-CONTA-BANCO    TO WS-CONTA-DEB.
           MOVE WS-CONTA-CLI      TO WS-CONTA-CRED.
           PERFORM 007-10-LANCAR-PARTIDA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PAGTCLI.
           PERFORM 001-05-FS-PAGTCLI.

       006-01-FIM.                EXIT.

      *================================================================*
       007-00-RESOLVER-MATERIAL   SECTION.
      *================================================================*
      * A PARTIR DE WS-COD-MAT OBTEM O CUSTO UNITARIO E A CONTA DE
      * ESTOQUE DO CADMAT E, PELO GRUPO (A CONTA DE ESTOQUE), AS
      * CONTAS DE RECEITA E DE CUSTO DAS VENDAS DO GRUPVEND.
      *
           MOVE 'N'               TO WS-MAT-ACHADO.
           MOVE ZEROS             TO WS-CUSTO-UNIT
                                     WS-ACHADO.
           MOVE SPACES            TO WS-CONTA-ESTQ.
           MOVE WS-CONTA-REC-PADRAO TO WS-CONTA-REC.
           MOVE WS-CONTA-CMV-PADRAO TO WS-CONTA-CMV.

           PERFORM 007-01-PROCURAR-MAT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MAT-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-SEM-MAT
           ELSE
               MOVE 'S'           TO WS-MAT-ACHADO
               MOVE WS-TAB-MAT-CUSTO (WS-ACHADO) TO WS-CUSTO-UNIT
               MOVE WS-TAB-MAT-CONTA (WS-ACHADO) TO WS-CONTA-ESTQ.

           MOVE ZEROS             TO WS-ACHADO.
           IF WS-CONTA-ESTQ NOT EQUAL SPACES
               PERFORM 007-02-PROCURAR-GRUPO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-GRV-QTD
                      OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-GRV-REC (WS-ACHADO) TO WS-CONTA-REC
               MOVE WS-TAB-GRV-CMV (WS-ACHADO) TO WS-CONTA-CMV
           ELSE
               IF WS-MAT-ACHADO EQUAL 'S'
                   ADD 1          TO ACUM-SEM-GRUPO.

           IF WS-CONTA-ESTQ EQUAL SPACES
               MOVE WS-CONTA-TRANSIT TO WS-CONTA-ESTQ.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-PROCURAR-MAT        SECTION.
      *================================================================*
           IF WS-TAB-MAT-COD (WS-IDX) EQUAL WS-COD-MAT
               MOVE WS-IDX        TO WS-ACHADO.

       007-01-FIM.                EXIT.

      *================================================================*
       007-02-PROCURAR-GRUPO      SECTION.
      *================================================================*
           IF WS-TAB-GRV-GRUPO (WS-IDX) EQUAL WS-CONTA-ESTQ
               MOVE WS-IDX        TO WS-ACHADO.

       007-02-FIM.                EXIT.

      *================================================================*
       007-10-LANCAR-PARTIDA      SECTION.
      *================================================================*
      * UMA PARTIDA DE WS-VALOR-LANC A DEBITO DE WS-CONTA-DEB E A
      * CREDITO DE WS-CONTA-CRED; VALOR ZERO NAO GERA LANCAMENTO.
      *
           IF WS-VALOR-LANC GREATER ZEROS
               MOVE WS-CONTA-DEB  TO WS-CONTA-ACUM
               MOVE 'D'           TO WS-DC-ACUM
               PERFORM 007-11-ACUMULAR-CONTA
               MOVE WS-CONTA-CRED TO WS-CONTA-ACUM
               MOVE 'C'           TO WS-DC-ACUM
               PERFORM 007-11-ACUMULAR-CONTA
               ADD WS-VALOR-LANC  TO ACUM-VLR-DEBITOS
                                     ACUM-VLR-CREDITOS
               PERFORM 007-13-IMPRIMIR-PARTIDA.

       007-10-FIM.                EXIT.

      *================================================================*
       007-11-ACUMULAR-CONTA      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 007-12-PROCURAR-ACUM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTA-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               IF WS-TAB-CTA-QTD EQUAL 200
                   DISPLAY '* MAIS DE 200 CONTAS NO MOVIMENTO    *'
                   DISPLAY '* AUMENTAR WS-TAB-CTA E REPROCESSAR  *'
                   MOVE 'VENDCONT' TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-CTA-QTD
               MOVE WS-TAB-CTA-QTD TO WS-ACHADO
               MOVE WS-CONTA-ACUM TO
                   WS-TAB-CTA-CONTA (WS-ACHADO)
               MOVE WS-DC-ACUM    TO
                   WS-TAB-CTA-DC (WS-ACHADO)
               MOVE ZEROS         TO
                   WS-TAB-CTA-ITENS (WS-ACHADO)
                   WS-TAB-CTA-VALOR (WS-ACHADO).

           ADD 1                  TO WS-TAB-CTA-ITENS (WS-ACHADO).
           ADD WS-VALOR-LANC      TO WS-TAB-CTA-VALOR (WS-ACHADO).

       007-11-FIM.                EXIT.

      *================================================================*
       007-12-PROCURAR-ACUM       SECTION.
      *================================================================*
           IF WS-TAB-CTA-CONTA (WS-IDX) EQUAL WS-CONTA-ACUM
              AND WS-TAB-CTA-DC (WS-IDX) EQUAL WS-DC-ACUM
               MOVE WS-IDX        TO WS-ACHADO.

       007-12-FIM.                EXIT.

      *================================================================*
       007-13-IMPRIMIR-PARTIDA    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 011-00-CABECALHOS.

           MOVE WS-ORIGEM         TO DET001-ORIGEM.
           MOVE WS-NUM-PED        TO DET001-PEDIDO.
           MOVE WS-COD-MAT        TO DET001-MAT.
           MOVE WS-VALOR-LANC     TO DET001-VALOR.
           MOVE WS-CONTA-DEB      TO DET001-CONTA-DEB.
           MOVE WS-CONTA-CRED     TO DET001-CONTA-CRED.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       007-13-FIM.                EXIT.

      *================================================================*
       008-00-GERAR-LANCAMENTOS   SECTION.
      *================================================================*
      * UM LANCAMENTO POR CONTA E NATUREZA, NA DATA DE REFERENCIA,
      * COM A QUANTIDADE DE PARTIDAS RESUMIDAS EM QTD-VDC.
      *
           IF ACUM-LINHAS GREATER 50
               PERFORM 011-00-CABECALHOS.

           WRITE REG-RELATO       FROM CAB006 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB007 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           ADD 4                  TO ACUM-LINHAS.

           PERFORM 008-01-LANCAR-UMA-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CTA-QTD.

       008-00-FIM.                EXIT.

      *================================================================*
       008-01-LANCAR-UMA-CONTA    SECTION.
      *================================================================*
           MOVE WS-TAB-CTA-CONTA (WS-IDX) TO CONTA-VDC.
           MOVE WS-TAB-CTA-DC (WS-IDX)    TO IND-DC-VDC.
           MOVE WS-TAB-CTA-ITENS (WS-IDX) TO QTD-VDC.
           MOVE WS-TAB-CTA-VALOR (WS-IDX) TO VALOR-VDC.
           MOVE WS-DATA-REF       TO DATA-LANC-VDC.

           ADD 1                  TO ACUM-LANCAMENTOS.
           ADD 1                  TO WS-SEQ-LANC.
           MOVE WS-SEQ-LANC       TO QTD-REG-VDC.
           MOVE DATA-LANC-VDC     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'VENDCONT'    TO WS-PER-ARQUIVO
               MOVE REG-VENDCONT  TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-VENDCONT
               PERFORM 001-08-FS-VENDCONT.

           IF ACUM-LINHAS GREATER 59
               PERFORM 011-00-CABECALHOS.

           MOVE WS-TAB-CTA-CONTA (WS-IDX) TO DET002-CONTA.
           MOVE WS-TAB-CTA-DC (WS-IDX)    TO DET002-DC.
           MOVE WS-TAB-CTA-ITENS (WS-IDX) TO DET002-ITENS.
           MOVE WS-TAB-CTA-VALOR (WS-IDX) TO DET002-VALOR.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       008-01-FIM.                EXIT.

      *================================================================*
       009-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 40
               PERFORM 011-00-CABECALHOS.

           MOVE ACUM-FATURAS      TO TOT001-FATURAS.
           MOVE ACUM-NOTAS        TO TOT002-NOTAS.
           MOVE ACUM-DEVOLUCOES   TO TOT003-DEVOLUCOES.
           MOVE ACUM-PAGAMENTOS   TO TOT004-PAGAMENTOS.
           MOVE ACUM-REJEITADOS   TO TOT005-REJEITADOS.
           MOVE ACUM-SEM-MAT      TO TOT006-SEM-MAT.
           MOVE ACUM-SEM-GRUPO    TO TOT007-SEM-GRUPO.
           MOVE ACUM-LANCAMENTOS  TO TOT008-LANCAMENTOS.
           MOVE ACUM-VLR-FATURADO TO TOT009-FATURADO.
           MOVE ACUM-VLR-CMV      TO TOT010-CMV.
           MOVE ACUM-VLR-NOTAS    TO TOT011-NOTAS.
           MOVE ACUM-VLR-DEVOLVIDO TO TOT012-DEVOLVIDO.
           MOVE ACUM-VLR-RECEBIDO TO TOT013-RECEBIDO.
           MOVE ACUM-VLR-DEBITOS  TO TOT014-DEBITOS.
           MOVE ACUM-VLR-CREDITOS TO TOT015-CREDITOS.
           MOVE ACUM-VLR-ICMS     TO TOT016-ICMS.
           MOVE ACUM-VLR-IPI      TO TOT017-IPI.
           MOVE ACUM-VLR-ICMS-NC  TO TOT018-ICMS-NC.
           MOVE ACUM-VLR-IPI-NC   TO TOT019-IPI-NC.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT016 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT017 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT018 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT019 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT012 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT013 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT014 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT015 AFTER 1.
           PERFORM 001-09-FS-RELATO.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE VENDCONT
                 RELATO.
           PERFORM 001-08-FS-VENDCONT.
           PERFORM 001-09-FS-RELATO.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-09-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       011-00-FIM.                EXIT.

      *================================================================*
       800-00-CARREGAR-PERIODOS   SECTION.
      *================================================================*
      *    CARREGA OS PERIODOS FECHADOS DO PERCONT. SEM O ARQUIVO
      *    ('35') NENHUM PERIODO ESTA FECHADO E TUDO E GRAVADO
      *    NOS ARQUIVOS DE LANCAMENTOS, SEM RETENCAO NO PERSUS.
      *
           MOVE ZEROS             TO WS-TAB-PER-QTD.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PERCONT.

           IF FS-PERCONT NOT EQUAL '00' AND '35'
               PERFORM 800-41-FS-PERCONT.

           IF FS-PERCONT EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 800-41-FS-PERCONT
               PERFORM 800-01-ACUMULAR-PERIODO
                   UNTIL FS-PERCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       800-00-FIM.                EXIT.

      *================================================================*
       800-01-ACUMULAR-PERIODO    SECTION.
      *================================================================*
           IF SITUACAO-PER EQUAL 'F'
               IF WS-TAB-PER-QTD NOT LESS 240
                   DISPLAY '* TABELA DE PERIODOS FECHADOS ESGOTADA *'
                   MOVE 'PERCONT'     TO FS-ARQUIVO
                   MOVE FS-PERCONT    TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-PER-QTD
               MOVE ANOMES-PER    TO WS-TAB-PER-ANOMES
                                     (WS-TAB-PER-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PERCONT.
           PERFORM 800-41-FS-PERCONT.

       800-01-FIM.                EXIT.

      *================================================================*
       800-10-TESTAR-PERIODO      SECTION.
      *================================================================*
      *    RECEBE A DATA DA PARTIDA EM WS-PER-DATA E DEVOLVE
      *    WS-PER-FECHADO = 'S' SE O ANO/MES ESTIVER FECHADO
           MOVE 'N'               TO WS-PER-FECHADO.

           PERFORM 800-11-PROCURAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER GREATER WS-TAB-PER-QTD
                    OR WS-PER-FECHADO EQUAL 'S'.

       800-10-FIM.                EXIT.

      *================================================================*
       800-11-PROCURAR-PERIODO    SECTION.
      *================================================================*
           IF WS-TAB-PER-ANOMES (WS-IDX-PER) EQUAL WS-PER-ANOMES
               MOVE 'S'           TO WS-PER-FECHADO.

       800-11-FIM.                EXIT.

      *================================================================*
       800-20-RETER-PARTIDA       SECTION.
      *================================================================*
      *    A PARTIDA (EM WS-PER-LANC, COM O DESTINO EM WS-PER-ARQUIVO)
      *    VAI PARA O PERSUS EM VEZ DO ARQUIVO DE LANCAMENTOS
           IF WS-PERSUS-ABERTO EQUAL 'N'
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN EXTEND PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'S'           TO WS-PERSUS-ABERTO.

           MOVE 'PU8EXF35'      TO PROGRAMA-PSU.
           MOVE WS-PER-ARQUIVO    TO ARQUIVO-PSU.
           MOVE WS-PER-LANC       TO LANC-PSU.
           MOVE WS-PER-ANOMES     TO WS-PER-MOTIVO-ANOMES.
           MOVE WS-PER-MOTIVO     TO MOTIVO-PSU.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PERSUS.
           PERFORM 800-40-FS-PERSUS.
           ADD 1                  TO ACUM-PER-RETIDOS.

       800-20-FIM.                EXIT.

      *================================================================*
       800-30-FECHAR-PERSUS       SECTION.
      *================================================================*
           IF WS-PERSUS-ABERTO EQUAL 'S'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'N'           TO WS-PERSUS-ABERTO
               DISPLAY '* PARTIDAS RETIDAS POR PERIODO FECHADO: '
                       ACUM-PER-RETIDOS ' (VER PERSUS) *'.

       800-30-FIM.                EXIT.

      *================================================================*
       800-40-FS-PERSUS           SECTION.
      *================================================================*
           MOVE 'PERSUS'          TO FS-ARQUIVO.
           MOVE FS-PERSUS         TO FS-COD-STATUS.

           IF FS-PERSUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       800-40-FIM.                EXIT.

      *================================================================*
       800-41-FS-PERCONT          SECTION.
      *================================================================*
           MOVE 'PERCONT'         TO FS-ARQUIVO.
           MOVE FS-PERCONT        TO FS-COD-STATUS.

           IF FS-PERCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       800-41-FIM.                EXIT.

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
               MOVE 'PU8EXF35'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LIDOS              TO RUNLOG-QTD-LIDOS
               MOVE ACUM-LANCAMENTOS        TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-REJEITADOS         TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
