       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF37.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * EXTRATO MENSAL DE COMISSAO DOS VENDEDORES SOBRE O RECEBIDO.
      * CADA PAGAMENTO DE CLIENTE DO MES (PAGTCLI, O MESMO ARQUIVO
      * BAIXADO NA CARTEIRA PELO PU8EXE94) E LIGADO A LINHA DA FATURA
      * PELO NUMERO DO PEDIDO; O VENDEDOR E O DA FATURA (COD-VEND-FAT,
      * VINDO DO PEDVEN). A BASE DA COMISSAO E A PARTE DO PAGAMENTO
      * QUE CORRESPONDE A MERCADORIA (O PAGAMENTO COBRE O VALOR DA
      * NOTA, COM ICMS E IPI), LIMITADA AO VALOR DA MERCADORIA.
      *
      * O PERCENTUAL VEM DO TABCOMIS, POR VENDEDOR E GRUPO DO MATERIAL
      * (CONTA-MAT DO CADMAT), OU DA LINHA PADRAO DO VENDEDOR (GRUPO EM
      * BRANCO). AS NOTAS DE CREDITO DO MES (CREDNOTA, DEVOLUCOES DO
      * PU8EXE95, AO PRECO DA FATURA) ESTORNAM A COMISSAO DO VENDEDOR
      * DA FATURA ORIGINAL PELO MESMO PERCENTUAL.
      *
      * O MES E O DA DATA DE REFERENCIA (PARMDATA, OU A DATA DO
      * SISTEMA SEM PARAMETRO); DOCUMENTOS DE OUTRO MES, SEM LINHA DE
      * FATURA OU DE PEDIDO SEM VENDEDOR SAO DESPREZADOS E CONTADOS A
      * PARTE NO RELATORIO.
      *
      * O PAGAMENTO DO MES PODE SER DE FATURA DE CICLO ANTERIOR: O
      * FATURA LIDO AQUI DEVE SER A CONCATENACAO DE TODAS AS GERACOES
      * DE FATURA QUE AINDA TENHAM ITEM EM ABERTO NO CRABERTO (MAIS A
      * DO CICLO), E NAO SO A GERACAO CORRENTE. PAGAMENTO OU NOTA DE
      * CREDITO DE FATURA FORA DO ARQUIVO SAI COMO DOCUMENTO SEM LINHA
      * DE FATURA E NAO E COMISSIONADO. O HISTVEND NAO SERVE DE FONTE:
      * NAO GUARDA O VALOR DA NOTA, QUE DA A PARTE DA MERCADORIA NO
      * PAGAMENTO. A TABELA COMPORTA 6000 LINHAS DE FATURA.
      *
      * O EXTRATO SAI COM UMA FOLHA POR VENDEDOR: OS PAGAMENTOS E AS
      * DEVOLUCOES DO MES, A COMISSAO, O ESTORNO E A COMISSAO LIQUIDA.
      * A COMISSAO LIQUIDA POSITIVA DE VENDEDOR CADASTRADO NO CADFUNC
      * E GRAVADA NO COMAPONT (LAYOUT APONTFUN), CONCATENADO AO
      * APONTAMENTO DO RH NA ENTRADA DA FOLHA (PU8EXE27), QUE A SOMA
      * AO SALARIO BRUTO. SALDO NAO POSITIVO OU VENDEDOR FORA DO
      * CADFUNC NAO E LANCADO E FICA APONTADO NO EXTRATO.
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
           SELECT PAGTCLI         ASSIGN TO UT-S-PAGTCLI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PAGTCLI.
      *
           SELECT CREDNOTA        ASSIGN TO UT-S-CREDNOTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CREDNOTA.
      *
           SELECT CADMAT          ASSIGN TO UT-S-CADMAT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADMAT.
      *
           SELECT TABCOMIS        ASSIGN TO UT-S-TABCOMIS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-TABCOMIS.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNC.
      *
           SELECT COMAPONT        ASSIGN TO UT-S-COMAPONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-COMAPONT.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * FATURAS EMITIDAS, NO LAYOUT GRAVADO PELO PU8EXE47/PU8EXE93
      * (TODAS AS GERACOES COM ITEM EM ABERTO NO CRABERTO).
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
      * NOTAS DE CREDITO DAS DEVOLUCOES (PU8EXE95), COM O MATERIAL.
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
       FD CADMAT
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADMAT.
       COPY CADMAT.
      *
      * PERCENTUAIS DE COMISSAO POR VENDEDOR E GRUPO DE MATERIAL.
      *
       FD TABCOMIS
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-TABCOMIS.
       COPY TABCOMIS.
      *
      * CADASTRO DE FUNCIONARIOS, PARA O NOME DO VENDEDOR.
      *
       FD CADFUNC
           RECORD     CONTAINS    110 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADFUNC.
       01 REG-CADFUNC.
          05 CODIGO               PIC 9(05).
          05 NOME                 PIC X(30).
          05 FILLER               PIC X(75).
      *
      * COMISSAO DO MES POR VENDEDOR, NO LAYOUT DO APONTAMENTO DA
      * FOLHA.
      *
       FD COMAPONT
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-APONTFUN.
       COPY APONTFUN.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
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
      *
       01 WS-DATA-REF.
          05 WS-ANOMES-REF.
             10 WS-ANO-REF        PIC 9(04).
             10 WS-MES-REF        PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
       01 WS-DATA-DOC.
          05 WS-ANOMES-DOC        PIC 9(06).
          05 WS-DIA-DOC           PIC 9(02).
      *
      *  MATERIAIS: GRUPO (CONTA DE ESTOQUE)
      *
       01 WS-TAB-MAT.
          05 WS-TAB-MAT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-MAT-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-MAT-COD    PIC 9(05).
             10 WS-TAB-MAT-CONTA  PIC X(10).
      *
      *  PERCENTUAIS DE COMISSAO POR VENDEDOR E GRUPO
      *
       01 WS-TAB-TCO.
          05 WS-TAB-TCO-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-TCO-ENTRY OCCURS 300 TIMES.
             10 WS-TAB-TCO-CHAVE.
                15 WS-TAB-TCO-VEND PIC 9(05).
                15 WS-TAB-TCO-GRUPO PIC X(10).
             10 WS-TAB-TCO-PERC   PIC 9(02)V99.
      *
       01 WS-CHAVE-TCO.
          05 WS-CHAVE-TCO-VEND    PIC 9(05).
          05 WS-CHAVE-TCO-GRUPO   PIC X(10).
      *
      *  LINHAS DE FATURA: PEDIDO, MATERIAL, VENDEDOR E VALORES
      *
       01 WS-TAB-FAT.
          05 WS-TAB-FAT-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-FAT-ENTRY OCCURS 6000 TIMES.
             10 WS-TAB-FAT-PED    PIC 9(06).
             10 WS-TAB-FAT-MAT    PIC 9(05).
             10 WS-TAB-FAT-VEND   PIC 9(05).
             10 WS-TAB-FAT-MERC   PIC 9(09)V99.
             10 WS-TAB-FAT-NOTA   PIC 9(09)V99.
      *
      *  DOCUMENTOS COMISSIONADOS NO MES ('P' PAGAMENTO, 'D'
      *  DEVOLUCAO), NA ORDEM DE LEITURA
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-MOV-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-MOV-VEND   PIC 9(05).
             10 WS-TAB-MOV-TIPO   PIC X(01).
             10 WS-TAB-MOV-PED    PIC 9(06).
             10 WS-TAB-MOV-DIA    PIC 9(02).
             10 WS-TAB-MOV-MAT    PIC 9(05).
             10 WS-TAB-MOV-GRUPO  PIC X(10).
             10 WS-TAB-MOV-VALOR  PIC 9(09)V99.
             10 WS-TAB-MOV-BASE   PIC 9(09)V99.
             10 WS-TAB-MOV-PERC   PIC 9(02)V99.
             10 WS-TAB-MOV-COMIS  PIC S9(07)V99.
      *
      *  VENDEDORES DO MES, MANTIDOS EM ORDEM DE CODIGO
      *
       01 WS-TAB-VEN.
          05 WS-TAB-VEN-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-VEN-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-VEN-COD    PIC 9(05).
             10 WS-TAB-VEN-NOME   PIC X(30).
             10 WS-TAB-VEN-FUNC   PIC X(01).
             10 WS-TAB-VEN-COMIS  PIC 9(09)V99.
             10 WS-TAB-VEN-ESTORNO PIC 9(09)V99.
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-IDX-MOV              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VEN              PIC 9(03) VALUE ZEROS.
       77 WS-FAT-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-MAT-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-TCO-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-VEN-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-POSICAO              PIC 9(03) VALUE ZEROS.
      *
      *  DOCUMENTO EM APURACAO
      *
       77 WS-PED-PROCURA          PIC 9(06) VALUE ZEROS.
       77 WS-MAT-PROCURA          PIC 9(05) VALUE ZEROS.
       77 WS-TIPO-DOC             PIC X(01) VALUE SPACES.
       77 WS-VLR-DOC              PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-BASE             PIC 9(09)V99 VALUE ZEROS.
       77 WS-PERC-COMIS           PIC 9(02)V99 VALUE ZEROS.
       77 WS-VLR-COMIS            PIC S9(07)V99 VALUE ZEROS.
       77 WS-GRUPO                PIC X(10) VALUE SPACES.
       77 WS-VLR-LIQUIDO          PIC S9(09)V99 VALUE ZEROS.
       77 WS-FASE-TOTAIS          PIC X(01) VALUE 'N'.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-PAGTOS-LIDOS       PIC 9(06) VALUE ZEROS.
       77 ACUM-PAGTOS-COMIS       PIC 9(06) VALUE ZEROS.
       77 ACUM-NOTAS-LIDAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-NOTAS-ESTORNO      PIC 9(06) VALUE ZEROS.
       77 ACUM-FORA-MES           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-FATURA         PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-VEND           PIC 9(06) VALUE ZEROS.
       77 ACUM-SEM-PERC           PIC 9(06) VALUE ZEROS.
       77 ACUM-LANCADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-NAO-LANCADOS       PIC 9(06) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-DESPREZADOS        PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-COMIS          PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-ESTORNO        PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-LANCADO        PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-FATURA               PIC X(02) VALUE SPACES.
       77 FS-PAGTCLI              PIC X(02) VALUE SPACES.
       77 FS-CREDNOTA             PIC X(02) VALUE SPACES.
       77 FS-CADMAT               PIC X(02) VALUE SPACES.
       77 FS-TABCOMIS             PIC X(02) VALUE SPACES.
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-COMAPONT             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF37'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'EXTRATO DE COMISSAO DE VENDEDORES - MES'.
          05 CAB003-MES           PIC 9(02)/.
          05 CAB003-ANO           PIC 9(04).
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'TIPO'.
          05 FILLER               PIC X(07) VALUE 'PEDIDO'.
          05 FILLER               PIC X(03) VALUE 'DIA'.
          05 FILLER               PIC X(06) VALUE ' MAT.'.
          05 FILLER               PIC X(11) VALUE 'GRUPO'.
          05 FILLER               PIC X(13) VALUE '  VALOR DOC.'.
          05 FILLER               PIC X(13) VALUE '  BASE COMIS'.
          05 FILLER               PIC X(06) VALUE ' PERC'.
          05 FILLER               PIC X(11) VALUE '   COMISSAO'.
      *
       01  CAB006.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAB006-TEXTO         PIC X(14) VALUE SPACES.
          05 CAB006-VEND          PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CAB006-NOME          PIC X(30) VALUE SPACES.
      *
       01  DET001.
          05 DET001-TIPO          PIC X(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PEDIDO        PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIA           PIC 9(02).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-MAT           PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-GRUPO         PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VALOR         PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-BASE          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PERC          PIC Z9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-COMIS         PIC ZZZ.ZZ9,99-.
      *
       01  DET002.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET002-TEXTO         PIC X(40).
          05 DET002-VALOR         PIC ZZZ.ZZZ.ZZ9,99-.
      *
       01  DET003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'SITUACAO: '.
          05 DET003-SITUACAO      PIC X(45).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PAGAMENTOS LIDOS                :'.
          05 TOT001-PAGTOS-LIDOS  PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE PAGAMENTOS COMISSIONADOS        :'.
          05 TOT002-PAGTOS-COMIS  PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE NOTAS DE CREDITO LIDAS          :'.
          05 TOT003-NOTAS-LIDAS   PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE NOTAS DE CREDITO ESTORNADAS     :'.
          05 TOT004-NOTAS-ESTORNO PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS DE OUTRO MES DESPREZADOS      :'.
          05 TOT005-FORA-MES      PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS SEM LINHA DE FATURA           :'.
          05 TOT006-SEM-FATURA    PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS DE PEDIDO SEM VENDEDOR        :'.
          05 TOT007-SEM-VEND      PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS SEM PERCENTUAL NO TABCOMIS    :'.
          05 TOT008-SEM-PERC      PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(44) VALUE
             'VENDEDORES LANCADOS NA FOLHA             :'.
          05 TOT009-LANCADOS      PIC ZZZ.ZZ9.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'VENDEDORES NAO LANCADOS                  :'.
          05 TOT010-NAO-LANCADOS  PIC ZZZ.ZZ9.
      *
       01  TOT011.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DAS COMISSOES        :'.
          05 TOT011-COMIS         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT012.
          05 FILLER               PIC X(29) VALUE
             'TOTAL DOS ESTORNOS         :'.
          05 TOT012-ESTORNO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT013.
          05 FILLER               PIC X(29) VALUE
             'TOTAL LANCADO NA FOLHA     :'.
          05 TOT013-LANCADO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-20-LER-PARMDATA.
           PERFORM 001-21-CARREGAR-CADMAT.
           PERFORM 001-23-CARREGAR-TABCOMIS.
           PERFORM 001-25-CARREGAR-FATURA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-APURAR-PAGAMENTOS.
           PERFORM 003-20-APURAR-DEVOLUCOES.
           PERFORM 004-00-NOMEAR-VENDEDORES.
           PERFORM 005-00-EMITIR-EXTRATOS.
           PERFORM 006-00-IMPRIMIR-TOTAIS.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  FATURA
                       PAGTCLI
                       CREDNOTA
                       CADMAT
                       TABCOMIS
                       CADFUNC
                       PARMDATA
                OUTPUT COMAPONT
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-FATURA.
           PERFORM 001-03-FS-PAGTCLI.
           PERFORM 001-04-FS-CREDNOTA.
           PERFORM 001-05-FS-CADMAT.
           PERFORM 001-06-FS-TABCOMIS.
           PERFORM 001-07-FS-CADFUNC.
           PERFORM 001-08-FS-COMAPONT.
           PERFORM 001-09-FS-RELATO.

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
       001-03-FS-PAGTCLI          SECTION.
      *================================================================*
           MOVE 'PAGTCLI'         TO FS-ARQUIVO.
           MOVE FS-PAGTCLI        TO FS-COD-STATUS.

           IF FS-PAGTCLI NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CREDNOTA         SECTION.
      *================================================================*
           MOVE 'CREDNOTA'        TO FS-ARQUIVO.
           MOVE FS-CREDNOTA       TO FS-COD-STATUS.

           IF FS-CREDNOTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CADMAT           SECTION.
      *================================================================*
           MOVE 'CADMAT'          TO FS-ARQUIVO.
           MOVE FS-CADMAT         TO FS-COD-STATUS.

           IF FS-CADMAT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-TABCOMIS         SECTION.
      *================================================================*
           MOVE 'TABCOMIS'        TO FS-ARQUIVO.
           MOVE FS-TABCOMIS       TO FS-COD-STATUS.

           IF FS-TABCOMIS NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-COMAPONT         SECTION.
      *================================================================*
           MOVE 'COMAPONT'        TO FS-ARQUIVO.
           MOVE FS-COMAPONT       TO FS-COD-STATUS.

           IF FS-COMAPONT NOT EQUAL '00'
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
       001-21-CARREGAR-CADMAT     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-05-FS-CADMAT.

           PERFORM 001-22-ACUMULAR-CADMAT
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

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-ACUMULAR-CADMAT     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-MAT-QTD.
           MOVE COD-MAT           TO
               WS-TAB-MAT-COD (WS-TAB-MAT-QTD).
           MOVE CONTA-MAT         TO
               WS-TAB-MAT-CONTA (WS-TAB-MAT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADMAT.
           PERFORM 001-05-FS-CADMAT.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-CARREGAR-TABCOMIS   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TABCOMIS.
           PERFORM 001-06-FS-TABCOMIS.

           PERFORM 001-24-ACUMULAR-TABCOMIS
               UNTIL FS-TABCOMIS EQUAL '10'
                  OR WS-TAB-TCO-QTD EQUAL 300.

           IF FS-TABCOMIS NOT EQUAL '10'
               DISPLAY '* TABCOMIS COM MAIS DE 300 LINHAS   *'
               DISPLAY '* AUMENTAR WS-TAB-TCO E REPROCESSAR *'
               MOVE 'TABCOMIS'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE TABCOMIS.

       001-23-FIM.                EXIT.

      *================================================================*
       001-24-ACUMULAR-TABCOMIS   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-TCO-QTD.
           MOVE COD-VEND-TCO      TO
               WS-TAB-TCO-VEND (WS-TAB-TCO-QTD).
           MOVE GRUPO-TCO         TO
               WS-TAB-TCO-GRUPO (WS-TAB-TCO-QTD).
           MOVE PERC-COMIS-TCO    TO
               WS-TAB-TCO-PERC (WS-TAB-TCO-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TABCOMIS.
           PERFORM 001-06-FS-TABCOMIS.

       001-24-FIM.                EXIT.

      *================================================================*
       001-25-CARREGAR-FATURA     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

           PERFORM 001-26-ACUMULAR-FATURA
               UNTIL FS-FATURA EQUAL '10'
                  OR WS-TAB-FAT-QTD EQUAL 6000.

           IF FS-FATURA NOT EQUAL '10'
               DISPLAY '* FATURA COM MAIS DE 6000 LINHAS    *'
               DISPLAY '* AUMENTAR WS-TAB-FAT E REPROCESSAR *'
               MOVE 'FATURA'      TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE FATURA.

       001-25-FIM.                EXIT.

      *================================================================*
       001-26-ACUMULAR-FATURA     SECTION.
      *================================================================*
      * LINHA GRAVADA ANTES DO VENDEDOR (OU DOS IMPOSTOS) NA FATURA
      * ENTRA SEM VENDEDOR (OU COM A NOTA IGUAL A MERCADORIA).
      *
           ADD 1                  TO WS-TAB-FAT-QTD.
           MOVE NUM-PED-FAT       TO
               WS-TAB-FAT-PED (WS-TAB-FAT-QTD).
           MOVE COD-MAT-FAT       TO
               WS-TAB-FAT-MAT (WS-TAB-FAT-QTD).
           MOVE VLR-TOTAL-FAT     TO
               WS-TAB-FAT-MERC (WS-TAB-FAT-QTD).

           IF COD-VEND-FAT NUMERIC
               MOVE COD-VEND-FAT  TO
                   WS-TAB-FAT-VEND (WS-TAB-FAT-QTD)
           ELSE
               MOVE ZEROS         TO
                   WS-TAB-FAT-VEND (WS-TAB-FAT-QTD).

           IF VLR-NOTA-FAT NUMERIC
               MOVE VLR-NOTA-FAT  TO
                   WS-TAB-FAT-NOTA (WS-TAB-FAT-QTD)
           ELSE
               MOVE VLR-TOTAL-FAT TO
                   WS-TAB-FAT-NOTA (WS-TAB-FAT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FATURA.
           PERFORM 001-02-FS-FATURA.

       001-26-FIM.                EXIT.

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
           MOVE WS-MES-REF        TO CAB003-MES.
           MOVE WS-ANO-REF        TO CAB003-ANO.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-APURAR-PAGAMENTOS   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PAGTCLI.
           PERFORM 001-03-FS-PAGTCLI.

           PERFORM 003-01-APURAR-PAGAMENTO
               UNTIL FS-PAGTCLI EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PAGTCLI.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-APURAR-PAGAMENTO    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAGTOS-LIDOS.
           MOVE DATA-PAG          TO WS-DATA-DOC.
           MOVE ZEROS             TO WS-FAT-ACHADO.

           IF WS-ANOMES-DOC NOT EQUAL WS-ANOMES-REF
               ADD 1              TO ACUM-FORA-MES
           ELSE
               MOVE NUM-PED-PAG   TO WS-PED-PROCURA
               MOVE ZEROS         TO WS-MAT-PROCURA
               PERFORM 003-02-LOCALIZAR-FATURA.

           IF WS-FAT-ACHADO NOT EQUAL ZEROS
               PERFORM 003-03-COMISSIONAR-PAGAMENTO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PAGTCLI.
           PERFORM 001-03-FS-PAGTCLI.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-LOCALIZAR-FATURA    SECTION.
      *================================================================*
      * LINHA DA FATURA DO PEDIDO (E DO MATERIAL, SE INFORMADO). SEM
      * LINHA, OU LINHA SEM VENDEDOR, O DOCUMENTO NAO E COMISSIONADO.
      *
           MOVE ZEROS             TO WS-FAT-ACHADO.

           PERFORM 003-02-01-PROCURAR-FAT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-FAT-QTD
                  OR WS-FAT-ACHADO NOT EQUAL ZEROS.

           IF WS-FAT-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-SEM-FATURA
           ELSE
               IF WS-TAB-FAT-VEND (WS-FAT-ACHADO) EQUAL ZEROS
                   ADD 1          TO ACUM-SEM-VEND
                   MOVE ZEROS     TO WS-FAT-ACHADO.

       003-02-FIM.                EXIT.

      *================================================================*
       003-02-01-PROCURAR-FAT     SECTION.
      *================================================================*
           IF WS-TAB-FAT-PED (WS-IDX) EQUAL WS-PED-PROCURA
              AND (WS-MAT-PROCURA EQUAL ZEROS
                OR WS-TAB-FAT-MAT (WS-IDX) EQUAL WS-MAT-PROCURA)
               MOVE WS-IDX        TO WS-FAT-ACHADO.

       003-02-01-FIM.             EXIT.

      *================================================================*
       003-03-COMISSIONAR-PAGAMENTO SECTION.
      *================================================================*
      * O PAGAMENTO COBRE O VALOR DA NOTA; A BASE E A PARTE DELE QUE
      * CORRESPONDE A MERCADORIA, ATE O VALOR DA MERCADORIA.
      *
           IF WS-TAB-FAT-NOTA (WS-FAT-ACHADO) GREATER ZEROS
               COMPUTE WS-VLR-BASE ROUNDED =
                   VALOR-PAG * WS-TAB-FAT-MERC (WS-FAT-ACHADO)
                   / WS-TAB-FAT-NOTA (WS-FAT-ACHADO)
           ELSE
               MOVE VALOR-PAG     TO WS-VLR-BASE.

           IF WS-VLR-BASE GREATER WS-TAB-FAT-MERC (WS-FAT-ACHADO)
               MOVE WS-TAB-FAT-MERC (WS-FAT-ACHADO) TO WS-VLR-BASE.

           PERFORM 003-05-OBTER-PERCENTUAL.

           COMPUTE WS-VLR-COMIS ROUNDED =
               WS-VLR-BASE * WS-PERC-COMIS / 100.

           MOVE 'P'               TO WS-TIPO-DOC.
           MOVE VALOR-PAG         TO WS-VLR-DOC.
           PERFORM 003-08-REGISTRAR-MOVIMENTO.

           ADD 1                  TO ACUM-PAGTOS-COMIS.
           ADD WS-VLR-COMIS       TO ACUM-VLR-COMIS.
           ADD WS-VLR-COMIS       TO
               WS-TAB-VEN-COMIS (WS-VEN-ACHADO).

       003-03-FIM.                EXIT.

      *================================================================*
       003-05-OBTER-PERCENTUAL    SECTION.
      *================================================================*
      * GRUPO DO MATERIAL NO CADMAT; PERCENTUAL DO VENDEDOR NO GRUPO
      * OU, NA FALTA, O PADRAO DO VENDEDOR (GRUPO EM BRANCO).
      *
           MOVE SPACES            TO WS-GRUPO.
           MOVE ZEROS             TO WS-MAT-ACHADO.

           PERFORM 003-05-01-PROCURAR-MAT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MAT-QTD
                  OR WS-MAT-ACHADO NOT EQUAL ZEROS.

           IF WS-MAT-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-MAT-CONTA (WS-MAT-ACHADO) TO WS-GRUPO.

           MOVE WS-TAB-FAT-VEND (WS-FAT-ACHADO) TO WS-CHAVE-TCO-VEND.
           MOVE WS-GRUPO          TO WS-CHAVE-TCO-GRUPO.
           MOVE ZEROS             TO WS-TCO-ACHADO.

           PERFORM 003-05-02-PROCURAR-TCO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-TCO-QTD
                  OR WS-TCO-ACHADO NOT EQUAL ZEROS.

           IF WS-TCO-ACHADO EQUAL ZEROS
              AND WS-GRUPO NOT EQUAL SPACES
               MOVE SPACES        TO WS-CHAVE-TCO-GRUPO
               PERFORM 003-05-02-PROCURAR-TCO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-TCO-QTD
                      OR WS-TCO-ACHADO NOT EQUAL ZEROS.

           IF WS-TCO-ACHADO NOT EQUAL ZEROS
               MOVE WS-TAB-TCO-PERC (WS-TCO-ACHADO) TO WS-PERC-COMIS
           ELSE
               MOVE ZEROS         TO WS-PERC-COMIS
               ADD 1              TO ACUM-SEM-PERC.

       003-05-FIM.                EXIT.

      *================================================================*
       003-05-01-PROCURAR-MAT     SECTION.
      *================================================================*
           IF WS-TAB-MAT-COD (WS-IDX) EQUAL
              WS-TAB-FAT-MAT (WS-FAT-ACHADO)
               MOVE WS-IDX        TO WS-MAT-ACHADO.

       003-05-01-FIM.             EXIT.

      *================================================================*
       003-05-02-PROCURAR-TCO     SECTION.
      *================================================================*
           IF WS-TAB-TCO-CHAVE (WS-IDX) EQUAL WS-CHAVE-TCO
               MOVE WS-IDX        TO WS-TCO-ACHADO.

       003-05-02-FIM.             EXIT.

      *================================================================*
       003-08-REGISTRAR-MOVIMENTO SECTION.
      *================================================================*
           IF WS-TAB-MOV-QTD EQUAL 2000
               DISPLAY '* MAIS DE 2000 DOCUMENTOS COMISSIO-  *'
               DISPLAY '* NADOS NO MES                       *'
               DISPLAY '* AUMENTAR WS-TAB-MOV E REPROCESSAR  *'
               MOVE 'PAGTCLI'     TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-MOV-QTD.
           MOVE WS-TAB-FAT-VEND (WS-FAT-ACHADO) TO
               WS-TAB-MOV-VEND (WS-TAB-MOV-QTD).
           MOVE WS-TIPO-DOC       TO
               WS-TAB-MOV-TIPO (WS-TAB-MOV-QTD).
           MOVE WS-TAB-FAT-PED (WS-FAT-ACHADO) TO
               WS-TAB-MOV-PED (WS-TAB-MOV-QTD).
           MOVE WS-DIA-DOC        TO
               WS-TAB-MOV-DIA (WS-TAB-MOV-QTD).
           MOVE WS-TAB-FAT-MAT (WS-FAT-ACHADO) TO
               WS-TAB-MOV-MAT (WS-TAB-MOV-QTD).
           MOVE WS-GRUPO          TO
               WS-TAB-MOV-GRUPO (WS-TAB-MOV-QTD).
           MOVE WS-VLR-DOC        TO
               WS-TAB-MOV-VALOR (WS-TAB-MOV-QTD).
           MOVE WS-VLR-BASE       TO
               WS-TAB-MOV-BASE (WS-TAB-MOV-QTD).
           MOVE WS-PERC-COMIS     TO
               WS-TAB-MOV-PERC (WS-TAB-MOV-QTD).
           MOVE WS-VLR-COMIS      TO
               WS-TAB-MOV-COMIS (WS-TAB-MOV-QTD).

           PERFORM 003-09-LOCALIZAR-VENDEDOR.

       003-08-FIM.                EXIT.

      *================================================================*
       003-09-LOCALIZAR-VENDEDOR  SECTION.
      *================================================================*
      * A TABELA E MANTIDA EM ORDEM DE VENDEDOR: CODIGO NOVO E
      * INSERIDO NA SUA POSICAO, DESLOCANDO OS SEGUINTES.
      *
           MOVE ZEROS             TO WS-VEN-ACHADO.

           PERFORM 003-09-01-PROCURAR-VEN
               VARYING WS-IDX-VEN FROM 1 BY 1
               UNTIL WS-IDX-VEN GREATER WS-TAB-VEN-QTD
                  OR WS-VEN-ACHADO NOT EQUAL ZEROS.

           IF WS-VEN-ACHADO EQUAL ZEROS
               PERFORM 003-09-02-INCLUIR-VEN.

       003-09-FIM.                EXIT.

      *================================================================*
       003-09-01-PROCURAR-VEN     SECTION.
      *================================================================*
           IF WS-TAB-VEN-COD (WS-IDX-VEN) EQUAL
              WS-TAB-FAT-VEND (WS-FAT-ACHADO)
               MOVE WS-IDX-VEN    TO WS-VEN-ACHADO.

       003-09-01-FIM.             EXIT.

      *================================================================*
       003-09-02-INCLUIR-VEN      SECTION.
      *================================================================*
           IF WS-TAB-VEN-QTD EQUAL 200
               DISPLAY '* MAIS DE 200 VENDEDORES NO MES      *'
               DISPLAY '* AUMENTAR WS-TAB-VEN E REPROCESSAR  *'
               MOVE 'FATURA'      TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           COMPUTE WS-POSICAO = WS-TAB-VEN-QTD + 1.
           PERFORM 003-09-03-PROCURAR-POSICAO
               VARYING WS-IDX-VEN FROM 1 BY 1
               UNTIL WS-IDX-VEN GREATER WS-TAB-VEN-QTD
                  OR WS-POSICAO NOT GREATER WS-TAB-VEN-QTD.

           PERFORM 003-09-04-DESLOCAR-VEN
               VARYING WS-IDX-VEN FROM WS-TAB-VEN-QTD BY -1
               UNTIL WS-IDX-VEN LESS WS-POSICAO.

           ADD 1                  TO WS-TAB-VEN-QTD.
           MOVE WS-POSICAO        TO WS-VEN-ACHADO.
           MOVE WS-TAB-FAT-VEND (WS-FAT-ACHADO) TO
               WS-TAB-VEN-COD (WS-VEN-ACHADO).
           MOVE '*** FORA DO CADFUNC ***' TO
               WS-TAB-VEN-NOME (WS-VEN-ACHADO).
           MOVE 'N'               TO
               WS-TAB-VEN-FUNC (WS-VEN-ACHADO).
           MOVE ZEROS             TO
               WS-TAB-VEN-COMIS (WS-VEN-ACHADO)
               WS-TAB-VEN-ESTORNO (WS-VEN-ACHADO).

       003-09-02-FIM.             EXIT.

      *================================================================*
       003-09-03-PROCURAR-POSICAO SECTION.
      *================================================================*
           IF WS-TAB-VEN-COD (WS-IDX-VEN) GREATER
              WS-TAB-FAT-VEND (WS-FAT-ACHADO)
               MOVE WS-IDX-VEN    TO WS-POSICAO.

       003-09-03-FIM.             EXIT.

      *================================================================*
       003-09-04-DESLOCAR-VEN     SECTION.
      *================================================================*
           MOVE WS-TAB-VEN-ENTRY (WS-IDX-VEN) TO
               WS-TAB-VEN-ENTRY (WS-IDX-VEN + 1).

       003-09-04-FIM.             EXIT.

      *================================================================*
       003-20-APURAR-DEVOLUCOES   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDNOTA.
           PERFORM 001-04-FS-CREDNOTA.

           PERFORM 003-21-APURAR-DEVOLUCAO
               UNTIL FS-CREDNOTA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CREDNOTA.

       003-20-FIM.                EXIT.

      *================================================================*
       003-21-APURAR-DEVOLUCAO    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-NOTAS-LIDAS.
           MOVE DATA-CRD          TO WS-DATA-DOC.
           MOVE ZEROS             TO WS-FAT-ACHADO.

           IF WS-ANOMES-DOC NOT EQUAL WS-ANOMES-REF
               ADD 1              TO ACUM-FORA-MES
           ELSE
               MOVE NUM-PED-CRD   TO WS-PED-PROCURA
               MOVE ZEROS         TO WS-MAT-PROCURA
               IF COD-MAT-CRD NUMERIC
                   MOVE COD-MAT-CRD TO WS-MAT-PROCURA
               END-IF
               PERFORM 003-02-LOCALIZAR-FATURA.

           IF WS-FAT-ACHADO NOT EQUAL ZEROS
               PERFORM 003-22-ESTORNAR-COMISSAO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CREDNOTA.
           PERFORM 001-04-FS-CREDNOTA.

       003-21-FIM.                EXIT.

      *================================================================*
       003-22-ESTORNAR-COMISSAO   SECTION.
      *================================================================*
      * A NOTA DE CREDITO E AO PRECO DA FATURA (SO MERCADORIA): O
      * ESTORNO E O PROPRIO VALOR PELO PERCENTUAL DO VENDEDOR.
      *
           MOVE VALOR-CRD         TO WS-VLR-BASE.

           PERFORM 003-05-OBTER-PERCENTUAL.

           COMPUTE WS-VLR-COMIS ROUNDED =
               0 - (WS-VLR-BASE * WS-PERC-COMIS / 100).

           MOVE 'D'               TO WS-TIPO-DOC.
           MOVE VALOR-CRD         TO WS-VLR-DOC.
           PERFORM 003-08-REGISTRAR-MOVIMENTO.

           ADD 1                  TO ACUM-NOTAS-ESTORNO.
           SUBTRACT WS-VLR-COMIS  FROM ACUM-VLR-ESTORNO.
           SUBTRACT WS-VLR-COMIS  FROM
               WS-TAB-VEN-ESTORNO (WS-VEN-ACHADO).

       003-22-FIM.                EXIT.

      *================================================================*
       004-00-NOMEAR-VENDEDORES   SECTION.
      *================================================================*
      * NOME DO VENDEDOR NO CADFUNC; VENDEDOR FORA DO CADFUNC NAO TEM
      * A COMISSAO LANCADA NA FOLHA.
      *
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-07-FS-CADFUNC.

           PERFORM 004-01-NOMEAR-UM
               UNTIL FS-CADFUNC EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFUNC.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-NOMEAR-UM           SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-VEN-ACHADO.

           PERFORM 004-02-PROCURAR-FUNC
               VARYING WS-IDX-VEN FROM 1 BY 1
               UNTIL WS-IDX-VEN GREATER WS-TAB-VEN-QTD
                  OR WS-VEN-ACHADO NOT EQUAL ZEROS.

           IF WS-VEN-ACHADO NOT EQUAL ZEROS
               MOVE NOME          TO WS-TAB-VEN-NOME (WS-VEN-ACHADO)
               MOVE 'S'           TO WS-TAB-VEN-FUNC (WS-VEN-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-07-FS-CADFUNC.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-PROCURAR-FUNC       SECTION.
      *================================================================*
           IF WS-TAB-VEN-COD (WS-IDX-VEN) EQUAL CODIGO
               MOVE WS-IDX-VEN    TO WS-VEN-ACHADO.

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-EMITIR-EXTRATOS     SECTION.
      *================================================================*
           PERFORM 005-01-EMITIR-UM
               VARYING WS-IDX-VEN FROM 1 BY 1
               UNTIL WS-IDX-VEN GREATER WS-TAB-VEN-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-EMITIR-UM           SECTION.
      *================================================================*
      * UMA FOLHA POR VENDEDOR: DOCUMENTOS DO MES E FECHO.
      *
           MOVE 'VENDEDOR:'       TO CAB006-TEXTO.
           MOVE WS-TAB-VEN-COD (WS-IDX-VEN)  TO CAB006-VEND.
           MOVE WS-TAB-VEN-NOME (WS-IDX-VEN) TO CAB006-NOME.

           PERFORM 008-00-CABECALHOS.

           PERFORM 005-02-IMPRIMIR-MOVIMENTO
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV GREATER WS-TAB-MOV-QTD.

           COMPUTE WS-VLR-LIQUIDO =
               WS-TAB-VEN-COMIS (WS-IDX-VEN)
               - WS-TAB-VEN-ESTORNO (WS-IDX-VEN).

           IF WS-VLR-LIQUIDO NOT GREATER ZEROS
               MOVE 'SALDO NAO POSITIVO - NAO LANCADA NA FOLHA'
                                  TO DET003-SITUACAO
               ADD 1              TO ACUM-NAO-LANCADOS
           ELSE
               IF WS-TAB-VEN-FUNC (WS-IDX-VEN) NOT EQUAL 'S'
                   MOVE 'VENDEDOR FORA DO CADFUNC - NAO LANCADA'
                                  TO DET003-SITUACAO
                   ADD 1          TO ACUM-NAO-LANCADOS
               ELSE
                   MOVE 'LANCADA NA FOLHA DO MES'
                                  TO DET003-SITUACAO
                   PERFORM 005-04-GRAVAR-COMAPONT.

           PERFORM 005-03-IMPRIMIR-FECHO.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-IMPRIMIR-MOVIMENTO  SECTION.
      *================================================================*
           IF WS-TAB-MOV-VEND (WS-IDX-MOV) EQUAL
              WS-TAB-VEN-COD (WS-IDX-VEN)
               PERFORM 005-02-01-IMPRIMIR-LINHA.

       005-02-FIM.                EXIT.

      *================================================================*
       005-02-01-IMPRIMIR-LINHA   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           IF WS-TAB-MOV-TIPO (WS-IDX-MOV) EQUAL 'P'
               MOVE 'PAGTO'       TO DET001-TIPO
           ELSE
               MOVE 'DEVOL.'      TO DET001-TIPO.

           MOVE WS-TAB-MOV-PED (WS-IDX-MOV)   TO DET001-PEDIDO.
           MOVE WS-TAB-MOV-DIA (WS-IDX-MOV)   TO DET001-DIA.
           MOVE WS-TAB-MOV-MAT (WS-IDX-MOV)   TO DET001-MAT.
           MOVE WS-TAB-MOV-GRUPO (WS-IDX-MOV) TO DET001-GRUPO.
           MOVE WS-TAB-MOV-VALOR (WS-IDX-MOV) TO DET001-VALOR.
           MOVE WS-TAB-MOV-BASE (WS-IDX-MOV)  TO DET001-BASE.
           MOVE WS-TAB-MOV-PERC (WS-IDX-MOV)  TO DET001-PERC.
           MOVE WS-TAB-MOV-COMIS (WS-IDX-MOV) TO DET001-COMIS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-02-01-FIM.             EXIT.

      *================================================================*
       005-03-IMPRIMIR-FECHO      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 53
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE 'COMISSAO SOBRE OS RECEBIMENTOS    :'
                                  TO DET002-TEXTO.
           MOVE WS-TAB-VEN-COMIS (WS-IDX-VEN)   TO DET002-VALOR.
           WRITE REG-RELATO       FROM DET002 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           MOVE 'ESTORNO SOBRE AS DEVOLUCOES       :'
                                  TO DET002-TEXTO.
           MOVE WS-TAB-VEN-ESTORNO (WS-IDX-VEN) TO DET002-VALOR.
           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           MOVE 'COMISSAO LIQUIDA DO MES           :'
                                  TO DET002-TEXTO.
           MOVE WS-VLR-LIQUIDO    TO DET002-VALOR.
           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM DET003 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           ADD 6                  TO ACUM-LINHAS.

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-GRAVAR-COMAPONT     SECTION.
      *================================================================*
      * LINHA DE APONTAMENTO SO COM A COMISSAO (FALTAS E HORAS
      * EXTRAS ZERADAS), SOMADA PELA FOLHA A FREQUENCIA DO RH.
      *
           MOVE SPACES            TO REG-APONTFUN.
           MOVE WS-TAB-VEN-COD (WS-IDX-VEN) TO CODIGO-APO.
           MOVE ZEROS             TO DIAS-FALTA-APO
                                     HORAS-HE50-APO
                                     HORAS-HE100-APO
                                     HORAS-AULA-APO
                                     VLR-HORA-AULA-APO.
           MOVE WS-VLR-LIQUIDO    TO VLR-COMIS-APO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-APONTFUN.
           PERFORM 001-08-FS-COMAPONT.

           ADD 1                  TO ACUM-LANCADOS.
           ADD WS-VLR-LIQUIDO     TO ACUM-VLR-LANCADO.

       005-04-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE 'S'               TO WS-FASE-TOTAIS.
           MOVE 'RESUMO DO MES'   TO CAB006-TEXTO.
           MOVE SPACES            TO CAB006-VEND
                                     CAB006-NOME.

           PERFORM 008-00-CABECALHOS.

           MOVE ACUM-PAGTOS-LIDOS TO TOT001-PAGTOS-LIDOS.
           MOVE ACUM-PAGTOS-COMIS TO TOT002-PAGTOS-COMIS.
           MOVE ACUM-NOTAS-LIDAS  TO TOT003-NOTAS-LIDAS.
           MOVE ACUM-NOTAS-ESTORNO TO TOT004-NOTAS-ESTORNO.
           MOVE ACUM-FORA-MES     TO TOT005-FORA-MES.
           MOVE ACUM-SEM-FATURA   TO TOT006-SEM-FATURA.
           MOVE ACUM-SEM-VEND     TO TOT007-SEM-VEND.
           MOVE ACUM-SEM-PERC     TO TOT008-SEM-PERC.
           MOVE ACUM-LANCADOS     TO TOT009-LANCADOS.
           MOVE ACUM-NAO-LANCADOS TO TOT010-NAO-LANCADOS.
           MOVE ACUM-VLR-COMIS    TO TOT011-COMIS.
           MOVE ACUM-VLR-ESTORNO  TO TOT012-ESTORNO.
           MOVE ACUM-VLR-LANCADO  TO TOT013-LANCADO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT012 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT013 AFTER 1.
           PERFORM 001-09-FS-RELATO.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE COMAPONT.
           PERFORM 001-08-FS-COMAPONT.

           CLOSE RELATO.
           PERFORM 001-09-FS-RELATO.

           COMPUTE ACUM-LIDOS = ACUM-PAGTOS-LIDOS + ACUM-NOTAS-LIDAS.
           COMPUTE ACUM-DESPREZADOS =
               ACUM-FORA-MES + ACUM-SEM-FATURA + ACUM-SEM-VEND.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB006 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

           IF WS-FASE-TOTAIS NOT EQUAL 'S'
               WRITE REG-RELATO   FROM CAB005 AFTER 1
               PERFORM 001-09-FS-RELATO
               WRITE REG-RELATO   FROM CAB004 AFTER 1
               PERFORM 001-09-FS-RELATO
               ADD 2              TO ACUM-LINHAS.

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-09-FS-RELATO.

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
               MOVE 'PU8EXF37'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LANCADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-DESPREZADOS        TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
