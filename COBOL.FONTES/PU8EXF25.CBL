       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF25.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * RATEIO DOS CUSTOS ACESSORIOS DE COMPRA (FRETE, SEGURO,
      * IMPOSTO DE IMPORTACAO - CUSTACE, VER COPY CUSTACE) SOBRE OS
      * RECEBIMENTOS DO PEDIDO, ANTES DA BAIXA NO CADPECA. CADA
      * DOCUMENTO DE CUSTO E DISTRIBUIDO ENTRE AS ENTRADAS 'E' DO
      * MOVPECA COM O MESMO NUMERO DE PEDIDO NO DOC-MOV (POSICOES
      * 1-6) E PRECO INFORMADO, PROPORCIONAL AO VALOR (QTD-MOV X
      * VLR-UNIT-MOV) OU A QUANTIDADE RECEBIDA, CONFORME O CRITERIO
      * DO DOCUMENTO. A DIFERENCA DE ARREDONDAMENTO FICA COM O ULTIMO
      * RECEBIMENTO DO PEDIDO.
      *
      * GERA O MOVPECA ACRESCIDO (MOVPECN, MESMO LAYOUT E MESMA ORDEM,
      * COM O TRAILER REPASSADO SEM ALTERACAO - O HASH E SOBRE AS
      * QUANTIDADES), QUE SUBSTITUI O MOVPECA NA ENTRADA DO PU8EXE28,
      * PARA QUE A MEDIA PONDERADA DO PR-UNITARIO JA CONSIDERE O
      * CUSTO TOTAL DA PECA POSTA NA FABRICA. IMPRIME O RATEIO POR
      * PEDIDO, O NOVO CUSTO UNITARIO DAS ENTRADAS E OS DOCUMENTOS
      * PENDENTES (PEDIDO AINDA SEM RECEBIMENTO PRECIFICADO), QUE
      * SAEM NO CUSTPEN PARA O PROXIMO PROCESSAMENTO.
      *
      * CONTABILIZACAO: COMO A ENTRADA ACRESCIDA E CREDITADA PELO
      * PU8EXF20 EM RECEBIDO NAO FATURADO PELO CUSTO TOTAL, E O
      * PU8EXE81 SO DEBITA ESSA CONTA PELO VALOR DA NOTA DO
      * FORNECEDOR DA MERCADORIA, O ACRESCIMO GRAVADO NO MOVPECN E
      * LANCADO NO ACESCONT (LAYOUT DO CADCONTA) A DEBITO DE RECEBIDO
      * NAO FATURADO E A CREDITO DA CONTA DE CUSTOS ACESSORIOS A
      * APROPRIAR, AMBAS DO PARMESTC, NA DATA DE REFERENCIA. AS NOTAS
      * DE FRETE, SEGURO E IMPOSTO DE IMPORTACAO RATEADAS AQUI DEVEM
      * SER DIGITADAS NO PU8EXF31 COM A CONTA DE CUSTOS ACESSORIOS A
      * APROPRIAR, QUE O PU8EXE81 DEBITA NA ENTRADA DA NOTA; ASSIM A
      * CONTA SE ZERA E A DESPESA NAO E LANCADA DUAS VEZES. O
      * LANCAMENTO E PELO ACRESCIMO UNITARIO ARREDONDADO VEZES A
      * QUANTIDADE, O MESMO VALOR QUE O PU8EXF20 CREDITA A MAIS; A
      * DIFERENCA DE CENTAVOS PARA O VALOR DOS DOCUMENTOS FICA NA
      * CONTA A APROPRIAR.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO ACESCONT; E
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
           SELECT MOVPECA         ASSIGN TO UT-S-MOVPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVPECA.
      *
           SELECT CUSTACE         ASSIGN TO UT-S-CUSTACE
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CUSTACE.
      *
           SELECT MOVPECN         ASSIGN TO UT-S-MOVPECN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVPECN.
      *
           SELECT CUSTPEN         ASSIGN TO UT-S-CUSTPEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CUSTPEN.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT     PARMESTC    ASSIGN TO UT-S-PARMESTC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMESTC.
      *
           SELECT ACESCONT        ASSIGN TO UT-S-ACESCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ACESCONT.
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
       FD MOVPECA
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVPECA.
       COPY MOVPECA.
      *
       FD CUSTACE
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CUSTACE.
       COPY CUSTACE.
      *
      * MOVIMENTOS COM O CUSTO ACESSORIO SOMADO AO VLR-UNIT-MOV DAS
      * ENTRADAS, NO MESMO LAYOUT DO MOVPECA.
      *
       FD MOVPECN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVPECN.
       01 REG-MOVPECN              PIC X(40).
      *
      * DOCUMENTOS DE CUSTO SEM RECEBIMENTO DO PEDIDO, NO LAYOUT DO
      * CUSTACE.
      *
       FD CUSTPEN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CUSTPEN.
       01 REG-CUSTPEN              PIC X(40).
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
      * PARAMETRO DO PU8EXF20; AQUI INTERESSAM A CONTA DE RECEBIDO NAO
      * FATURADO E A DE CUSTOS ACESSORIOS A APROPRIAR.
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
      * LANCAMENTO DOS CUSTOS ACESSORIOS, NO LAYOUT DO CADCONTA.
      *
       FD ACESCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ACESCONT.
       01 REG-ACESCONT.
          05 CONTA-ACE            PIC X(10).
          05 IND-DC-ACE           PIC X(01).
          05 QTD-ACE              PIC 9(06).
          05 VALOR-ACE            PIC 9(11)V99.
          05 DATA-LANC-ACE        PIC 9(08).
          05 QTD-REG-ACE          PIC 9(04).
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
      *
       77 WS-CONTA-RNF            PIC X(10) VALUE SPACES.
       77 WS-CONTA-ACES           PIC X(10) VALUE SPACES.
      *
      *  MOVIMENTOS CARREGADOS DO MOVPECA NA ORDEM DO ARQUIVO, COM A
      *  IMAGEM ORIGINAL (INCLUSIVE O TRAILER). WS-TAB-MOV-PO SO E
      *  PREENCHIDO NAS ENTRADAS 'E' COM PEDIDO NO DOC-MOV E PRECO
      *  INFORMADO, AS UNICAS QUE RECEBEM RATEIO. WS-TAB-MOV-ACRES
      *  ACUMULA O VALOR TOTAL RATEADO PARA A ENTRADA.
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-MOV-ENTRY OCCURS 301 TIMES.
             10 WS-TAB-MOV-IMAGEM PIC X(40).
             10 WS-TAB-MOV-PO     PIC 9(06).
             10 WS-TAB-MOV-ACRES  PIC 9(09)V99.
      *
       77 WS-IDX-MOV              PIC 9(03) VALUE ZEROS.
       77 WS-ULT-MOV              PIC 9(03) VALUE ZEROS.
      *
      *  IMAGEM DO MOVIMENTO PARA LEITURA E REGRAVACAO DA TABELA
      *
       01 WS-MOV-IMAGEM.
          05 WS-MOV-TIPO          PIC X(01).
          05 WS-MOV-COD           PIC 9(05).
          05 WS-MOV-QTDE          PIC 9(05).
          05 WS-MOV-DATA          PIC 9(08).
          05 WS-MOV-DOC.
             10 WS-MOV-DOC-PO     PIC X(06).
             10 FILLER            PIC X(04).
          05 WS-MOV-VLR           PIC 9(07)V99.
          05 FILLER               PIC X(02).
      *
       77 WS-TRL-CHAVE            PIC X(08) VALUE '99999TRL'.
      *
      *  DOCUMENTOS DE CUSTO CARREGADOS DO CUSTACE. WS-TAB-CAC-SIT
      *  FICA 'R' (RATEADO) OU 'P' (PENDENTE).
      *
       01 WS-TAB-CAC.
          05 WS-TAB-CAC-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CAC-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-CAC-IMAGEM PIC X(40).
             10 WS-TAB-CAC-PO     PIC 9(06).
             10 WS-TAB-CAC-DOC    PIC X(10).
             10 WS-TAB-CAC-TIPO   PIC X(01).
             10 WS-TAB-CAC-CRIT   PIC X(01).
             10 WS-TAB-CAC-VLR    PIC 9(09)V99.
             10 WS-TAB-CAC-SIT    PIC X(01).
      *
       77 WS-IDX-CAC              PIC 9(03) VALUE ZEROS.
      *
      *  AREAS DE CALCULO DO RATEIO
      *
       77 WS-BASE-MOV             PIC 9(13)V99 VALUE ZEROS.
       77 WS-BASE-TOTAL           PIC 9(13)V99 VALUE ZEROS.
       77 WS-PARCELA              PIC 9(09)V99 VALUE ZEROS.
       77 WS-RATEADO              PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-NOVO             PIC 9(07)V99 VALUE ZEROS.
       77 WS-ACRES-UNIT           PIC 9(07)V99 VALUE ZEROS.
       77 WS-QTD-REC-PO           PIC 9(03) VALUE ZEROS.
       77 WS-VLR-APROPRIAR        PIC 9(09)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-MOVTOS             PIC 9(06) VALUE ZEROS.
       77 ACUM-DOCUMENTOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-RATEADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-PENDENTES          PIC 9(06) VALUE ZEROS.
       77 ACUM-ENTRADAS-ACRES     PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-RATEADO        PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-PENDENTE       PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-APROPRIAR      PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-LANCAMENTOS        PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-MOVPECA              PIC X(02) VALUE SPACES.
       77 FS-CUSTACE              PIC X(02) VALUE SPACES.
       77 FS-MOVPECN              PIC X(02) VALUE SPACES.
       77 FS-CUSTPEN              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-PARMESTC             PIC X(02) VALUE SPACES.
       77 FS-ACESCONT             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF25'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAB003-TITULO        PIC X(60) VALUE
             'RATEIO DE CUSTOS ACESSORIOS SOBRE RECEBIMENTOS'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(08) VALUE 'PEDIDO'.
          05 FILLER               PIC X(12) VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(09) VALUE 'TIPO'.
          05 FILLER               PIC X(11) VALUE 'CRITERIO'.
          05 FILLER               PIC X(18) VALUE 'VALOR'.
          05 FILLER               PIC X(12) VALUE 'SITUACAO'.
      *
       01  CAB006.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'PECA'.
          05 FILLER               PIC X(08) VALUE 'QTDE'.
          05 FILLER               PIC X(14) VALUE 'UNIT. ANTES'.
          05 FILLER               PIC X(14) VALUE 'ACRESCIMO'.
          05 FILLER               PIC X(14) VALUE 'UNIT. DEPOIS'.
      *
       01  DET001.
          05 DET001-PO            PIC 9(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DOC           PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-TIPO          PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CRIT          PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VLR           PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-SIT           PIC X(10).
      *
       01  DET002.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET002-COD-PECA      PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-QTD           PIC ZZ.ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET002-LEGENDA       PIC X(09) VALUE 'PARCELA: '.
          05 DET002-PARCELA       PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  DET003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET003-COD-PECA      PIC 99.999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-QTD           PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-VLR-ANT       PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-ACRES         PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-VLR-NOVO      PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-PO            PIC 9(06).
      *
       01  SUB001.
          05 FILLER               PIC X(60) VALUE
             'CUSTO UNITARIO DAS ENTRADAS APOS O RATEIO'.
      *
       01  MSG001.
          05 FILLER               PIC X(60) VALUE
             'NENHUM DOCUMENTO DE CUSTO ACESSORIO NO PROCESSAMENTO'.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE MOVIMENTOS LIDOS                :'.
          05 TOT001-MOVTOS        PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE DOCUMENTOS DE CUSTO LIDOS       :'.
          05 TOT002-DOCUMENTOS    PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS RATEADOS                      :'.
          05 TOT003-RATEADOS      PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 TOT003-VLR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'DOCUMENTOS PENDENTES (PEDIDO SEM ENTRADA):'.
          05 TOT004-PENDENTES     PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 TOT004-VLR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'ENTRADAS COM CUSTO UNITARIO ACRESCIDO    :'.
          05 TOT005-ENTRADAS      PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'LANCADO EM CUSTOS A APROPRIAR (ACESCONT) :'.
          05 TOT006-LANCAMENTOS   PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 TOT006-VLR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 001-10-LER-PARMESTC.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-MOVPECA.
           PERFORM 004-00-CARREGAR-CUSTACE.
           PERFORM 005-00-RATEAR-DOCUMENTOS.
           PERFORM 006-00-ATUALIZAR-ENTRADAS.
           PERFORM 007-00-LANCAR-ACESSORIOS.
           PERFORM 010-00-IMPRIMIR-TOTAIS.
           PERFORM 011-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  MOVPECA
                       CUSTACE
                       PARMDATA
                       PARMESTC
                OUTPUT MOVPECN
                       CUSTPEN
                       ACESCONT
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-MOVPECA.
           PERFORM 001-03-FS-CUSTACE.
           PERFORM 001-04-FS-MOVPECN.
           PERFORM 001-05-FS-CUSTPEN.
           PERFORM 001-06-FS-RELATO.
           PERFORM 001-07-FS-ACESCONT.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-MOVPECA          SECTION.
      *================================================================*
           MOVE 'MOVPECA'         TO FS-ARQUIVO.
           MOVE FS-MOVPECA        TO FS-COD-STATUS.

           IF FS-MOVPECA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CUSTACE          SECTION.
      *================================================================*
           MOVE 'CUSTACE'         TO FS-ARQUIVO.
           MOVE FS-CUSTACE        TO FS-COD-STATUS.

           IF FS-CUSTACE NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-MOVPECN          SECTION.
      *================================================================*
           MOVE 'MOVPECN'         TO FS-ARQUIVO.
           MOVE FS-MOVPECN        TO FS-COD-STATUS.

           IF FS-MOVPECN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CUSTPEN          SECTION.
      *================================================================*
           MOVE 'CUSTPEN'         TO FS-ARQUIVO.
           MOVE FS-CUSTPEN        TO FS-COD-STATUS.

           IF FS-CUSTPEN NOT EQUAL '00'
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
       001-07-FS-ACESCONT         SECTION.
      *================================================================*
           MOVE 'ACESCONT'        TO FS-ARQUIVO.
           MOVE FS-ACESCONT       TO FS-COD-STATUS.

           IF FS-ACESCONT NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.

           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.
           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

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

           IF CONTA-RNF-PARM EQUAL SPACES
              OR CONTA-ACES-PARM EQUAL SPACES
               DISPLAY '* PARMESTC SEM A CONTA DE RECEBIDO NAO    *'
               DISPLAY '* FATURADO OU DE CUSTOS A APROPRIAR       *'
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE CONTA-RNF-PARM    TO WS-CONTA-RNF.
           MOVE CONTA-ACES-PARM   TO WS-CONTA-ACES.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMESTC.

       001-10-FIM.                EXIT.

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
       003-00-CARREGAR-MOVPECA    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVPECA.
           PERFORM 001-02-FS-MOVPECA.

           PERFORM 003-01-ACUMULAR-MOVPECA
               UNTIL FS-MOVPECA EQUAL '10'
                  OR WS-TAB-MOV-QTD EQUAL 301.

           IF FS-MOVPECA NOT EQUAL '10'
               DISPLAY '* MOVPECA COM MAIS DE 300 MOVIMENTOS *'
               DISPLAY '* AUMENTAR WS-TAB-MOV E REPROCESSAR  *'
               MOVE 'MOVPECA'     TO FS-ARQUIVO
               MOVE FS-MOVPECA    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVPECA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-MOVPECA    SECTION.
      *================================================================*
      * TODO REGISTRO (INCLUSIVE O TRAILER 99999TRL) E GUARDADO PARA
      * SER REGRAVADO NO MOVPECN; SO AS ENTRADAS 'E' COM PEDIDO E
      * PRECO RECEBEM O NUMERO DO PEDIDO PARA O RATEIO.
      *
           ADD 1                  TO WS-TAB-MOV-QTD.
           MOVE WS-TAB-MOV-QTD    TO WS-IDX-MOV.
           MOVE REG-MOVPECA       TO WS-TAB-MOV-IMAGEM (WS-IDX-MOV).
           MOVE ZEROS             TO WS-TAB-MOV-PO (WS-IDX-MOV)
                                     WS-TAB-MOV-ACRES (WS-IDX-MOV).

           IF REG-MOVPECA (1:8) NOT EQUAL WS-TRL-CHAVE
               ADD 1              TO ACUM-MOVTOS
               MOVE REG-MOVPECA   TO WS-MOV-IMAGEM
               IF WS-MOV-TIPO EQUAL 'E'
                  AND WS-MOV-DOC-PO NUMERIC
                  AND WS-MOV-QTDE NUMERIC
                  AND WS-MOV-VLR NUMERIC
                   IF WS-MOV-QTDE GREATER ZEROS
                      AND WS-MOV-VLR GREATER ZEROS
                       MOVE WS-MOV-DOC-PO TO
                           WS-TAB-MOV-PO (WS-IDX-MOV)
                   END-IF
               END-IF
           END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVPECA.
           PERFORM 001-02-FS-MOVPECA.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-CUSTACE    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTACE.
           PERFORM 001-03-FS-CUSTACE.

           PERFORM 004-01-ACUMULAR-CUSTACE
               UNTIL FS-CUSTACE EQUAL '10'
                  OR WS-TAB-CAC-QTD EQUAL 200.

           IF FS-CUSTACE NOT EQUAL '10'
               DISPLAY '* CUSTACE COM MAIS DE 200 DOCUMENTOS *'
               DISPLAY '* AUMENTAR WS-TAB-CAC E REPROCESSAR  *'
               MOVE 'CUSTACE'     TO FS-ARQUIVO
               MOVE FS-CUSTACE    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CUSTACE.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-ACUMULAR-CUSTACE    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-DOCUMENTOS.
           ADD 1                  TO WS-TAB-CAC-QTD.
           MOVE WS-TAB-CAC-QTD    TO WS-IDX-CAC.
           MOVE REG-CUSTACE       TO WS-TAB-CAC-IMAGEM (WS-IDX-CAC).
           MOVE NUM-PED-CAC       TO WS-TAB-CAC-PO (WS-IDX-CAC).
           MOVE DOC-CAC           TO WS-TAB-CAC-DOC (WS-IDX-CAC).
           MOVE TIPO-CAC          TO WS-TAB-CAC-TIPO (WS-IDX-CAC).
           MOVE CRIT-CAC          TO WS-TAB-CAC-CRIT (WS-IDX-CAC).
           MOVE 'P'               TO WS-TAB-CAC-SIT (WS-IDX-CAC).

           IF VLR-CAC NUMERIC
               MOVE VLR-CAC       TO WS-TAB-CAC-VLR (WS-IDX-CAC)
           ELSE
               MOVE ZEROS         TO WS-TAB-CAC-VLR (WS-IDX-CAC).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTACE.
           PERFORM 001-03-FS-CUSTACE.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-RATEAR-DOCUMENTOS   SECTION.
      *================================================================*
           IF WS-TAB-CAC-QTD EQUAL ZEROS
               PERFORM 009-00-CABECALHOS
               WRITE REG-RELATO   FROM MSG001 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           PERFORM 005-01-RATEAR-DOCUMENTO
               VARYING WS-IDX-CAC FROM 1 BY 1
               UNTIL WS-IDX-CAC GREATER WS-TAB-CAC-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-RATEAR-DOCUMENTO    SECTION.
      *================================================================*
      * PRIMEIRA PASSADA SOMA A BASE DO RATEIO NAS ENTRADAS DO
      * PEDIDO; A SEGUNDA DISTRIBUI O VALOR. SEM BASE (PEDIDO AINDA
      * SEM ENTRADA PRECIFICADA) O DOCUMENTO FICA PENDENTE.
      *
           MOVE ZEROS             TO WS-BASE-TOTAL
                                     WS-QTD-REC-PO
                                     WS-ULT-MOV
                                     WS-RATEADO.

           PERFORM 005-02-SOMAR-BASE
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV GREATER WS-TAB-MOV-QTD.

           IF WS-BASE-TOTAL GREATER ZEROS
               MOVE 'R'           TO WS-TAB-CAC-SIT (WS-IDX-CAC)
               ADD 1              TO ACUM-RATEADOS
               ADD WS-TAB-CAC-VLR (WS-IDX-CAC) TO ACUM-VLR-RATEADO
           ELSE
               ADD 1              TO ACUM-PENDENTES
               ADD WS-TAB-CAC-VLR (WS-IDX-CAC) TO ACUM-VLR-PENDENTE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CUSTPEN  FROM WS-TAB-CAC-IMAGEM (WS-IDX-CAC)
               PERFORM 001-05-FS-CUSTPEN.

           PERFORM 005-04-IMPRIMIR-DOCUMENTO.

           IF WS-TAB-CAC-SIT (WS-IDX-CAC) EQUAL 'R'
               PERFORM 005-03-DISTRIBUIR-VALOR
                   VARYING WS-IDX-MOV FROM 1 BY 1
                   UNTIL WS-IDX-MOV GREATER WS-ULT-MOV.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-SOMAR-BASE          SECTION.
      *================================================================*
           IF WS-TAB-MOV-PO (WS-IDX-MOV) EQUAL
              WS-TAB-CAC-PO (WS-IDX-CAC)
              AND WS-TAB-MOV-PO (WS-IDX-MOV) NOT EQUAL ZEROS
               PERFORM 005-05-CALCULAR-BASE
               ADD WS-BASE-MOV    TO WS-BASE-TOTAL
               ADD 1              TO WS-QTD-REC-PO
               MOVE WS-IDX-MOV    TO WS-ULT-MOV.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-DISTRIBUIR-VALOR    SECTION.
      *================================================================*
      * A ULTIMA ENTRADA DO PEDIDO FICA COM O SALDO DO DOCUMENTO, PARA
      * QUE A SOMA DAS PARCELAS FECHE COM O VALOR DO DOCUMENTO.
      *
           IF WS-TAB-MOV-PO (WS-IDX-MOV) EQUAL
              WS-TAB-CAC-PO (WS-IDX-CAC)
              AND WS-TAB-MOV-PO (WS-IDX-MOV) NOT EQUAL ZEROS
               IF WS-IDX-MOV EQUAL WS-ULT-MOV
                   COMPUTE WS-PARCELA =
                       WS-TAB-CAC-VLR (WS-IDX-CAC) - WS-RATEADO
               ELSE
                   PERFORM 005-05-CALCULAR-BASE
                   COMPUTE WS-PARCELA ROUNDED =
                       WS-TAB-CAC-VLR (WS-IDX-CAC) * WS-BASE-MOV /
                       WS-BASE-TOTAL
               END-IF
               ADD WS-PARCELA     TO WS-RATEADO
               ADD WS-PARCELA     TO WS-TAB-MOV-ACRES (WS-IDX-MOV)
               PERFORM 005-06-IMPRIMIR-PARCELA.

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-IMPRIMIR-DOCUMENTO  SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 56
               PERFORM 009-00-CABECALHOS.

           MOVE WS-TAB-CAC-PO (WS-IDX-CAC)  TO DET001-PO.
           MOVE WS-TAB-CAC-DOC (WS-IDX-CAC) TO DET001-DOC.
           MOVE WS-TAB-CAC-VLR (WS-IDX-CAC) TO DET001-VLR.

           EVALUATE WS-TAB-CAC-TIPO (WS-IDX-CAC)
               WHEN 'F'
                   MOVE 'FRETE'   TO DET001-TIPO
               WHEN 'S'
                   MOVE 'SEGURO'  TO DET001-TIPO
               WHEN 'I'
                   MOVE 'IMPOSTO' TO DET001-TIPO
               WHEN OTHER
                   MOVE 'OUTROS'  TO DET001-TIPO
           END-EVALUATE.

           IF WS-TAB-CAC-CRIT (WS-IDX-CAC) EQUAL 'Q'
               MOVE 'QUANTIDADE'  TO DET001-CRIT
           ELSE
               MOVE 'VALOR'       TO DET001-CRIT.

           IF WS-TAB-CAC-SIT (WS-IDX-CAC) EQUAL 'R'
               MOVE 'RATEADO'     TO DET001-SIT
           ELSE
               MOVE 'PENDENTE'    TO DET001-SIT.

           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-06-FS-RELATO.
           ADD 2                  TO ACUM-LINHAS.

       005-04-FIM.                EXIT.

      *================================================================*
       005-05-CALCULAR-BASE       SECTION.
      *================================================================*
      * CRITERIO 'Q' RATEIA PELA QUANTIDADE RECEBIDA; QUALQUER OUTRO
      * VALOR DO CRITERIO RATEIA PELO VALOR DA ENTRADA.
      *
           MOVE WS-TAB-MOV-IMAGEM (WS-IDX-MOV) TO WS-MOV-IMAGEM.

           IF WS-TAB-CAC-CRIT (WS-IDX-CAC) EQUAL 'Q'
               MOVE WS-MOV-QTDE   TO WS-BASE-MOV
           ELSE
               COMPUTE WS-BASE-MOV = WS-MOV-QTDE * WS-MOV-VLR.

       005-05-FIM.                EXIT.

      *================================================================*
       005-06-IMPRIMIR-PARCELA    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS.

           MOVE WS-TAB-MOV-IMAGEM (WS-IDX-MOV) TO WS-MOV-IMAGEM.
           MOVE WS-MOV-COD        TO DET002-COD-PECA.
           MOVE WS-MOV-QTDE       TO DET002-QTD.
           MOVE WS-PARCELA        TO DET002-PARCELA.
           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-06-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       005-06-FIM.                EXIT.

      *================================================================*
       006-00-ATUALIZAR-ENTRADAS  SECTION.
      *================================================================*
           IF ACUM-RATEADOS GREATER ZEROS
               IF ACUM-LINHAS GREATER 55
                   PERFORM 009-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM SUB001 AFTER 3
               PERFORM 001-06-FS-RELATO
               WRITE REG-RELATO   FROM CAB006 AFTER 2
               PERFORM 001-06-FS-RELATO
               ADD 5              TO ACUM-LINHAS.

           PERFORM 006-01-REGRAVAR-MOVIMENTO
               VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV GREATER WS-TAB-MOV-QTD.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-REGRAVAR-MOVIMENTO  SECTION.
      *================================================================*
      * O ACRESCIMO TOTAL DA ENTRADA VIRA ACRESCIMO NO CUSTO UNITARIO
      * (ARREDONDADO NO CENTAVO). OS DEMAIS MOVIMENTOS E O TRAILER
      * SAEM COMO ENTRARAM.
      *
           MOVE WS-TAB-MOV-IMAGEM (WS-IDX-MOV) TO WS-MOV-IMAGEM.

           IF WS-TAB-MOV-ACRES (WS-IDX-MOV) GREATER ZEROS
               COMPUTE WS-ACRES-UNIT ROUNDED =
                   WS-TAB-MOV-ACRES (WS-IDX-MOV) / WS-MOV-QTDE
               COMPUTE WS-VLR-NOVO = WS-MOV-VLR + WS-ACRES-UNIT
                   ON SIZE ERROR
                       DISPLAY '* CUSTO UNITARIO ACRESCIDO EXCEDE  *'
                       DISPLAY '* O CAMPO VLR-UNIT-MOV             *'
                       MOVE 'MOVPECN' TO FS-ARQUIVO
                       MOVE '99'  TO FS-COD-STATUS
                       PERFORM 900-00-ERRO
               END-COMPUTE
               COMPUTE WS-VLR-APROPRIAR = WS-ACRES-UNIT * WS-MOV-QTDE
               ADD WS-VLR-APROPRIAR TO ACUM-VLR-APROPRIAR
               ADD 1              TO ACUM-ENTRADAS-ACRES
               PERFORM 006-02-IMPRIMIR-ENTRADA
               MOVE WS-VLR-NOVO   TO WS-MOV-VLR.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MOVPECN      FROM WS-MOV-IMAGEM.
           PERFORM 001-04-FS-MOVPECN.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-IMPRIMIR-ENTRADA    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 009-00-CABECALHOS
               WRITE REG-RELATO   FROM CAB006 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

           MOVE WS-MOV-COD        TO DET003-COD-PECA.
           MOVE WS-MOV-QTDE       TO DET003-QTD.
           MOVE WS-MOV-VLR        TO DET003-VLR-ANT.
           MOVE WS-ACRES-UNIT     TO DET003-ACRES.
           MOVE WS-VLR-NOVO       TO DET003-VLR-NOVO.
           MOVE WS-TAB-MOV-PO (WS-IDX-MOV) TO DET003-PO.
           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-06-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       006-02-FIM.                EXIT.

      *================================================================*
       007-00-LANCAR-ACESSORIOS   SECTION.
      *================================================================*
      * UMA PARTIDA A DEBITO DE RECEBIDO NAO FATURADO E OUTRA A
      * CREDITO DE CUSTOS ACESSORIOS A APROPRIAR, PELO ACRESCIMO
      * TOTAL DAS ENTRADAS, NA DATA DE REFERENCIA, COM A QUANTIDADE
      * DE ENTRADAS ACRESCIDAS EM QTD-ACE.
      *
           IF ACUM-VLR-APROPRIAR GREATER ZEROS
               MOVE WS-CONTA-RNF  TO CONTA-ACE
               MOVE 'D'           TO IND-DC-ACE
               PERFORM 007-01-GRAVAR-PARTIDA
               MOVE WS-CONTA-ACES TO CONTA-ACE
               MOVE 'C'           TO IND-DC-ACE
               PERFORM 007-01-GRAVAR-PARTIDA.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-GRAVAR-PARTIDA      SECTION.
      *================================================================*
           MOVE ACUM-ENTRADAS-ACRES TO QTD-ACE.
           MOVE ACUM-VLR-APROPRIAR TO VALOR-ACE.
           MOVE WS-DATA-SYS       TO DATA-LANC-ACE.

           ADD 1                  TO ACUM-LANCAMENTOS.
           MOVE ACUM-LANCAMENTOS  TO QTD-REG-ACE.
           MOVE DATA-LANC-ACE     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'ACESCONT'    TO WS-PER-ARQUIVO
               MOVE REG-ACESCONT  TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-ACESCONT
               PERFORM 001-07-FS-ACESCONT.

       007-01-FIM.                EXIT.

      *================================================================*
       009-00-CABECALHOS          SECTION.
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

           MOVE 8                 TO ACUM-LINHAS.

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-MOVTOS       TO TOT001-MOVTOS.
           MOVE ACUM-DOCUMENTOS   TO TOT002-DOCUMENTOS.
           MOVE ACUM-RATEADOS     TO TOT003-RATEADOS.
           MOVE ACUM-VLR-RATEADO  TO TOT003-VLR.
           MOVE ACUM-PENDENTES    TO TOT004-PENDENTES.
           MOVE ACUM-VLR-PENDENTE TO TOT004-VLR.
           MOVE ACUM-ENTRADAS-ACRES TO TOT005-ENTRADAS.
           MOVE ACUM-LANCAMENTOS  TO TOT006-LANCAMENTOS.
           MOVE ACUM-VLR-APROPRIAR TO TOT006-VLR.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-06-FS-RELATO.

       010-00-FIM.                EXIT.

      *================================================================*
       011-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MOVPECN
                 CUSTPEN
                 ACESCONT
                 RELATO.
           PERFORM 001-04-FS-MOVPECN.
           PERFORM 001-05-FS-CUSTPEN.
           PERFORM 001-07-FS-ACESCONT.
           PERFORM 001-06-FS-RELATO.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

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

           MOVE 'PU8EXF25'      TO PROGRAMA-PSU.
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
               MOVE 'PU8EXF25'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-MOVTOS             TO RUNLOG-QTD-LIDOS
               MOVE ACUM-ENTRADAS-ACRES     TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-PENDENTES          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
