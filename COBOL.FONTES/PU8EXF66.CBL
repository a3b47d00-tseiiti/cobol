       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF66.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * MONITORAMENTO DE MOVIMENTACAO SUSPEITA DE CONTA CORRENTE
      * (PREVENCAO A LAVAGEM DE DINHEIRO). O PU8EXE60 SO TRIA O CPF
      * NA ABERTURA DA CONTA; ESTE PROGRAMA OLHA O COMPORTAMENTO DA
      * CONTA DEPOIS. RODA TODO DIA COM O MOVCONTA DO DIA, ANTES DO
      * PU8EXF19 (QUE TIRA DA LISTA DE DORMENTES A CONTA QUE VOLTOU
      * A MOVIMENTAR), E MANTEM O PROPRIO HISTORICO DE MOVIMENTOS
      * DOS ULTIMOS N DIAS (HISTMCC, REGERADO EM HISTMCCN NO LAYOUT
      * DO MOVCONTA, COMO O ULTMOV DO PU8EXF19).
      *
      * REGRAS (LIMITES DO PARMAML; SEM PARMAML OU CAMPO ZERADO,
      * VALEM OS PADROES ENTRE PARENTESES):
      *  01 DEPOSITO ('D') IGUAL OU ACIMA DO LIMITE DE ESPECIE
      *     (10.000,00) - UMA OCORRENCIA POR CPF E DIA;
      *  02 FRACIONAMENTO: PELO MENOS QTD (3) DEPOSITOS LOGO ABAIXO
      *     DO LIMITE (ATE PERC-FAIXA, 10%, MENOR) DENTRO DA JANELA
      *     DE N DIAS (7);
      *  03 ENTRADA ('D' E TRANSFERENCIA RECEBIDA) NO DIA A PARTIR
      *     DO VALOR DE ENTRADA (O LIMITE DE ESPECIE) COM SAIDAS
      *     ('S' E 'T') NO MESMO DIA DE PELO MENOS PERC-SAIDA (80%)
      *     DA ENTRADA;
      *  04 MOVIMENTO EM CONTA DA LISTA DE DORMENTES (DORMCTA, DO
      *     PU8EXF19) DEPOIS DO ULTIMO MOVIMENTO CONHECIDO, SOMANDO
      *     PELO MENOS O VALOR DO PARMAML (ZERO: QUALQUER VALOR).
      *
      * CADA OCORRENCIA (REGRA + CPF + PERIODO) VAI PARA O ARQUIVO
      * DE ALERTAS (ALERTAS, COPY ALERTAML), UM REGISTRO POR
      * MOVIMENTO ENVOLVIDO, E PARA O RELATORIO DE CASOS DO
      * COMPLIANCE (DISTRIBUICAO RESTRITA). OCORRENCIA COM PARECER
      * DO ANALISTA NO DISPAML (COPY DISPAML) NAO E ALERTADA DE
      * NOVO; SEM PARECER ELA SAI EM TODA RODADA ENQUANTO OS
      * MOVIMENTOS ESTIVEREM NA JANELA, MARCADA COMO PENDENTE.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CTCORGER        ASSIGN TO UT-S-CTCORGER
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CTCORGER.
      *
           SELECT MOVCONTA        ASSIGN TO UT-S-MOVCONTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MOVCONTA.
      *
           SELECT HISTMCC         ASSIGN TO UT-S-HISTMCC
                      FILE STATUS IS FS-HISTMCC.
      *
           SELECT HISTMCCN        ASSIGN TO UT-S-HISTMCCN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTMCCN.
      *
           SELECT DORMCTA         ASSIGN TO UT-S-DORMCTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DORMCTA.
      *
           SELECT DISPAML         ASSIGN TO UT-S-DISPAML
                      FILE STATUS IS FS-DISPAML.
      *
           SELECT ALERTAS         ASSIGN TO UT-S-ALERTAS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ALERTAS.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT PARMAML         ASSIGN TO UT-S-PARMAML
                      FILE STATUS IS FS-PARMAML.
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
      * CADASTRO CONSOLIDADO DE CORRENTISTAS (DO PU8EXE19).
      *
       FD CTCORGER
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CTCORGER.
       01 REG-CTCORGER.
          05 CPF-GER              PIC 9(11).
          05 NOME-GER             PIC X(30).
          05 BCO-GER              PIC X(03).
          05 FILLER               PIC X(06).
      *
       FD MOVCONTA
           RECORD     CONTAINS    52 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MOVCONTA.
       01 REG-MOVCONTA.
          05 CPF-MOV              PIC 9(11).
          05 TIPO-MOV-CC          PIC X(01).
          05 VALOR-MOV            PIC 9(11)V99.
          05 DATA-MOV-CC          PIC 9(08).
          05 CPF-CONTRA-MOV       PIC 9(11).
          05 FILLER               PIC X(08).
      *
      * HISTORICO DE MOVIMENTOS DA JANELA - GERACAO ATUAL E NOVA,
      * NO LAYOUT DO MOVCONTA.
      *
       FD HISTMCC
           RECORD     CONTAINS    52 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTMCC.
       01 REG-HISTMCC.
          05 CPF-HMC              PIC 9(11).
          05 TIPO-HMC             PIC X(01).
          05 VALOR-HMC            PIC 9(11)V99.
          05 DATA-HMC             PIC 9(08).
          05 CPF-CONTRA-HMC       PIC 9(11).
          05 FILLER               PIC X(08).
      *
       FD HISTMCCN
           RECORD     CONTAINS    52 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTMCCN.
       01 REG-HISTMCCN             PIC X(52).
      *
      * LISTA DE CONTAS DORMENTES (DO PU8EXF19).
      *
       FD DORMCTA
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DORMCTA.
       01 REG-DORMCTA.
          05 CPF-DOR              PIC 9(11).
          05 DT-ULT-MOV-DOR       PIC 9(08).
          05 DT-DORMENCIA-DOR     PIC 9(08).
          05 FILLER               PIC X(03).
      *
       FD DISPAML
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DISPAML.
       COPY DISPAML.
      *
       FD ALERTAS
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ALERTAML.
       COPY ALERTAML.
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * PARAMETRO OPCIONAL DAS REGRAS DE MONITORAMENTO.
      *
       FD PARMAML
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMAML.
       01 REG-PARMAML.
          05 LIMITE-ESPECIE-PARM  PIC 9(09)V99.
          05 PERC-FAIXA-PARM      PIC 9(02).
          05 QTD-FRACIONADO-PARM  PIC 9(02).
          05 DIAS-JANELA-PARM     PIC 9(03).
          05 VLR-ENTRADA-PARM     PIC 9(09)V99.
          05 PERC-SAIDA-PARM      PIC 9(03).
          05 VLR-DORMENTE-PARM    PIC 9(09)V99.
          05 FILLER               PIC X(07).
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
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE           PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-INT             PIC 9(07) VALUE ZEROS.
      *
      *  LIMITES DAS REGRAS (PADROES SUBSTITUIDOS PELO PARMAML)
      *
       77 WS-LIMITE-ESPECIE       PIC 9(09)V99 VALUE 10000.
       77 WS-PERC-FAIXA           PIC 9(02) VALUE 10.
       77 WS-QTD-FRACIONADO       PIC 9(02) VALUE 3.
       77 WS-DIAS-JANELA          PIC 9(03) VALUE 7.
       77 WS-VLR-ENTRADA          PIC 9(09)V99 VALUE ZEROS.
       77 WS-PERC-SAIDA           PIC 9(03) VALUE 80.
       77 WS-VLR-DORMENTE         PIC 9(09)V99 VALUE ZEROS.
       77 WS-PISO-FRACIONADO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-CEM                  PIC 9(03) VALUE 100.
      *
      *  MOVIMENTOS DA JANELA (HISTMCC) E DO DIA (MOVCONTA). A
      *  TRANSFERENCIA ('T') ENTRA TAMBEM NO DESTINO COMO PERNA
      *  RECEBIDA ('R'), COMO NO PU8EXE59. ORIGEM 'H' HISTORICO,
      *  'M' MOVIMENTO DO DIA; VISTO-1/VISTO-3 MARCAM O DIA JA
      *  AVALIADO PELAS REGRAS 01 E 03; SEL MARCA OS MOVIMENTOS DA
      *  OCORRENCIA EM MONTAGEM.
      *
       01 WS-TAB-MOV.
          05 WS-TAB-MOV-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-MOV-ENTRY OCCURS 3000 TIMES.
             10 WS-TAB-MOV-CPF    PIC 9(11).
             10 WS-TAB-MOV-TIPO   PIC X(01).
             10 WS-TAB-MOV-VALOR  PIC 9(11)V99.
             10 WS-TAB-MOV-DATA   PIC 9(08).
             10 WS-TAB-MOV-CONTRA PIC 9(11).
             10 WS-TAB-MOV-ORIGEM PIC X(01).
             10 WS-TAB-MOV-VISTO-1 PIC X(01).
             10 WS-TAB-MOV-VISTO-3 PIC X(01).
             10 WS-TAB-MOV-SEL    PIC X(01).
      *
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-IDX2                 PIC 9(04) VALUE ZEROS.
       77 WS-ORIGEM               PIC X(01) VALUE SPACES.
      *
      *  CONTAS DORMENTES EM TABELA
      *
       01 WS-TAB-DOR.
          05 WS-TAB-DOR-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-DOR-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-DOR-CPF    PIC 9(11).
             10 WS-TAB-DOR-ULT    PIC 9(08).
      *
       77 WS-IDX-DOR              PIC 9(03) VALUE ZEROS.
       77 WS-DOR-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *  OCORRENCIAS COM PARECER DO ANALISTA (DISPAML)
      *
       01 WS-TAB-DSP.
          05 WS-TAB-DSP-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-DSP-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-DSP-REGRA  PIC 9(02).
             10 WS-TAB-DSP-CPF    PIC 9(11).
             10 WS-TAB-DSP-INI    PIC 9(08).
             10 WS-TAB-DSP-FIM    PIC 9(08).
      *
       77 WS-IDX-DSP              PIC 9(04) VALUE ZEROS.
       77 WS-DSP-ACHADO           PIC 9(04) VALUE ZEROS.
      *
      *  OCORRENCIA EM MONTAGEM
      *
       77 WS-REGRA                PIC 9(02) VALUE ZEROS.
       77 WS-DATA-SEL             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SEL              PIC 9(03) VALUE ZEROS.
       77 WS-VLR-SEL              PIC 9(13)V99 VALUE ZEROS.
       77 WS-DT-INI-SEL           PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM-SEL           PIC 9(08) VALUE ZEROS.
       77 WS-SIT-SEL              PIC X(01) VALUE SPACES.
       77 WS-SEQ                  PIC 9(03) VALUE ZEROS.
       77 WS-VLR-ENTRADA-DIA      PIC 9(13)V99 VALUE ZEROS.
       77 WS-VLR-SAIDA-DIA        PIC 9(13)V99 VALUE ZEROS.
       77 WS-ENTRADA-PERC         PIC 9(16)V99 VALUE ZEROS.
       77 WS-SAIDA-PERC           PIC 9(16)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-HIST-LIDOS         PIC 9(06) VALUE ZEROS.
       77 ACUM-MOV-LIDOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-HIST-GRAVADOS      PIC 9(06) VALUE ZEROS.
       77 ACUM-REGRA-01           PIC 9(06) VALUE ZEROS.
       77 ACUM-REGRA-02           PIC 9(06) VALUE ZEROS.
       77 ACUM-REGRA-03           PIC 9(06) VALUE ZEROS.
       77 ACUM-REGRA-04           PIC 9(06) VALUE ZEROS.
       77 ACUM-NOVAS              PIC 9(06) VALUE ZEROS.
       77 ACUM-COM-PARECER        PIC 9(06) VALUE ZEROS.
       77 ACUM-ALERTAS            PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CTCORGER             PIC X(02) VALUE SPACES.
       77 FS-MOVCONTA             PIC X(02) VALUE SPACES.
       77 FS-HISTMCC              PIC X(02) VALUE SPACES.
       77 FS-HISTMCCN             PIC X(02) VALUE SPACES.
       77 FS-DORMCTA              PIC X(02) VALUE SPACES.
       77 FS-DISPAML              PIC X(02) VALUE SPACES.
       77 FS-ALERTAS              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMAML              PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      *  LINHAS DO RELATORIO (DISTRIBUICAO RESTRITA AO COMPLIANCE)
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
             'PROGRAMA = PU8EXF66'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'ALERTAS DE MOVIMENTACAO SUSPEITA - DISTRIBUICAO RESTRITA'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(29) VALUE 'REGRA'.
          05 FILLER               PIC X(12) VALUE 'CPF'.
          05 FILLER               PIC X(21) VALUE 'CORRENTISTA'.
          05 FILLER               PIC X(08) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-REGRA         PIC 9(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-DESCRICAO     PIC X(24).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CPF           PIC 9(11).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-NOME          PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SIT           PIC X(08).
      *
       01  DET002.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 DET002-DATA          PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-TIPO          PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-CONTRA-LIT    PIC X(08).
          05 DET002-CONTRA        PIC Z(11).
      *
       01  DET003.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'PERIODO: '.
          05 DET003-INI           PIC 9(08).
          05 FILLER               PIC X(03) VALUE ' A '.
          05 DET003-FIM           PIC 9(08).
          05 FILLER               PIC X(10) VALUE '  MOVTOS: '.
          05 DET003-QTD           PIC ZZ9.
          05 FILLER               PIC X(09) VALUE '  TOTAL: '.
          05 DET003-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS DO DIA LIDOS (MOVCONTA)       :'.
          05 TOT001-MOV-LIDOS     PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS DO HISTORICO NA JANELA        :'.
          05 TOT002-HIST-LIDOS    PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'MOVIMENTOS GRAVADOS NO HISTMCCN          :'.
          05 TOT003-HIST-GRAVADOS PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'OCORRENCIAS 01 - DEPOSITO ACIMA DO LIMITE:'.
          05 TOT004-REGRA-01      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'OCORRENCIAS 02 - DEPOSITOS FRACIONADOS   :'.
          05 TOT005-REGRA-02      PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'OCORRENCIAS 03 - ENTRADA E SAIDA NO DIA  :'.
          05 TOT006-REGRA-03      PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'OCORRENCIAS 04 - CONTA DORMENTE ATIVADA  :'.
          05 TOT007-REGRA-04      PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'OCORRENCIAS NOVAS (MOVIMENTO DO DIA)     :'.
          05 TOT008-NOVAS         PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(44) VALUE
             'OCORRENCIAS COM PARECER (NAO ALERTADAS)  :'.
          05 TOT009-COM-PARECER   PIC ZZZ.ZZ9.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'REGISTROS GRAVADOS NO ALERTAS            :'.
          05 TOT010-ALERTAS       PIC ZZZ.ZZ9.
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
           PERFORM 001-06-LER-PARMDATA.
           PERFORM 001-08-LER-PARMAML.
           PERFORM 001-10-CARREGAR-HISTMCC.
           PERFORM 001-13-CARREGAR-MOVCONTA.
           PERFORM 001-16-CARREGAR-DORMCTA.
           PERFORM 001-19-CARREGAR-DISPAML.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-LER-CTCORGER.
           PERFORM 004-00-TRATAR
               UNTIL FS-CTCORGER EQUAL '10'.
           PERFORM 006-00-IMPRIMIR-TOTAIS.
           PERFORM 007-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CTCORGER
                       MOVCONTA
                       PARMDATA
                OUTPUT HISTMCCN
                       ALERTAS
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CTCORGER.
           PERFORM 001-03-FS-MOVCONTA.
           PERFORM 001-04-FS-HISTMCCN.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-07-FS-ALERTAS.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CTCORGER         SECTION.
      *================================================================*
           MOVE 'CTCORGER'        TO FS-ARQUIVO.
           MOVE FS-CTCORGER       TO FS-COD-STATUS.

           IF FS-CTCORGER NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-MOVCONTA         SECTION.
      *================================================================*
           MOVE 'MOVCONTA'        TO FS-ARQUIVO.
           MOVE FS-MOVCONTA       TO FS-COD-STATUS.

           IF FS-MOVCONTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-HISTMCCN         SECTION.
      *================================================================*
           MOVE 'HISTMCCN'        TO FS-ARQUIVO.
           MOVE FS-HISTMCCN       TO FS-COD-STATUS.

           IF FS-HISTMCCN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-LER-PARMDATA        SECTION.
      *================================================================*
      * A JANELA DO HISTORICO TERMINA NA DATA DE REFERENCIA E COMECA
      * N-1 DIAS ANTES (DATA DE CORTE).
      *
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

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-ALERTAS          SECTION.
      *================================================================*
           MOVE 'ALERTAS'         TO FS-ARQUIVO.
           MOVE FS-ALERTAS        TO FS-COD-STATUS.

           IF FS-ALERTAS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMAML         SECTION.
      *================================================================*
      *    SEM PARMAML ('35') OU COM CAMPO ZERADO FICAM OS PADROES;
      *    O VALOR DE ENTRADA DA REGRA 03 E O LIMITE DE ESPECIE
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMAML.
           PERFORM 001-09-FS-PARMAML.

           IF FS-PARMAML EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMAML
               PERFORM 001-09-FS-PARMAML.

           IF FS-PARMAML EQUAL '00'
               PERFORM 001-08-01-APLICAR-PARMAML.

           IF FS-PARMAML NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMAML.

           IF WS-VLR-ENTRADA EQUAL ZEROS
               MOVE WS-LIMITE-ESPECIE TO WS-VLR-ENTRADA.

           COMPUTE WS-PISO-FRACIONADO ROUNDED =
               (WS-LIMITE-ESPECIE * (WS-CEM - WS-PERC-FAIXA))
               / WS-CEM.

           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REF)
               - WS-DIAS-JANELA + 1.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-INT).

       001-08-FIM.                EXIT.

      *================================================================*
       001-08-01-APLICAR-PARMAML  SECTION.
      *================================================================*
           IF LIMITE-ESPECIE-PARM NUMERIC
              AND LIMITE-ESPECIE-PARM GREATER ZEROS
               MOVE LIMITE-ESPECIE-PARM TO WS-LIMITE-ESPECIE.

           IF PERC-FAIXA-PARM NUMERIC
              AND PERC-FAIXA-PARM GREATER ZEROS
               MOVE PERC-FAIXA-PARM TO WS-PERC-FAIXA.

           IF QTD-FRACIONADO-PARM NUMERIC
              AND QTD-FRACIONADO-PARM GREATER ZEROS
               MOVE QTD-FRACIONADO-PARM TO WS-QTD-FRACIONADO.

           IF DIAS-JANELA-PARM NUMERIC
              AND DIAS-JANELA-PARM GREATER ZEROS
               MOVE DIAS-JANELA-PARM TO WS-DIAS-JANELA.

           IF VLR-ENTRADA-PARM NUMERIC
              AND VLR-ENTRADA-PARM GREATER ZEROS
               MOVE VLR-ENTRADA-PARM TO WS-VLR-ENTRADA.

           IF PERC-SAIDA-PARM NUMERIC
              AND PERC-SAIDA-PARM GREATER ZEROS
               MOVE PERC-SAIDA-PARM TO WS-PERC-SAIDA.

           IF VLR-DORMENTE-PARM NUMERIC
               MOVE VLR-DORMENTE-PARM TO WS-VLR-DORMENTE.

       001-08-01-FIM.             EXIT.

      *================================================================*
       001-09-FS-PARMAML          SECTION.
      *================================================================*
           MOVE 'PARMAML'         TO FS-ARQUIVO.
           MOVE FS-PARMAML        TO FS-COD-STATUS.

           IF FS-PARMAML NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-HISTMCC    SECTION.
      *================================================================*
      *    SEM HISTORICO ('35', PRIMEIRA RODADA) A JANELA COMECA SO
      *    COM O MOVIMENTO DO DIA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT HISTMCC.
           PERFORM 001-12-FS-HISTMCC.

           IF FS-HISTMCC EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ HISTMCC
               PERFORM 001-12-FS-HISTMCC
               PERFORM 001-11-ACUMULAR-HISTMCC
                   UNTIL FS-HISTMCC EQUAL '10'.

           IF FS-HISTMCC NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE HISTMCC.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-HISTMCC    SECTION.
      *================================================================*
      * MOVIMENTO ANTERIOR A DATA DE CORTE SAI DA JANELA.
      *
           IF DATA-HMC NOT LESS WS-DATA-CORTE
               ADD 1              TO ACUM-HIST-LIDOS
               MOVE REG-HISTMCC   TO REG-MOVCONTA
               MOVE 'H'           TO WS-ORIGEM
               PERFORM 001-15-GUARDAR-MOVIMENTO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTMCC.
           PERFORM 001-12-FS-HISTMCC.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-HISTMCC          SECTION.
      *================================================================*
           MOVE 'HISTMCC'         TO FS-ARQUIVO.
           MOVE FS-HISTMCC        TO FS-COD-STATUS.

           IF FS-HISTMCC NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-MOVCONTA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-03-FS-MOVCONTA.

           PERFORM 001-14-ACUMULAR-MOVCONTA
               UNTIL FS-MOVCONTA EQUAL '10'.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-MOVCONTA   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-MOV-LIDOS.
           MOVE 'M'               TO WS-ORIGEM.
           PERFORM 001-15-GUARDAR-MOVIMENTO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 001-03-FS-MOVCONTA.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-GUARDAR-MOVIMENTO   SECTION.
      *================================================================*
      * MOVIMENTO (EM REG-MOVCONTA) ENTRA NA TABELA E, SE ESTA NA
      * JANELA, NO HISTMCCN.
      *
           IF WS-TAB-MOV-QTD NOT LESS 2999
               DISPLAY '* JANELA COM MAIS DE 3000 MOVIMENTOS *'
               DISPLAY '* AUMENTAR WS-TAB-MOV E REPROCESSAR  *'
               MOVE 'MOVCONTA'    TO FS-ARQUIVO
               MOVE FS-MOVCONTA   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-MOV-QTD.
           MOVE CPF-MOV           TO
               WS-TAB-MOV-CPF (WS-TAB-MOV-QTD).
           MOVE TIPO-MOV-CC       TO
               WS-TAB-MOV-TIPO (WS-TAB-MOV-QTD).
           MOVE VALOR-MOV         TO
               WS-TAB-MOV-VALOR (WS-TAB-MOV-QTD).
           MOVE DATA-MOV-CC       TO
               WS-TAB-MOV-DATA (WS-TAB-MOV-QTD).
           MOVE CPF-CONTRA-MOV    TO
               WS-TAB-MOV-CONTRA (WS-TAB-MOV-QTD).
           MOVE WS-ORIGEM         TO
               WS-TAB-MOV-ORIGEM (WS-TAB-MOV-QTD).
           MOVE SPACES            TO
               WS-TAB-MOV-VISTO-1 (WS-TAB-MOV-QTD)
               WS-TAB-MOV-VISTO-3 (WS-TAB-MOV-QTD)
               WS-TAB-MOV-SEL (WS-TAB-MOV-QTD).

           IF TIPO-MOV-CC EQUAL 'T'
               PERFORM 001-15-01-PERNA-RECEBIDA.

           IF DATA-MOV-CC NOT LESS WS-DATA-CORTE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-HISTMCCN FROM REG-MOVCONTA
               PERFORM 001-04-FS-HISTMCCN
               ADD 1              TO ACUM-HIST-GRAVADOS.

       001-15-FIM.                EXIT.

      *================================================================*
       001-15-01-PERNA-RECEBIDA   SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-MOV-QTD.
           MOVE CPF-CONTRA-MOV    TO
               WS-TAB-MOV-CPF (WS-TAB-MOV-QTD).
           MOVE 'R'               TO
               WS-TAB-MOV-TIPO (WS-TAB-MOV-QTD).
           MOVE VALOR-MOV         TO
               WS-TAB-MOV-VALOR (WS-TAB-MOV-QTD).
           MOVE DATA-MOV-CC       TO
               WS-TAB-MOV-DATA (WS-TAB-MOV-QTD).
           MOVE CPF-MOV           TO
               WS-TAB-MOV-CONTRA (WS-TAB-MOV-QTD).
           MOVE WS-ORIGEM         TO
               WS-TAB-MOV-ORIGEM (WS-TAB-MOV-QTD).
           MOVE SPACES            TO
               WS-TAB-MOV-VISTO-1 (WS-TAB-MOV-QTD)
               WS-TAB-MOV-VISTO-3 (WS-TAB-MOV-QTD)
               WS-TAB-MOV-SEL (WS-TAB-MOV-QTD).

       001-15-01-FIM.             EXIT.

      *================================================================*
       001-16-CARREGAR-DORMCTA    SECTION.
      *================================================================*
      *    SEM LISTA DE DORMENTES ('35') A REGRA 04 NAO SE APLICA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT DORMCTA.

           MOVE 'DORMCTA'         TO FS-ARQUIVO.
           MOVE FS-DORMCTA        TO FS-COD-STATUS.
           IF FS-DORMCTA NOT EQUAL '00' AND '35'
               PERFORM 900-00-ERRO.

           IF FS-DORMCTA EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ DORMCTA
               PERFORM 001-18-FS-DORMCTA
               PERFORM 001-17-ACUMULAR-DORMCTA
                   UNTIL FS-DORMCTA EQUAL '10'
                      OR WS-TAB-DOR-QTD EQUAL 500
               IF FS-DORMCTA NOT EQUAL '10'
                   DISPLAY '* DORMCTA COM MAIS DE 500 CONTAS     *'
                   DISPLAY '* AUMENTAR WS-TAB-DOR E REPROCESSAR  *'
                   MOVE 'DORMCTA' TO FS-ARQUIVO
                   MOVE FS-DORMCTA TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE DORMCTA.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-ACUMULAR-DORMCTA    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-DOR-QTD.
           MOVE CPF-DOR           TO
               WS-TAB-DOR-CPF (WS-TAB-DOR-QTD).
           MOVE DT-ULT-MOV-DOR    TO
               WS-TAB-DOR-ULT (WS-TAB-DOR-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DORMCTA.
           PERFORM 001-18-FS-DORMCTA.

       001-17-FIM.                EXIT.

      *================================================================*
       001-18-FS-DORMCTA          SECTION.
      *================================================================*
           MOVE 'DORMCTA'         TO FS-ARQUIVO.
           MOVE FS-DORMCTA        TO FS-COD-STATUS.

           IF FS-DORMCTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-CARREGAR-DISPAML    SECTION.
      *================================================================*
      *    SEM PARECERES ('35') TODA OCORRENCIA E ALERTADA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT DISPAML.
           PERFORM 001-21-FS-DISPAML.

           IF FS-DISPAML EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ DISPAML
               PERFORM 001-21-FS-DISPAML
               PERFORM 001-20-ACUMULAR-DISPAML
                   UNTIL FS-DISPAML EQUAL '10'
                      OR WS-TAB-DSP-QTD EQUAL 2000
               IF FS-DISPAML NOT EQUAL '10'
                   DISPLAY '* DISPAML COM MAIS DE 2000 PARECERES *'
                   DISPLAY '* AUMENTAR WS-TAB-DSP E REPROCESSAR  *'
                   MOVE 'DISPAML' TO FS-ARQUIVO
                   MOVE FS-DISPAML TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF.

           IF FS-DISPAML NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE DISPAML.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-ACUMULAR-DISPAML    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-DSP-QTD.
           MOVE REGRA-DSP         TO
               WS-TAB-DSP-REGRA (WS-TAB-DSP-QTD).
           MOVE CPF-DSP           TO
               WS-TAB-DSP-CPF (WS-TAB-DSP-QTD).
           MOVE DT-INI-DSP        TO
               WS-TAB-DSP-INI (WS-TAB-DSP-QTD).
           MOVE DT-FIM-DSP        TO
               WS-TAB-DSP-FIM (WS-TAB-DSP-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DISPAML.
           PERFORM 001-21-FS-DISPAML.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-FS-DISPAML          SECTION.
      *================================================================*
           MOVE 'DISPAML'         TO FS-ARQUIVO.
           MOVE FS-DISPAML        TO FS-COD-STATUS.

           IF FS-DISPAML NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-21-FIM.                EXIT.

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
       003-00-LER-CTCORGER        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 001-02-FS-CTCORGER.

       003-00-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR              SECTION.
      *================================================================*
      * APLICA AS QUATRO REGRAS AOS MOVIMENTOS DO CPF DA VEZ. CPF
      * FORA DO CTCORGER NAO E AVALIADO (O PU8EXE58 RECUSA O
      * MOVIMENTO).
      *
           MOVE 01                TO WS-REGRA.
           PERFORM 004-01-REGRA-01
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MOV-QTD.

           MOVE 02                TO WS-REGRA.
           PERFORM 004-02-REGRA-02.

           MOVE 03                TO WS-REGRA.
           PERFORM 004-03-REGRA-03
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-MOV-QTD.

           MOVE 04                TO WS-REGRA.
           PERFORM 004-04-REGRA-04.

           PERFORM 003-00-LER-CTCORGER.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-REGRA-01            SECTION.
      *================================================================*
      * DEPOSITO IGUAL OU ACIMA DO LIMITE: JUNTA OS DEPOSITOS ALTOS
      * DO MESMO DIA NUMA SO OCORRENCIA.
      *
           IF WS-TAB-MOV-CPF (WS-IDX) EQUAL CPF-GER
              AND WS-TAB-MOV-TIPO (WS-IDX) EQUAL 'D'
              AND WS-TAB-MOV-VALOR (WS-IDX) NOT LESS
                  WS-LIMITE-ESPECIE
              AND WS-TAB-MOV-VISTO-1 (WS-IDX) NOT EQUAL 'S'
               MOVE WS-TAB-MOV-DATA (WS-IDX) TO WS-DATA-SEL
               PERFORM 004-01-01-SELECIONAR-DIA
                   VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD
               PERFORM 005-00-EMITIR-OCORRENCIA.

       004-01-FIM.                EXIT.

      *================================================================*
       004-01-01-SELECIONAR-DIA   SECTION.
      *================================================================*
           IF WS-TAB-MOV-CPF (WS-IDX2) EQUAL CPF-GER
              AND WS-TAB-MOV-TIPO (WS-IDX2) EQUAL 'D'
              AND WS-TAB-MOV-VALOR (WS-IDX2) NOT LESS
                  WS-LIMITE-ESPECIE
              AND WS-TAB-MOV-DATA (WS-IDX2) EQUAL WS-DATA-SEL
               MOVE 'S'           TO WS-TAB-MOV-VISTO-1 (WS-IDX2)
                                     WS-TAB-MOV-SEL (WS-IDX2).

       004-01-01-FIM.             EXIT.

      *================================================================*
       004-02-REGRA-02            SECTION.
      *================================================================*
      * FRACIONAMENTO: DEPOSITOS NA FAIXA LOGO ABAIXO DO LIMITE,
      * DENTRO DA JANELA; ABAIXO DA QUANTIDADE MINIMA NAO HA
      * OCORRENCIA.
      *
           MOVE ZEROS             TO WS-QTD-SEL.

           PERFORM 004-02-01-SELECIONAR-FAIXA
               VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD.

           IF WS-QTD-SEL NOT LESS WS-QTD-FRACIONADO
               PERFORM 005-00-EMITIR-OCORRENCIA
           ELSE
               PERFORM 005-06-LIMPAR-SELECAO
                   VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD.

       004-02-FIM.                EXIT.

      *================================================================*
       004-02-01-SELECIONAR-FAIXA SECTION.
      *================================================================*
           IF WS-TAB-MOV-CPF (WS-IDX2) EQUAL CPF-GER
              AND WS-TAB-MOV-TIPO (WS-IDX2) EQUAL 'D'
              AND WS-TAB-MOV-VALOR (WS-IDX2) NOT LESS
                  WS-PISO-FRACIONADO
              AND WS-TAB-MOV-VALOR (WS-IDX2) LESS
                  WS-LIMITE-ESPECIE
              AND WS-TAB-MOV-DATA (WS-IDX2) NOT LESS
                  WS-DATA-CORTE
               MOVE 'S'           TO WS-TAB-MOV-SEL (WS-IDX2)
               ADD 1              TO WS-QTD-SEL.

       004-02-01-FIM.             EXIT.

      *================================================================*
       004-03-REGRA-03            SECTION.
      *================================================================*
      * ENTRADA E SAIDA NO MESMO DIA: SOMA AS ENTRADAS ('D', 'R') E
      * AS SAIDAS ('S', 'T') DO CPF NO DIA DO MOVIMENTO DA VEZ.
      *
           IF WS-TAB-MOV-CPF (WS-IDX) EQUAL CPF-GER
              AND WS-TAB-MOV-VISTO-3 (WS-IDX) NOT EQUAL 'S'
               MOVE WS-TAB-MOV-DATA (WS-IDX) TO WS-DATA-SEL
               MOVE ZEROS         TO WS-VLR-ENTRADA-DIA
                                     WS-VLR-SAIDA-DIA
               PERFORM 004-03-01-SOMAR-DIA
                   VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD
               COMPUTE WS-ENTRADA-PERC =
                   WS-VLR-ENTRADA-DIA * WS-PERC-SAIDA
               COMPUTE WS-SAIDA-PERC =
                   WS-VLR-SAIDA-DIA * WS-CEM
               IF WS-VLR-ENTRADA-DIA NOT LESS WS-VLR-ENTRADA
                  AND WS-SAIDA-PERC NOT LESS WS-ENTRADA-PERC
                   PERFORM 004-03-02-SELECIONAR-DIA
                       VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD
                   PERFORM 005-00-EMITIR-OCORRENCIA
               END-IF.

       004-03-FIM.                EXIT.

      *================================================================*
       004-03-01-SOMAR-DIA        SECTION.
      *================================================================*
           IF WS-TAB-MOV-CPF (WS-IDX2) EQUAL CPF-GER
              AND WS-TAB-MOV-DATA (WS-IDX2) EQUAL WS-DATA-SEL
               MOVE 'S'           TO WS-TAB-MOV-VISTO-3 (WS-IDX2)
               IF WS-TAB-MOV-TIPO (WS-IDX2) EQUAL 'D' OR 'R'
                   ADD WS-TAB-MOV-VALOR (WS-IDX2)
                                  TO WS-VLR-ENTRADA-DIA
               ELSE
                   ADD WS-TAB-MOV-VALOR (WS-IDX2)
                                  TO WS-VLR-SAIDA-DIA
               END-IF.

       004-03-01-FIM.             EXIT.

      *================================================================*
       004-03-02-SELECIONAR-DIA   SECTION.
      *================================================================*
           IF WS-TAB-MOV-CPF (WS-IDX2) EQUAL CPF-GER
              AND WS-TAB-MOV-DATA (WS-IDX2) EQUAL WS-DATA-SEL
               MOVE 'S'           TO WS-TAB-MOV-SEL (WS-IDX2).

       004-03-02-FIM.             EXIT.

      *================================================================*
       004-04-REGRA-04            SECTION.
      *================================================================*
      * CONTA DORMENTE: MOVIMENTOS DEPOIS DO ULTIMO MOVIMENTO QUE A
      * DEIXOU NA LISTA DO PU8EXF19.
      *
           MOVE ZEROS             TO WS-DOR-ACHADO.

           PERFORM 004-04-01-COMPARAR-DORMENTE
               VARYING WS-IDX-DOR FROM 1 BY 1
               UNTIL WS-IDX-DOR GREATER WS-TAB-DOR-QTD
                  OR WS-DOR-ACHADO NOT EQUAL ZEROS.

           IF WS-DOR-ACHADO NOT EQUAL ZEROS
               MOVE ZEROS         TO WS-QTD-SEL
                                     WS-VLR-SEL
               PERFORM 004-04-02-SELECIONAR-ATIVIDADE
                   VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD
               IF WS-QTD-SEL GREATER ZEROS
                  AND WS-VLR-SEL NOT LESS WS-VLR-DORMENTE
                   PERFORM 005-00-EMITIR-OCORRENCIA
               ELSE
                   PERFORM 005-06-LIMPAR-SELECAO
                       VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD
               END-IF.

       004-04-FIM.                EXIT.

      *================================================================*
       004-04-01-COMPARAR-DORMENTE SECTION.
      *================================================================*
           IF WS-TAB-DOR-CPF (WS-IDX-DOR) EQUAL CPF-GER
               MOVE WS-IDX-DOR    TO WS-DOR-ACHADO.

       004-04-01-FIM.             EXIT.

      *================================================================*
       004-04-02-SELECIONAR-ATIVIDADE SECTION.
      *================================================================*
           IF WS-TAB-MOV-CPF (WS-IDX2) EQUAL CPF-GER
              AND WS-TAB-MOV-DATA (WS-IDX2) GREATER
                  WS-TAB-DOR-ULT (WS-DOR-ACHADO)
               MOVE 'S'           TO WS-TAB-MOV-SEL (WS-IDX2)
               ADD 1              TO WS-QTD-SEL
               ADD WS-TAB-MOV-VALOR (WS-IDX2) TO WS-VLR-SEL.

       004-04-02-FIM.             EXIT.

      *================================================================*
       005-00-EMITIR-OCORRENCIA   SECTION.
      *================================================================*
      * RESUME OS MOVIMENTOS SELECIONADOS (SEL = 'S') NA CHAVE DA
      * OCORRENCIA; SEM PARECER NO DISPAML, GRAVA UM ALERTA POR
      * MOVIMENTO E IMPRIME O CASO. NO FIM LIMPA A SELECAO.
      *
           MOVE ZEROS             TO WS-QTD-SEL
                                     WS-VLR-SEL
                                     WS-DT-INI-SEL
                                     WS-DT-FIM-SEL.
           MOVE 'P'               TO WS-SIT-SEL.

           PERFORM 005-01-RESUMIR-SELECAO
               VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD.

           PERFORM 005-02-PROCURAR-PARECER.

           IF WS-DSP-ACHADO NOT EQUAL ZEROS
               ADD 1              TO ACUM-COM-PARECER
           ELSE
               PERFORM 005-04-IMPRIMIR-CASO
               MOVE ZEROS         TO WS-SEQ
               PERFORM 005-05-GRAVAR-ALERTA
                   VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD
               PERFORM 005-07-CONTAR-OCORRENCIA.

           PERFORM 005-06-LIMPAR-SELECAO
               VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 GREATER WS-TAB-MOV-QTD.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-RESUMIR-SELECAO     SECTION.
      *================================================================*
           IF WS-TAB-MOV-SEL (WS-IDX2) EQUAL 'S'
               ADD 1              TO WS-QTD-SEL
               ADD WS-TAB-MOV-VALOR (WS-IDX2) TO WS-VLR-SEL
               IF WS-DT-INI-SEL EQUAL ZEROS
                  OR WS-TAB-MOV-DATA (WS-IDX2) LESS WS-DT-INI-SEL
                   MOVE WS-TAB-MOV-DATA (WS-IDX2) TO WS-DT-INI-SEL
               END-IF
               IF WS-TAB-MOV-DATA (WS-IDX2) GREATER WS-DT-FIM-SEL
                   MOVE WS-TAB-MOV-DATA (WS-IDX2) TO WS-DT-FIM-SEL
               END-IF
               IF WS-TAB-MOV-ORIGEM (WS-IDX2) EQUAL 'M'
                   MOVE 'N'       TO WS-SIT-SEL
               END-IF.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-PROCURAR-PARECER    SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-DSP-ACHADO.

           PERFORM 005-03-COMPARAR-PARECER
               VARYING WS-IDX-DSP FROM 1 BY 1
               UNTIL WS-IDX-DSP GREATER WS-TAB-DSP-QTD
                  OR WS-DSP-ACHADO NOT EQUAL ZEROS.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-COMPARAR-PARECER    SECTION.
      *================================================================*
           IF WS-TAB-DSP-REGRA (WS-IDX-DSP) EQUAL WS-REGRA
              AND WS-TAB-DSP-CPF (WS-IDX-DSP) EQUAL CPF-GER
              AND WS-TAB-DSP-INI (WS-IDX-DSP) EQUAL WS-DT-INI-SEL
              AND WS-TAB-DSP-FIM (WS-IDX-DSP) EQUAL WS-DT-FIM-SEL
               MOVE WS-IDX-DSP    TO WS-DSP-ACHADO.

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-IMPRIMIR-CASO       SECTION.
      *================================================================*
           IF ACUM-LINHAS + WS-QTD-SEL GREATER 56
               PERFORM 008-00-CABECALHOS.

           MOVE WS-REGRA          TO DET001-REGRA.
           EVALUATE WS-REGRA
               WHEN 01
                   MOVE 'DEPOSITO ACIMA DO LIMITE' TO DET001-DESCRICAO
               WHEN 02
                   MOVE 'DEPOSITOS FRACIONADOS' TO DET001-DESCRICAO
               WHEN 03
                   MOVE 'ENTRADA E SAIDA NO DIA' TO DET001-DESCRICAO
               WHEN OTHER
                   MOVE 'CONTA DORMENTE ATIVADA' TO DET001-DESCRICAO
           END-EVALUATE.
           MOVE CPF-GER           TO DET001-CPF.
           MOVE NOME-GER          TO DET001-NOME.

           IF WS-SIT-SEL EQUAL 'N'
               MOVE 'NOVA'        TO DET001-SIT
           ELSE
               MOVE 'PENDENTE'    TO DET001-SIT.

           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           MOVE WS-DT-INI-SEL     TO DET003-INI.
           MOVE WS-DT-FIM-SEL     TO DET003-FIM.
           MOVE WS-QTD-SEL        TO DET003-QTD.
           MOVE WS-VLR-SEL        TO DET003-VALOR.

           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD 3                  TO ACUM-LINHAS.

       005-04-FIM.                EXIT.

      *================================================================*
       005-05-GRAVAR-ALERTA       SECTION.
      *================================================================*
           IF WS-TAB-MOV-SEL (WS-IDX2) EQUAL 'S'
               ADD 1              TO WS-SEQ
               MOVE SPACES        TO REG-ALERTAML
               MOVE WS-REGRA      TO REGRA-ALE
               MOVE CPF-GER       TO CPF-ALE
               MOVE WS-DT-INI-SEL TO DT-INI-ALE
               MOVE WS-DT-FIM-SEL TO DT-FIM-ALE
               MOVE WS-SEQ        TO SEQ-ALE
               MOVE WS-TAB-MOV-TIPO (WS-IDX2)   TO TIPO-MOV-ALE
               MOVE WS-TAB-MOV-VALOR (WS-IDX2)  TO VALOR-MOV-ALE
               MOVE WS-TAB-MOV-DATA (WS-IDX2)   TO DATA-MOV-ALE
               MOVE WS-TAB-MOV-CONTRA (WS-IDX2) TO CPF-CONTRA-ALE
               MOVE WS-QTD-SEL    TO QTD-MOV-ALE
               MOVE WS-VLR-SEL    TO VLR-TOTAL-ALE
               MOVE WS-SIT-SEL    TO SIT-ALE
               MOVE WS-DATA-REF   TO DT-GERACAO-ALE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-ALERTAML
               PERFORM 001-07-FS-ALERTAS
               ADD 1              TO ACUM-ALERTAS
               MOVE WS-TAB-MOV-DATA (WS-IDX2)   TO DET002-DATA
               MOVE WS-TAB-MOV-TIPO (WS-IDX2)   TO DET002-TIPO
               MOVE WS-TAB-MOV-VALOR (WS-IDX2)  TO DET002-VALOR
               PERFORM 005-05-01-IMPRIMIR-MOVIMENTO.

       005-05-FIM.                EXIT.

      *================================================================*
       005-05-01-IMPRIMIR-MOVIMENTO SECTION.
      *================================================================*
           IF WS-TAB-MOV-TIPO (WS-IDX2) EQUAL 'T' OR 'R'
               MOVE 'CONTRA: '    TO DET002-CONTRA-LIT
               MOVE WS-TAB-MOV-CONTRA (WS-IDX2) TO DET002-CONTRA
           ELSE
               MOVE SPACES        TO DET002-CONTRA-LIT
               MOVE ZEROS         TO DET002-CONTRA.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-05-01-FIM.             EXIT.

      *================================================================*
       005-06-LIMPAR-SELECAO      SECTION.
      *================================================================*
           MOVE SPACES            TO WS-TAB-MOV-SEL (WS-IDX2).

       005-06-FIM.                EXIT.

      *================================================================*
       005-07-CONTAR-OCORRENCIA   SECTION.
      *================================================================*
           EVALUATE WS-REGRA
               WHEN 01
                   ADD 1          TO ACUM-REGRA-01
               WHEN 02
                   ADD 1          TO ACUM-REGRA-02
               WHEN 03
                   ADD 1          TO ACUM-REGRA-03
               WHEN OTHER
                   ADD 1          TO ACUM-REGRA-04
           END-EVALUATE.

           IF WS-SIT-SEL EQUAL 'N'
               ADD 1              TO ACUM-NOVAS.

       005-07-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-MOV-LIDOS    TO TOT001-MOV-LIDOS.
           MOVE ACUM-HIST-LIDOS   TO TOT002-HIST-LIDOS.
           MOVE ACUM-HIST-GRAVADOS TO TOT003-HIST-GRAVADOS.
           MOVE ACUM-REGRA-01     TO TOT004-REGRA-01.
           MOVE ACUM-REGRA-02     TO TOT005-REGRA-02.
           MOVE ACUM-REGRA-03     TO TOT006-REGRA-03.
           MOVE ACUM-REGRA-04     TO TOT007-REGRA-04.
           MOVE ACUM-NOVAS        TO TOT008-NOVAS.
           MOVE ACUM-COM-PARECER  TO TOT009-COM-PARECER.
           MOVE ACUM-ALERTAS      TO TOT010-ALERTAS.

           IF ACUM-LINHAS GREATER 47
               PERFORM 008-00-CABECALHOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       006-00-FIM.                EXIT.

      *================================================================*
       007-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CTCORGER
                 MOVCONTA
                 HISTMCCN
                 ALERTAS
                 RELATO.
           PERFORM 001-01-TESTAR-FS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE 8                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
           DISPLAY '* ERRO ' FS-OPERACAO ' DO ARQUIVO ' FS-ARQUIVO
           DISPLAY '* FILE STATUS = ' FS-COD-STATUS
           DISPLAY '* PROGRAMA ENCERRADO'
           MOVE 0090              TO RETURN-CODE
           MOVE 'ERRO'            TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           STOP RUN.

       900-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF66'        TO RUNLOG-PROGRAMA
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
               COMPUTE RUNLOG-QTD-LIDOS =
                   ACUM-MOV-LIDOS + ACUM-HIST-LIDOS
               MOVE ACUM-ALERTAS            TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
