       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF69.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ATENDIMENTO DAS SOLICITACOES DO TITULAR DE DADOS PESSOAIS
      * (LGPD): ACESSO E ELIMINACAO. O LGPDSOL TRAZ UMA SOLICITACAO
      * POR LINHA, COM O NUMERO, A DATA, O TIPO ('A' ACESSO, 'E'
      * ELIMINACAO) E A CHAVE DO TITULAR, QUE PODE SER CPF ('P'),
      * CODIGO DE FUNCIONARIO OU EX-FUNCIONARIO ('F'), CODIGO DE
      * ALUNO ('A') OU CODIGO DE CLIENTE ('C'). OS ARQUIVOS COM DADO
      * PESSOAL SAO LIDOS POR INTEIRO E CADA REGISTRO DO TITULAR
      * ENTRA NO RELATORIO, CONSOLIDADO POR SOLICITACAO:
      *
      *  CPF     CTCORGER, SALDOCOR, DORMCTA, CTENCER
      *  FUNC.   CADFUNC, FUNCHIST, HISTFOL
      *  ALUNO   CADALUNO, HISTALU
      *  CLIENTE CADCLI
      *
      * OS ARQUIVOS COM NOME OU ENDERECO SAO REGRAVADOS EM NOVA
      * GERACAO (CTCORGEN, CTENCERN, CADFUNCN, FUNCHISN, HISTFOLN,
      * CADALUNN, HISTALUN, CADCLIN). NA ELIMINACAO, O NOME, O
      * ENDERECO, O CEP E A DATA DE NASCIMENTO DO TITULAR SAO
      * SUBSTITUIDOS NA NOVA GERACAO; A CHAVE E OS VALORES FICAM,
      * PORQUE SAO A LIGACAO COM OS REGISTROS CONTABEIS. SALDOCOR E
      * DORMCTA SO TEM A CHAVE E VALORES E SAEM SO NO RELATORIO.
      * SEM SOLICITACAO DE ELIMINACAO A NOVA GERACAO E IGUAL A
      * ANTERIOR.
      *
      * O PARMRETE TRAZ AS REGRAS DE GUARDA LEGAL, UMA POR ARQUIVO
      * (NOME DO ARQUIVO E PRAZO EM ANOS). NOS HISTORICOS COM DATA
      * (CTENCER: ENCERRAMENTO; FUNCHIST: DESLIGAMENTO; HISTFOL: MES
      * DA FOLHA) O REGISTRO FICA RETIDO ATE A DATA MAIS O PRAZO;
      * NOS CADASTROS SEM DATA A REGRA RETEM O REGISTRO ENQUANTO
      * DURAR O VINCULO. ARQUIVO SEM REGRA E ANONIMIZADO. HAVENDO
      * SOLICITACAO DE ELIMINACAO SEM PARMRETE A RODADA E RECUSADA
      * COM RETURN-CODE 0008, SEM GRAVAR NADA.
      *
      * TODOS OS ARQUIVOS PESQUISADOS SAO OPCIONAIS: O NAO INFORMADO
      * NA RODADA ('35') SAI NOS TOTAIS COMO NAO INFORMADO. A
      * SOLICITACAO INVALIDA SAI NO RELATORIO COM O MOTIVO E O
      * PROGRAMA TERMINA COM RETURN-CODE 0004.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT LGPDSOL         ASSIGN TO UT-S-LGPDSOL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-LGPDSOL.
      *
           SELECT     PARMRETE    ASSIGN TO UT-S-PARMRETE
                      FILE STATUS IS FS-PARMRETE.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT CTCORGER        ASSIGN TO UT-S-CTCORGER
                      FILE STATUS IS FS-CTCORGER.
      *
           SELECT SALDOCOR        ASSIGN TO UT-S-SALDOCOR
                      FILE STATUS IS FS-SALDOCOR.
      *
           SELECT DORMCTA         ASSIGN TO UT-S-DORMCTA
                      FILE STATUS IS FS-DORMCTA.
      *
           SELECT CTENCER         ASSIGN TO UT-S-CTENCER
                      FILE STATUS IS FS-CTENCER.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                      FILE STATUS IS FS-CADFUNC.
      *
           SELECT FUNCHIST        ASSIGN TO UT-S-FUNCHIST
                      FILE STATUS IS FS-FUNCHIST.
      *
           SELECT HISTFOL         ASSIGN TO UT-S-HISTFOL
                      FILE STATUS IS FS-HISTFOL.
      *
           SELECT CADALUNO        ASSIGN TO UT-S-CADALUNO
                      FILE STATUS IS FS-CADALUNO.
      *
           SELECT HISTALU         ASSIGN TO UT-S-HISTALU
                      FILE STATUS IS FS-HISTALU.
      *
           SELECT CADCLI          ASSIGN TO UT-S-CADCLI
                      FILE STATUS IS FS-CADCLI.
      *
           SELECT CTCORGEN        ASSIGN TO UT-S-CTCORGEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CTCORGEN.
      *
           SELECT CTENCERN        ASSIGN TO UT-S-CTENCERN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CTENCERN.
      *
           SELECT CADFUNCN        ASSIGN TO UT-S-CADFUNCN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNCN.
      *
           SELECT FUNCHISN        ASSIGN TO UT-S-FUNCHISN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-FUNCHISN.
      *
           SELECT HISTFOLN        ASSIGN TO UT-S-HISTFOLN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTFOLN.
      *
           SELECT CADALUNN        ASSIGN TO UT-S-CADALUNN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADALUNN.
      *
           SELECT HISTALUN        ASSIGN TO UT-S-HISTALUN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTALUN.
      *
           SELECT CADCLIN         ASSIGN TO UT-S-CADCLIN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADCLIN.
      *
           SELECT SORTLGPD        ASSIGN TO UT-S-SORTWK.
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
      * SOLICITACOES DO TITULAR.
      *
       FD LGPDSOL
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-LGPDSOL.
       01 REG-LGPDSOL.
          05 NUM-SOL              PIC 9(06).
          05 DATA-SOL             PIC 9(08).
          05 TIPO-SOL             PIC X(01).
          05 TIPO-CHAVE-SOL       PIC X(01).
          05 CHAVE-SOL            PIC 9(11).
          05 FILLER               PIC X(13).
      *
      * REGRAS DE GUARDA LEGAL: ARQUIVO E PRAZO EM ANOS.
      *
       FD PARMRETE
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMRETE.
       01 REG-PARMRETE.
          05 ARQUIVO-RET          PIC X(08).
          05 PRAZO-RET            PIC 9(02).
          05 FILLER               PIC X(10).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
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
       FD SALDOCOR
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-SALDOCOR.
       01 REG-SALDOCOR.
          05 CPF-SAL              PIC 9(11).
          05 SALDO-SAL            PIC 9(11)V99.
          05 IND-SAL              PIC X(01).
          05 FILLER               PIC X(05).
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
       FD CTENCER
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CTENCER.
       COPY CTENCER.
      *
       FD CADFUNC
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNC.
       01 REG-CADFUNC.
          05 CODIGO               PIC 9(05).
          05 NOME                 PIC X(30).
          05 DT-NASC              PIC 9(06).
          05 DT-ADMIS             PIC 9(06).
          05 ENDER                PIC X(30).
          05 CEP                  PIC 9(08).
          05 UF                   PIC X(02).
          05 FILLER               PIC X(04).
          05 SALARIO              PIC 9(07)V99.
          05 DESCON               PIC 9(07)V99.
          05 SECAO                PIC X(01).
      *
      * HISTORICO DE DESLIGADOS: O REGISTRO COMPLETO DO CADFUNC MAIS
      * A DATA, O MOTIVO E AS VERBAS RESCISORIAS.
      *
       FD FUNCHIST
           RECORD     CONTAINS    160 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FUNCHIST.
       01 REG-FUNCHIST.
          05 FUNCHIST-REGISTRO.
             10 FUNCHIST-CODIGO   PIC 9(05).
             10 FUNCHIST-NOME     PIC X(30).
             10 FUNCHIST-DT-NASC  PIC 9(06).
             10 FUNCHIST-DT-ADMIS PIC 9(06).
             10 FUNCHIST-ENDER    PIC X(30).
             10 FUNCHIST-CEP      PIC 9(08).
             10 FUNCHIST-UF       PIC X(02).
             10 FILLER            PIC X(23).
          05 FUNCHIST-DT-DEM      PIC 9(08).
          05 FUNCHIST-MOTIVO      PIC X(02).
          05 FUNCHIST-AVISO       PIC 9(07)V99.
          05 FUNCHIST-FERIAS      PIC 9(07)V99.
          05 FUNCHIST-DECIMO      PIC 9(07)V99.
          05 FUNCHIST-TOTAL       PIC 9(09)V99.
          05 FILLER               PIC X(02).
      *
       FD HISTFOL
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-HISTFOL.
       COPY HISTFOL.
      *
       FD CADALUNO
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADALUNO.
       COPY CADALUNO.
      *
       FD HISTALU
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTALU.
       01 REG-HISTALU.
          05 CODALU-HIST          PIC 9(04).
          05 NOMEALU-HIST         PIC X(30).
          05 QTD-PERIODOS-HIST    PIC 9(02).
          05 SOMA-MEDIAS-HIST     PIC 9(04)V99.
          05 FILLER               PIC X(18).
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
      * NOVAS GERACOES, NO LAYOUT DOS ARQUIVOS DE ORIGEM.
      *
       FD CTCORGEN
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CTCORGEN.
       01 REG-CTCORGEN             PIC X(50).
      *
       FD CTENCERN
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CTENCERN.
       01 REG-CTENCERN             PIC X(100).
      *
       FD CADFUNCN
           RECORD     CONTAINS    110 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADFUNCN.
       01 REG-CADFUNCN             PIC X(110).
      *
       FD FUNCHISN
           RECORD     CONTAINS    160 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FUNCHISN.
       01 REG-FUNCHISN             PIC X(160).
      *
       FD HISTFOLN
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTFOLN.
       01 REG-HISTFOLN             PIC X(80).
      *
       FD CADALUNN
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADALUNN.
       01 REG-CADALUNN             PIC X(60).
      *
       FD HISTALUN
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-HISTALUN.
       01 REG-HISTALUN             PIC X(60).
      *
       FD CADCLIN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADCLIN.
       01 REG-CADCLIN              PIC X(40).
      *
      * OCORRENCIAS DO RELATORIO, CLASSIFICADAS POR SOLICITACAO E NA
      * ORDEM EM QUE FORAM ACHADAS. O CABECALHO DA SOLICITACAO VEM SEM
      * ARQUIVO, COM SEQUENCIA ZERO; O DA SOLICITACAO INVALIDA VEM COM
      * SEQUENCIA 9999999, PARA QUE UM NUMERO REPETIDO NAO SE MISTURE
      * COM AS OCORRENCIAS DA SOLICITACAO VALIDA DE MESMO NUMERO.
      *
       SD SORTLGPD
           RECORD     CONTAINS    206 CHARACTERS
           DATA       RECORD      IS REG-SORTLGPD.
       01 REG-SORTLGPD.
          05 SRT-NUM-SOL          PIC 9(06).
          05 SRT-SEQ              PIC 9(07).
          05 SRT-ARQUIVO          PIC X(08).
          05 SRT-SITUACAO         PIC X(11).
          05 SRT-TEXTO1           PIC X(58).
          05 SRT-TEXTO2           PIC X(58).
          05 SRT-TEXTO3           PIC X(58).
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
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
       77 WS-MSG-RECUSA           PIC X(40) VALUE SPACES.
      *
      *  SOLICITACOES DA RODADA (VALIDAS E INVALIDAS)
      *
       01 WS-TAB-SOL.
          05 WS-TAB-SOL-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-SOL-NUM    PIC 9(06).
             10 WS-TAB-SOL-DATA   PIC 9(08).
             10 WS-TAB-SOL-TIPO   PIC X(01).
             10 WS-TAB-SOL-TP-CHAVE PIC X(01).
             10 WS-TAB-SOL-CHAVE  PIC 9(11).
             10 WS-TAB-SOL-VALIDA PIC X(01).
             10 WS-TAB-SOL-MOTIVO PIC X(40).
      *
       77 WS-QTD-SOL              PIC 9(03) VALUE ZEROS.
       77 WS-MAX-SOL              PIC 9(03) VALUE 200.
       77 WS-IDX-SOL              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DUP              PIC 9(03) VALUE ZEROS.
       77 WS-SOL-VALIDA           PIC X(01) VALUE SPACES.
       77 WS-SOL-MOTIVO           PIC X(40) VALUE SPACES.
       77 WS-HA-ELIMINACAO        PIC X(01) VALUE 'N'.
      *
      *  REGRAS DE GUARDA LEGAL (PARMRETE)
      *
       01 WS-TAB-RET.
          05 WS-TAB-RET-ENTRY OCCURS 20 TIMES.
             10 WS-TAB-RET-ARQUIVO PIC X(08).
             10 WS-TAB-RET-PRAZO  PIC 9(02).
      *
       77 WS-QTD-RET              PIC 9(02) VALUE ZEROS.
       77 WS-IDX-RET              PIC 9(02) VALUE ZEROS.
      *
      *  ARQUIVOS PESQUISADOS: ORIGEM, NOVA GERACAO, SE TEM DADO A
      *  ANONIMIZAR ('S') E SE O PRAZO DE GUARDA CONTA DE UMA DATA
      *  DO REGISTRO ('S')
      *
       01 WS-TAB-ARQ-VALORES.
          05 FILLER               PIC X(18) VALUE 'CTCORGERCTCORGENSN'.
          05 FILLER               PIC X(18) VALUE 'SALDOCOR        NN'.
          05 FILLER               PIC X(18) VALUE 'DORMCTA         NN'.
          05 FILLER               PIC X(18) VALUE 'CTENCER CTENCERNSS'.
          05 FILLER               PIC X(18) VALUE 'CADFUNC CADFUNCNSN'.
          05 FILLER               PIC X(18) VALUE 'FUNCHISTFUNCHISNSS'.
          05 FILLER               PIC X(18) VALUE 'HISTFOL HISTFOLNSS'.
          05 FILLER               PIC X(18) VALUE 'CADALUNOCADALUNNSN'.
          05 FILLER               PIC X(18) VALUE 'HISTALU HISTALUNSN'.
          05 FILLER               PIC X(18) VALUE 'CADCLI  CADCLIN SN'.
       01 WS-TAB-ARQ REDEFINES WS-TAB-ARQ-VALORES.
          05 WS-TAB-ARQ-ENTRY OCCURS 10 TIMES.
             10 WS-TAB-ARQ-ORIGEM PIC X(08).
             10 WS-TAB-ARQ-NOVA   PIC X(08).
             10 WS-TAB-ARQ-ANONIM PIC X(01).
             10 WS-TAB-ARQ-DATADO PIC X(01).
      *
       01 WS-TAB-ARQ-CTL.
          05 WS-TAB-ARQ-CTL-ENTRY OCCURS 10 TIMES.
             10 WS-TAB-ARQ-INFORMADO PIC X(01).
             10 WS-TAB-ARQ-REGRA  PIC X(01).
             10 WS-TAB-ARQ-PRAZO  PIC 9(02).
             10 WS-TAB-ARQ-LIDOS  PIC 9(07).
             10 WS-TAB-ARQ-ACHADOS PIC 9(06).
             10 WS-TAB-ARQ-ANONIMIZ PIC 9(06).
             10 WS-TAB-ARQ-RETIDOS PIC 9(06).
      *
       77 WS-IDX-ARQ              PIC 9(02) VALUE ZEROS.
      *
      *  REGISTRO EM EXAME: CHAVE, DATA BASE DA GUARDA E RESULTADO
      *
       77 WS-TIPO-BUSCA           PIC X(01) VALUE SPACES.
       77 WS-CHAVE-BUSCA          PIC 9(11) VALUE ZEROS.
       77 WS-DATA-BASE-RET        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-LIMITE-RET      PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU                PIC X(01) VALUE 'N'.
       77 WS-ELIMINAR             PIC X(01) VALUE 'N'.
       77 WS-RETIDO               PIC X(01) VALUE 'N'.
       77 WS-SEQ-OCOR             PIC 9(07) VALUE ZEROS.
       77 WS-TEXTO1               PIC X(58) VALUE SPACES.
       77 WS-TEXTO2               PIC X(58) VALUE SPACES.
       77 WS-TEXTO3               PIC X(58) VALUE SPACES.
      *
       77 WS-NOME-ELIMINADO       PIC X(30) VALUE
             'ELIMINADO A PEDIDO DO TITULAR'.
      *
      *  EDICAO DE DATAS E VALORES NO TEXTO DAS OCORRENCIAS
      *
       01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R           REDEFINES WS-DATA-AUX.
          05 WS-ANO-AUX           PIC 9(04).
          05 WS-MES-AUX           PIC 9(02).
          05 WS-DIA-AUX           PIC 9(02).
      *
       01 WS-DATA-ED.
          05 WS-DIA-ED            PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-MES-ED            PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-ANO-ED            PIC 9(04).
      *
       77 WS-DATA-ED-1            PIC X(10) VALUE SPACES.
       77 WS-NASC-ED              PIC 99/99/99.
       77 WS-VALOR-ED             PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-NUM-ED               PIC ZZ9.
      *
      *  CONTROLE DA IMPRESSAO DAS OCORRENCIAS
      *
       77 WS-FIM-SORT             PIC X(01) VALUE 'N'.
       77 WS-SOL-ABERTA           PIC X(01) VALUE 'N'.
       77 WS-QTD-OCOR-SOL         PIC 9(05) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-SOL-LIDAS          PIC 9(05) VALUE ZEROS.
       77 ACUM-SOL-ACESSO         PIC 9(05) VALUE ZEROS.
       77 ACUM-SOL-ELIMINACAO     PIC 9(05) VALUE ZEROS.
       77 ACUM-SOL-RECUSADAS      PIC 9(05) VALUE ZEROS.
       77 ACUM-ANONIMIZADOS       PIC 9(07) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-LGPDSOL              PIC X(02) VALUE SPACES.
       77 FS-PARMRETE             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-CTCORGER             PIC X(02) VALUE SPACES.
       77 FS-SALDOCOR             PIC X(02) VALUE SPACES.
       77 FS-DORMCTA              PIC X(02) VALUE SPACES.
       77 FS-CTENCER              PIC X(02) VALUE SPACES.
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-FUNCHIST             PIC X(02) VALUE SPACES.
       77 FS-HISTFOL              PIC X(02) VALUE SPACES.
       77 FS-CADALUNO             PIC X(02) VALUE SPACES.
       77 FS-HISTALU              PIC X(02) VALUE SPACES.
       77 FS-CADCLI               PIC X(02) VALUE SPACES.
       77 FS-CTCORGEN             PIC X(02) VALUE SPACES.
       77 FS-CTENCERN             PIC X(02) VALUE SPACES.
       77 FS-CADFUNCN             PIC X(02) VALUE SPACES.
       77 FS-FUNCHISN             PIC X(02) VALUE SPACES.
       77 FS-HISTFOLN             PIC X(02) VALUE SPACES.
       77 FS-CADALUNN             PIC X(02) VALUE SPACES.
       77 FS-HISTALUN             PIC X(02) VALUE SPACES.
       77 FS-CADCLIN              PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF69'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'SOLICITACOES DO TITULAR DE DADOS (LGPD) - CONFIDENCIAL'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(09) VALUE 'ARQUIVO'.
          05 FILLER               PIC X(12) VALUE 'SITUACAO'.
          05 FILLER               PIC X(40) VALUE 'DADOS'.
      *
       01  CAB006.
          05 FILLER               PIC X(10) VALUE 'ARQUIVO'.
          05 FILLER               PIC X(10) VALUE 'NOVA GER.'.
          05 FILLER               PIC X(09) VALUE '  LIDOS'.
          05 FILLER               PIC X(08) VALUE 'ACHADOS'.
          05 FILLER               PIC X(08) VALUE 'ANONIM.'.
          05 FILLER               PIC X(08) VALUE 'RETIDOS'.
      *
       01  DET001.
          05 FILLER               PIC X(12) VALUE 'SOLICITACAO '.
          05 DET001-NUM-SOL       PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-TEXTO         PIC X(58).
      *
       01  DET002.
          05 DET002-ARQUIVO       PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-SITUACAO      PIC X(11).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET002-TEXTO         PIC X(58).
      *
       01  DET003.
          05 DET003-ORIGEM        PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-NOVA          PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-LIDOS         PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET003-ACHADOS       PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-ANONIMIZ      PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-RETIDOS       PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-OBS           PIC X(14).
      *
       01  TOT001.
          05 TOT001-DESCR         PIC X(44).
          05 TOT001-QTD           PIC ZZZ.ZZ9.
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
           PERFORM 001-00-LER-SOLICITACOES.
           PERFORM 001-05-LER-PARMRETE.
           PERFORM 001-08-LER-PARMDATA.
           PERFORM 001-09-ABRIR-RELATO.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 002-01-PREPARAR-ARQUIVO
               VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ GREATER 10.

           SORT SORTLGPD
               ON ASCENDING KEY SRT-NUM-SOL
                                SRT-SEQ
               INPUT PROCEDURE IS 002-03-PESQUISAR-ARQUIVOS
               OUTPUT PROCEDURE IS 050-00-IMPRIMIR-OCORRENCIAS.

           PERFORM 060-00-IMPRIMIR-TOTAIS.
           PERFORM 061-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-LER-SOLICITACOES    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT LGPDSOL.
           PERFORM 001-04-FS-LGPDSOL.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ LGPDSOL.
           PERFORM 001-04-FS-LGPDSOL.

           PERFORM 001-01-TRATAR-SOLICITACAO
               UNTIL FS-LGPDSOL EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE LGPDSOL.
           PERFORM 001-04-FS-LGPDSOL.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TRATAR-SOLICITACAO  SECTION.
      *================================================================*
           ADD 1                  TO ACUM-SOL-LIDAS.

           IF WS-QTD-SOL NOT LESS WS-MAX-SOL
               MOVE 'MAIS DE 200 SOLICITACOES NO LOTE' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           PERFORM 001-02-VALIDAR-SOLICITACAO.

           ADD 1                  TO WS-QTD-SOL.
           MOVE NUM-SOL           TO WS-TAB-SOL-NUM (WS-QTD-SOL).
           MOVE DATA-SOL          TO WS-TAB-SOL-DATA (WS-QTD-SOL).
           MOVE TIPO-SOL          TO WS-TAB-SOL-TIPO (WS-QTD-SOL).
           MOVE TIPO-CHAVE-SOL    TO WS-TAB-SOL-TP-CHAVE (WS-QTD-SOL).
           MOVE WS-SOL-VALIDA     TO WS-TAB-SOL-VALIDA (WS-QTD-SOL).
           MOVE WS-SOL-MOTIVO     TO WS-TAB-SOL-MOTIVO (WS-QTD-SOL).

           IF CHAVE-SOL NUMERIC
               MOVE CHAVE-SOL     TO WS-TAB-SOL-CHAVE (WS-QTD-SOL)
           ELSE
               MOVE ZEROS         TO WS-TAB-SOL-CHAVE (WS-QTD-SOL).

           IF WS-SOL-VALIDA EQUAL 'S'
               IF TIPO-SOL EQUAL 'A'
                   ADD 1          TO ACUM-SOL-ACESSO
               ELSE
                   ADD 1          TO ACUM-SOL-ELIMINACAO
                   MOVE 'S'       TO WS-HA-ELIMINACAO
               END-IF
           ELSE
               ADD 1              TO ACUM-SOL-RECUSADAS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ LGPDSOL.
           PERFORM 001-04-FS-LGPDSOL.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-VALIDAR-SOLICITACAO SECTION.
      *================================================================*
           MOVE 'S'               TO WS-SOL-VALIDA.
           MOVE SPACES            TO WS-SOL-MOTIVO.

           IF NUM-SOL NOT NUMERIC OR NUM-SOL EQUAL ZEROS
               MOVE 'N'           TO WS-SOL-VALIDA
               MOVE 'NUMERO DA SOLICITACAO INVALIDO' TO WS-SOL-MOTIVO.

           IF WS-SOL-VALIDA EQUAL 'S'
               PERFORM 001-03-PROCURAR-DUPLICADA
                   VARYING WS-IDX-DUP FROM 1 BY 1
                   UNTIL WS-IDX-DUP GREATER WS-QTD-SOL.

           IF WS-SOL-VALIDA EQUAL 'S'
               IF DATA-SOL NOT NUMERIC
                   MOVE 'N'       TO WS-SOL-VALIDA
                   MOVE 'DATA DA SOLICITACAO INVALIDA'
                                  TO WS-SOL-MOTIVO.

           IF WS-SOL-VALIDA EQUAL 'S'
               IF TIPO-SOL NOT EQUAL 'A' AND 'E'
                   MOVE 'N'       TO WS-SOL-VALIDA
                   MOVE 'TIPO DE SOLICITACAO INVALIDO'
                                  TO WS-SOL-MOTIVO.

           IF WS-SOL-VALIDA EQUAL 'S'
               IF TIPO-CHAVE-SOL NOT EQUAL 'P' AND 'F' AND 'A' AND 'C'
                   MOVE 'N'       TO WS-SOL-VALIDA
                   MOVE 'TIPO DE CHAVE INVALIDO'
                                  TO WS-SOL-MOTIVO.

           IF WS-SOL-VALIDA EQUAL 'S'
               IF CHAVE-SOL NOT NUMERIC OR CHAVE-SOL EQUAL ZEROS
                   MOVE 'N'       TO WS-SOL-VALIDA
                   MOVE 'CHAVE DO TITULAR INVALIDA'
                                  TO WS-SOL-MOTIVO.

           IF WS-SOL-VALIDA EQUAL 'S'
               IF (TIPO-CHAVE-SOL EQUAL 'F'
                   AND CHAVE-SOL GREATER 99999)
               OR (TIPO-CHAVE-SOL EQUAL 'C'
                   AND CHAVE-SOL GREATER 99999)
               OR (TIPO-CHAVE-SOL EQUAL 'A'
                   AND CHAVE-SOL GREATER 9999)
                   MOVE 'N'       TO WS-SOL-VALIDA
                   MOVE 'CHAVE MAIOR QUE O CODIGO DO ARQUIVO'
                                  TO WS-SOL-MOTIVO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-PROCURAR-DUPLICADA  SECTION.
      *================================================================*
           IF WS-TAB-SOL-NUM (WS-IDX-DUP) EQUAL NUM-SOL
               MOVE 'N'           TO WS-SOL-VALIDA
               MOVE 'NUMERO DE SOLICITACAO REPETIDO' TO WS-SOL-MOTIVO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-LGPDSOL          SECTION.
      *================================================================*
           MOVE 'LGPDSOL'         TO FS-ARQUIVO.
           MOVE FS-LGPDSOL        TO FS-COD-STATUS.

           IF FS-LGPDSOL NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-LER-PARMRETE        SECTION.
      *================================================================*
      *    SEM REGRA DE GUARDA NAO HA ELIMINACAO
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMRETE.
           PERFORM 001-07-FS-PARMRETE.

           IF FS-PARMRETE EQUAL '35'
               IF WS-HA-ELIMINACAO EQUAL 'S'
                   MOVE 'PARMRETE OBRIGATORIO PARA ELIMINACAO'
                                  TO WS-MSG-RECUSA
                   PERFORM 901-00-RECUSAR-RODADA
               END-IF
           ELSE
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMRETE
               PERFORM 001-07-FS-PARMRETE
               PERFORM 001-06-CARREGAR-REGRA
                   UNTIL FS-PARMRETE EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMRETE
               PERFORM 001-07-FS-PARMRETE.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-CARREGAR-REGRA      SECTION.
      *================================================================*
           IF ARQUIVO-RET EQUAL SPACES OR PRAZO-RET NOT NUMERIC
               MOVE 'REGRA DO PARMRETE INVALIDA' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           IF WS-QTD-RET NOT LESS 20
               MOVE 'MAIS DE 20 REGRAS NO PARMRETE' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           ADD 1                  TO WS-QTD-RET.
           MOVE ARQUIVO-RET       TO WS-TAB-RET-ARQUIVO (WS-QTD-RET).
           MOVE PRAZO-RET         TO WS-TAB-RET-PRAZO (WS-QTD-RET).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMRETE.
           PERFORM 001-07-FS-PARMRETE.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-PARMRETE         SECTION.
      *================================================================*
           MOVE 'PARMRETE'        TO FS-ARQUIVO.
           MOVE FS-PARMRETE       TO FS-COD-STATUS.

           IF FS-PARMRETE NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMDATA.

           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.
           IF FS-PARMDATA NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.

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

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-ABRIR-RELATO        SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT RELATO.
           PERFORM 001-10-FS-RELATO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-10-FIM.                EXIT.

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
       002-01-PREPARAR-ARQUIVO    SECTION.
      *================================================================*
      * ZERA OS CONTADORES DO ARQUIVO E PROCURA A SUA REGRA DE GUARDA.
      *
           MOVE 'N'               TO WS-TAB-ARQ-INFORMADO (WS-IDX-ARQ).
           MOVE 'N'               TO WS-TAB-ARQ-REGRA (WS-IDX-ARQ).
           MOVE ZEROS             TO WS-TAB-ARQ-PRAZO (WS-IDX-ARQ).
           MOVE ZEROS             TO WS-TAB-ARQ-LIDOS (WS-IDX-ARQ).
           MOVE ZEROS             TO WS-TAB-ARQ-ACHADOS (WS-IDX-ARQ).
           MOVE ZEROS             TO WS-TAB-ARQ-ANONIMIZ (WS-IDX-ARQ).
           MOVE ZEROS             TO WS-TAB-ARQ-RETIDOS (WS-IDX-ARQ).

           PERFORM 002-02-PROCURAR-REGRA
               VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET GREATER WS-QTD-RET.

       002-01-FIM.                EXIT.

      *================================================================*
       002-02-PROCURAR-REGRA      SECTION.
      *================================================================*
           IF WS-TAB-RET-ARQUIVO (WS-IDX-RET) EQUAL
              WS-TAB-ARQ-ORIGEM (WS-IDX-ARQ)
               MOVE 'S'           TO WS-TAB-ARQ-REGRA (WS-IDX-ARQ)
               MOVE WS-TAB-RET-PRAZO (WS-IDX-RET)
                                  TO WS-TAB-ARQ-PRAZO (WS-IDX-ARQ).

       002-02-FIM.                EXIT.

      *================================================================*
       002-03-PESQUISAR-ARQUIVOS  SECTION.
      *================================================================*
      * PROCEDIMENTO DE ENTRADA DO SORT: CABECALHO DE CADA SOLICITACAO
      * E, ARQUIVO POR ARQUIVO, AS OCORRENCIAS DOS TITULARES.
      *
           PERFORM 002-04-LIBERAR-CABECALHO
               VARYING WS-IDX-SOL FROM 1 BY 1
               UNTIL WS-IDX-SOL GREATER WS-QTD-SOL.

           PERFORM 003-00-PROCESSAR-CTCORGER.
           PERFORM 004-00-PROCESSAR-SALDOCOR.
           PERFORM 005-00-PROCESSAR-DORMCTA.
           PERFORM 006-00-PROCESSAR-CTENCER.
           PERFORM 007-00-PROCESSAR-CADFUNC.
           PERFORM 008-00-PROCESSAR-FUNCHIST.
           PERFORM 009-00-PROCESSAR-HISTFOL.
           PERFORM 010-00-PROCESSAR-CADALUNO.
           PERFORM 011-00-PROCESSAR-HISTALU.
           PERFORM 012-00-PROCESSAR-CADCLI.

       002-03-FIM.                EXIT.

      *================================================================*
       002-04-LIBERAR-CABECALHO   SECTION.
      *================================================================*
           MOVE WS-TAB-SOL-NUM (WS-IDX-SOL) TO SRT-NUM-SOL.
           MOVE ZEROS             TO SRT-SEQ.
           MOVE SPACES            TO SRT-ARQUIVO.
           MOVE SPACES            TO SRT-TEXTO1.
           MOVE SPACES            TO SRT-TEXTO2.
           MOVE SPACES            TO SRT-TEXTO3.

           IF WS-TAB-SOL-VALIDA (WS-IDX-SOL) EQUAL 'S'
               MOVE 'VALIDA'      TO SRT-SITUACAO
           ELSE
               MOVE 9999999       TO SRT-SEQ
               MOVE 'INVALIDA'    TO SRT-SITUACAO
               MOVE WS-TAB-SOL-MOTIVO (WS-IDX-SOL) TO SRT-TEXTO2.

           IF WS-TAB-SOL-TIPO (WS-IDX-SOL) EQUAL 'A'
               MOVE 'ACESSO     ' TO SRT-TEXTO1
           ELSE
               IF WS-TAB-SOL-TIPO (WS-IDX-SOL) EQUAL 'E'
                   MOVE 'ELIMINACAO ' TO SRT-TEXTO1
               ELSE
                   MOVE 'TIPO ?     ' TO SRT-TEXTO1.

           EVALUATE WS-TAB-SOL-TP-CHAVE (WS-IDX-SOL)
               WHEN 'P'
                   MOVE 'CPF         ' TO SRT-TEXTO1 (12:12)
               WHEN 'F'
                   MOVE 'FUNCIONARIO ' TO SRT-TEXTO1 (12:12)
               WHEN 'A'
                   MOVE 'ALUNO       ' TO SRT-TEXTO1 (12:12)
               WHEN 'C'
                   MOVE 'CLIENTE     ' TO SRT-TEXTO1 (12:12)
               WHEN OTHER
                   MOVE 'CHAVE ?     ' TO SRT-TEXTO1 (12:12)
           END-EVALUATE.

           MOVE WS-TAB-SOL-CHAVE (WS-IDX-SOL) TO SRT-TEXTO1 (24:11).

           IF WS-TAB-SOL-DATA (WS-IDX-SOL) NUMERIC
               MOVE WS-TAB-SOL-DATA (WS-IDX-SOL) TO WS-DATA-AUX
               PERFORM 041-00-EDITAR-DATA
               STRING ' RECEBIDA EM ' WS-DATA-ED
                      DELIMITED BY SIZE INTO SRT-TEXTO1 (35:24).

           RELEASE REG-SORTLGPD.

       002-04-FIM.                EXIT.

      *================================================================*
       003-00-PROCESSAR-CTCORGER  SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CTCORGER.
           PERFORM 003-02-FS-CTCORGER.

           IF FS-CTCORGER EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (1)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT CTCORGEN
               PERFORM 003-03-FS-CTCORGEN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CTCORGER
               PERFORM 003-02-FS-CTCORGER
               PERFORM 003-01-TRATAR-CTCORGER
                   UNTIL FS-CTCORGER EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CTCORGER
                     CTCORGEN
               PERFORM 003-02-FS-CTCORGER
               PERFORM 003-03-FS-CTCORGEN.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-CTCORGER     SECTION.
      *================================================================*
           MOVE 1                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (1).
           MOVE 'P'               TO WS-TIPO-BUSCA.
           MOVE CPF-GER           TO WS-CHAVE-BUSCA.
           MOVE ZEROS             TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               STRING 'NOME ' NOME-GER ' BANCO ' BCO-GER
                      DELIMITED BY SIZE INTO WS-TEXTO1
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO NOME-GER.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CTCORGEN     FROM REG-CTCORGER.
           PERFORM 003-03-FS-CTCORGEN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 003-02-FS-CTCORGER.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-FS-CTCORGER         SECTION.
      *================================================================*
           MOVE 'CTCORGER'        TO FS-ARQUIVO.
           MOVE FS-CTCORGER       TO FS-COD-STATUS.

           IF FS-CTCORGER NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-FS-CTCORGEN         SECTION.
      *================================================================*
           MOVE 'CTCORGEN'        TO FS-ARQUIVO.
           MOVE FS-CTCORGEN       TO FS-COD-STATUS.

           IF FS-CTCORGEN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       003-03-FIM.                EXIT.

      *================================================================*
       004-00-PROCESSAR-SALDOCOR  SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT SALDOCOR.
           PERFORM 004-02-FS-SALDOCOR.

           IF FS-SALDOCOR EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (2)
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ SALDOCOR
               PERFORM 004-02-FS-SALDOCOR
               PERFORM 004-01-TRATAR-SALDOCOR
                   UNTIL FS-SALDOCOR EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE SALDOCOR
               PERFORM 004-02-FS-SALDOCOR.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-TRATAR-SALDOCOR     SECTION.
      *================================================================*
           MOVE 2                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (2).
           MOVE 'P'               TO WS-TIPO-BUSCA.
           MOVE CPF-SAL           TO WS-CHAVE-BUSCA.
           MOVE ZEROS             TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               MOVE SALDO-SAL     TO WS-VALOR-ED
               STRING 'SALDO ' WS-VALOR-ED ' INDICADOR ' IND-SAL
                      DELIMITED BY SIZE INTO WS-TEXTO1
               PERFORM 040-02-REGISTRAR-OCORRENCIA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOCOR.
           PERFORM 004-02-FS-SALDOCOR.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-FS-SALDOCOR         SECTION.
      *================================================================*
           MOVE 'SALDOCOR'        TO FS-ARQUIVO.
           MOVE FS-SALDOCOR       TO FS-COD-STATUS.

           IF FS-SALDOCOR NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-PROCESSAR-DORMCTA   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT DORMCTA.
           PERFORM 005-02-FS-DORMCTA.

           IF FS-DORMCTA EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (3)
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ DORMCTA
               PERFORM 005-02-FS-DORMCTA
               PERFORM 005-01-TRATAR-DORMCTA
                   UNTIL FS-DORMCTA EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE DORMCTA
               PERFORM 005-02-FS-DORMCTA.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-TRATAR-DORMCTA      SECTION.
      *================================================================*
           MOVE 3                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (3).
           MOVE 'P'               TO WS-TIPO-BUSCA.
           MOVE CPF-DOR           TO WS-CHAVE-BUSCA.
           MOVE ZEROS             TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               MOVE DT-ULT-MOV-DOR TO WS-DATA-AUX
               PERFORM 041-00-EDITAR-DATA
               MOVE WS-DATA-ED    TO WS-DATA-ED-1
               MOVE DT-DORMENCIA-DOR TO WS-DATA-AUX
               PERFORM 041-00-EDITAR-DATA
               STRING 'ULTIMO MOVIMENTO ' WS-DATA-ED-1
                      ' DORMENTE DESDE ' WS-DATA-ED
                      DELIMITED BY SIZE INTO WS-TEXTO1
               PERFORM 040-02-REGISTRAR-OCORRENCIA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DORMCTA.
           PERFORM 005-02-FS-DORMCTA.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-FS-DORMCTA          SECTION.
      *================================================================*
           MOVE 'DORMCTA'         TO FS-ARQUIVO.
           MOVE FS-DORMCTA        TO FS-COD-STATUS.

           IF FS-DORMCTA NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       005-02-FIM.                EXIT.

      *================================================================*
       006-00-PROCESSAR-CTENCER   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CTENCER.
           PERFORM 006-02-FS-CTENCER.

           IF FS-CTENCER EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (4)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT CTENCERN
               PERFORM 006-03-FS-CTENCERN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CTENCER
               PERFORM 006-02-FS-CTENCER
               PERFORM 006-01-TRATAR-CTENCER
                   UNTIL FS-CTENCER EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CTENCER
                     CTENCERN
               PERFORM 006-02-FS-CTENCER
               PERFORM 006-03-FS-CTENCERN.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-TRATAR-CTENCER      SECTION.
      *================================================================*
           MOVE 4                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (4).
           MOVE 'P'               TO WS-TIPO-BUSCA.
           MOVE CPF-ENC           TO WS-CHAVE-BUSCA.
           MOVE DATA-ENC          TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               STRING 'NOME ' NOME-ENC ' BANCO ' BCO-ENC
                      DELIMITED BY SIZE INTO WS-TEXTO1
               MOVE DATA-ENC      TO WS-DATA-AUX
               PERFORM 041-00-EDITAR-DATA
               MOVE VLR-LIQUIDO-ENC TO WS-VALOR-ED
               STRING 'ENCERRADA EM ' WS-DATA-ED ' PAGO ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-TEXTO2
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO NOME-ENC.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CTENCERN     FROM REG-CTENCER.
           PERFORM 006-03-FS-CTENCERN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTENCER.
           PERFORM 006-02-FS-CTENCER.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-FS-CTENCER          SECTION.
      *================================================================*
           MOVE 'CTENCER'         TO FS-ARQUIVO.
           MOVE FS-CTENCER        TO FS-COD-STATUS.

           IF FS-CTENCER NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       006-02-FIM.                EXIT.

      *================================================================*
       006-03-FS-CTENCERN         SECTION.
      *================================================================*
           MOVE 'CTENCERN'        TO FS-ARQUIVO.
           MOVE FS-CTENCERN       TO FS-COD-STATUS.

           IF FS-CTENCERN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       006-03-FIM.                EXIT.

      *================================================================*
       007-00-PROCESSAR-CADFUNC   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CADFUNC.
           PERFORM 007-02-FS-CADFUNC.

           IF FS-CADFUNC EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (5)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT CADFUNCN
               PERFORM 007-03-FS-CADFUNCN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CADFUNC
               PERFORM 007-02-FS-CADFUNC
               PERFORM 007-01-TRATAR-CADFUNC
                   UNTIL FS-CADFUNC EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CADFUNC
                     CADFUNCN
               PERFORM 007-02-FS-CADFUNC
               PERFORM 007-03-FS-CADFUNCN.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-TRATAR-CADFUNC      SECTION.
      *================================================================*
           MOVE 5                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (5).
           MOVE 'F'               TO WS-TIPO-BUSCA.
           MOVE CODIGO            TO WS-CHAVE-BUSCA.
           MOVE ZEROS             TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               MOVE DT-NASC       TO WS-NASC-ED
               STRING 'NOME ' NOME ' NASC. ' WS-NASC-ED
                      DELIMITED BY SIZE INTO WS-TEXTO1
               STRING 'END. ' ENDER ' CEP ' CEP ' ' UF
                      DELIMITED BY SIZE INTO WS-TEXTO2
               MOVE DT-ADMIS      TO WS-NASC-ED
               MOVE SALARIO       TO WS-VALOR-ED
               STRING 'ADMISSAO ' WS-NASC-ED ' SALARIO ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-TEXTO3
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO NOME
                   MOVE WS-NOME-ELIMINADO TO ENDER
                   MOVE ZEROS     TO CEP
                   MOVE ZEROS     TO DT-NASC.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CADFUNCN     FROM REG-CADFUNC.
           PERFORM 007-03-FS-CADFUNCN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 007-02-FS-CADFUNC.

       007-01-FIM.                EXIT.

      *================================================================*
       007-02-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       007-02-FIM.                EXIT.

      *================================================================*
       007-03-FS-CADFUNCN         SECTION.
      *================================================================*
           MOVE 'CADFUNCN'        TO FS-ARQUIVO.
           MOVE FS-CADFUNCN       TO FS-COD-STATUS.

           IF FS-CADFUNCN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       007-03-FIM.                EXIT.

      *================================================================*
       008-00-PROCESSAR-FUNCHIST  SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT FUNCHIST.
           PERFORM 008-02-FS-FUNCHIST.

           IF FS-FUNCHIST EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (6)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT FUNCHISN
               PERFORM 008-03-FS-FUNCHISN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ FUNCHIST
               PERFORM 008-02-FS-FUNCHIST
               PERFORM 008-01-TRATAR-FUNCHIST
                   UNTIL FS-FUNCHIST EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE FUNCHIST
                     FUNCHISN
               PERFORM 008-02-FS-FUNCHIST
               PERFORM 008-03-FS-FUNCHISN.

       008-00-FIM.                EXIT.

      *================================================================*
       008-01-TRATAR-FUNCHIST     SECTION.
      *================================================================*
           MOVE 6                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (6).
           MOVE 'F'               TO WS-TIPO-BUSCA.
           MOVE FUNCHIST-CODIGO   TO WS-CHAVE-BUSCA.
           MOVE FUNCHIST-DT-DEM   TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               MOVE FUNCHIST-DT-NASC TO WS-NASC-ED
               STRING 'NOME ' FUNCHIST-NOME ' NASC. ' WS-NASC-ED
                      DELIMITED BY SIZE INTO WS-TEXTO1
               STRING 'END. ' FUNCHIST-ENDER ' CEP ' FUNCHIST-CEP
                      ' ' FUNCHIST-UF
                      DELIMITED BY SIZE INTO WS-TEXTO2
               MOVE FUNCHIST-DT-DEM TO WS-DATA-AUX
               PERFORM 041-00-EDITAR-DATA
               MOVE FUNCHIST-TOTAL TO WS-VALOR-ED
               STRING 'DESLIGADO EM ' WS-DATA-ED ' VERBAS ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-TEXTO3
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO FUNCHIST-NOME
                   MOVE WS-NOME-ELIMINADO TO FUNCHIST-ENDER
                   MOVE ZEROS     TO FUNCHIST-CEP
                   MOVE ZEROS     TO FUNCHIST-DT-NASC.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-FUNCHISN     FROM REG-FUNCHIST.
           PERFORM 008-03-FS-FUNCHISN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FUNCHIST.
           PERFORM 008-02-FS-FUNCHIST.

       008-01-FIM.                EXIT.

      *================================================================*
       008-02-FS-FUNCHIST         SECTION.
      *================================================================*
           MOVE 'FUNCHIST'        TO FS-ARQUIVO.
           MOVE FS-FUNCHIST       TO FS-COD-STATUS.

           IF FS-FUNCHIST NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       008-02-FIM.                EXIT.

      *================================================================*
       008-03-FS-FUNCHISN         SECTION.
      *================================================================*
           MOVE 'FUNCHISN'        TO FS-ARQUIVO.
           MOVE FS-FUNCHISN       TO FS-COD-STATUS.

           IF FS-FUNCHISN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       008-03-FIM.                EXIT.

      *================================================================*
       009-00-PROCESSAR-HISTFOL   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT HISTFOL.
           PERFORM 009-02-FS-HISTFOL.

           IF FS-HISTFOL EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (7)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT HISTFOLN
               PERFORM 009-03-FS-HISTFOLN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ HISTFOL
               PERFORM 009-02-FS-HISTFOL
               PERFORM 009-01-TRATAR-HISTFOL
                   UNTIL FS-HISTFOL EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE HISTFOL
                     HISTFOLN
               PERFORM 009-02-FS-HISTFOL
               PERFORM 009-03-FS-HISTFOLN.

       009-00-FIM.                EXIT.

      *================================================================*
       009-01-TRATAR-HISTFOL      SECTION.
      *================================================================*
      * O PRAZO DE GUARDA DA FOLHA CONTA DO PRIMEIRO DIA DO MES.
      *
           MOVE 7                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (7).
           MOVE 'F'               TO WS-TIPO-BUSCA.
           MOVE CODIGO-HFO        TO WS-CHAVE-BUSCA.
           COMPUTE WS-DATA-BASE-RET = ANOMES-HFO * 100 + 1.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               MOVE WS-DATA-BASE-RET TO WS-DATA-AUX
               PERFORM 041-00-EDITAR-DATA
               STRING 'NOME ' NOME-HFO ' FOLHA ' TIPO-HFO ' '
                      WS-DATA-ED (4:7)
                      DELIMITED BY SIZE INTO WS-TEXTO1
               MOVE BRUTO-HFO     TO WS-VALOR-ED
               STRING 'BRUTO ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-TEXTO2
               MOVE LIQUIDO-HFO   TO WS-VALOR-ED
               STRING ' LIQUIDO ' WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-TEXTO2 (25:34)
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO NOME-HFO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-HISTFOLN     FROM REG-HISTFOL.
           PERFORM 009-03-FS-HISTFOLN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTFOL.
           PERFORM 009-02-FS-HISTFOL.

       009-01-FIM.                EXIT.

      *================================================================*
       009-02-FS-HISTFOL          SECTION.
      *================================================================*
           MOVE 'HISTFOL'         TO FS-ARQUIVO.
           MOVE FS-HISTFOL        TO FS-COD-STATUS.

           IF FS-HISTFOL NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       009-02-FIM.                EXIT.

      *================================================================*
       009-03-FS-HISTFOLN         SECTION.
      *================================================================*
           MOVE 'HISTFOLN'        TO FS-ARQUIVO.
           MOVE FS-HISTFOLN       TO FS-COD-STATUS.

           IF FS-HISTFOLN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       009-03-FIM.                EXIT.

      *================================================================*
       010-00-PROCESSAR-CADALUNO  SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CADALUNO.
           PERFORM 010-02-FS-CADALUNO.

           IF FS-CADALUNO EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (8)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT CADALUNN
               PERFORM 010-03-FS-CADALUNN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CADALUNO
               PERFORM 010-02-FS-CADALUNO
               PERFORM 010-01-TRATAR-CADALUNO
                   UNTIL FS-CADALUNO EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CADALUNO
                     CADALUNN
               PERFORM 010-02-FS-CADALUNO
               PERFORM 010-03-FS-CADALUNN.

       010-00-FIM.                EXIT.

      *================================================================*
       010-01-TRATAR-CADALUNO     SECTION.
      *================================================================*
           MOVE 8                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (8).
           MOVE 'A'               TO WS-TIPO-BUSCA.
           MOVE CODALU            TO WS-CHAVE-BUSCA.
           MOVE ZEROS             TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               STRING 'NOME ' NOMEALU ' TURMA ' TURMAALU
                      DELIMITED BY SIZE INTO WS-TEXTO1
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO NOMEALU.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CADALUNN     FROM REG-CADALUNO.
           PERFORM 010-03-FS-CADALUNN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADALUNO.
           PERFORM 010-02-FS-CADALUNO.

       010-01-FIM.                EXIT.

      *================================================================*
       010-02-FS-CADALUNO         SECTION.
      *================================================================*
           MOVE 'CADALUNO'        TO FS-ARQUIVO.
           MOVE FS-CADALUNO       TO FS-COD-STATUS.

           IF FS-CADALUNO NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       010-02-FIM.                EXIT.

      *================================================================*
       010-03-FS-CADALUNN         SECTION.
      *================================================================*
           MOVE 'CADALUNN'        TO FS-ARQUIVO.
           MOVE FS-CADALUNN       TO FS-COD-STATUS.

           IF FS-CADALUNN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       010-03-FIM.                EXIT.

      *================================================================*
       011-00-PROCESSAR-HISTALU   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT HISTALU.
           PERFORM 011-02-FS-HISTALU.

           IF FS-HISTALU EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (9)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT HISTALUN
               PERFORM 011-03-FS-HISTALUN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ HISTALU
               PERFORM 011-02-FS-HISTALU
               PERFORM 011-01-TRATAR-HISTALU
                   UNTIL FS-HISTALU EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE HISTALU
                     HISTALUN
               PERFORM 011-02-FS-HISTALU
               PERFORM 011-03-FS-HISTALUN.

       011-00-FIM.                EXIT.

      *================================================================*
       011-01-TRATAR-HISTALU      SECTION.
      *================================================================*
           MOVE 9                 TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (9).
           MOVE 'A'               TO WS-TIPO-BUSCA.
           MOVE CODALU-HIST       TO WS-CHAVE-BUSCA.
           MOVE ZEROS             TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               MOVE QTD-PERIODOS-HIST TO WS-NUM-ED
               STRING 'NOME ' NOMEALU-HIST ' PERIODOS ' WS-NUM-ED
                      DELIMITED BY SIZE INTO WS-TEXTO1
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO NOMEALU-HIST.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-HISTALUN     FROM REG-HISTALU.
           PERFORM 011-03-FS-HISTALUN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ HISTALU.
           PERFORM 011-02-FS-HISTALU.

       011-01-FIM.                EXIT.

      *================================================================*
       011-02-FS-HISTALU          SECTION.
      *================================================================*
           MOVE 'HISTALU'         TO FS-ARQUIVO.
           MOVE FS-HISTALU        TO FS-COD-STATUS.

           IF FS-HISTALU NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       011-02-FIM.                EXIT.

      *================================================================*
       011-03-FS-HISTALUN         SECTION.
      *================================================================*
           MOVE 'HISTALUN'        TO FS-ARQUIVO.
           MOVE FS-HISTALUN       TO FS-COD-STATUS.

           IF FS-HISTALUN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       011-03-FIM.                EXIT.

      *================================================================*
       012-00-PROCESSAR-CADCLI    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CADCLI.
           PERFORM 012-02-FS-CADCLI.

           IF FS-CADCLI EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (10)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT CADCLIN
               PERFORM 012-03-FS-CADCLIN
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CADCLI
               PERFORM 012-02-FS-CADCLI
               PERFORM 012-01-TRATAR-CADCLI
                   UNTIL FS-CADCLI EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CADCLI
                     CADCLIN
               PERFORM 012-02-FS-CADCLI
               PERFORM 012-03-FS-CADCLIN.

       012-00-FIM.                EXIT.

      *================================================================*
       012-01-TRATAR-CADCLI       SECTION.
      *================================================================*
           MOVE 10                TO WS-IDX-ARQ.
           ADD 1                  TO WS-TAB-ARQ-LIDOS (10).
           MOVE 'C'               TO WS-TIPO-BUSCA.
           MOVE COD-CLI           TO WS-CHAVE-BUSCA.
           MOVE ZEROS             TO WS-DATA-BASE-RET.
           PERFORM 040-00-CONFERIR-SOLICITACOES.

           IF WS-ACHOU EQUAL 'S'
               MOVE SPACES        TO WS-TEXTO1 WS-TEXTO2 WS-TEXTO3
               STRING 'NOME ' NOME-CLI ' UF ' UF-CLI
                      ' SITUACAO ' SITUACAO-CLI
                      DELIMITED BY SIZE INTO WS-TEXTO1
               PERFORM 040-02-REGISTRAR-OCORRENCIA
               IF WS-ELIMINAR EQUAL 'S' AND WS-RETIDO EQUAL 'N'
                   MOVE WS-NOME-ELIMINADO TO NOME-CLI.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CADCLIN      FROM REG-CADCLI.
           PERFORM 012-03-FS-CADCLIN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCLI.
           PERFORM 012-02-FS-CADCLI.

       012-01-FIM.                EXIT.

      *================================================================*
       012-02-FS-CADCLI           SECTION.
      *================================================================*
           MOVE 'CADCLI'          TO FS-ARQUIVO.
           MOVE FS-CADCLI         TO FS-COD-STATUS.

           IF FS-CADCLI NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       012-02-FIM.                EXIT.

      *================================================================*
       012-03-FS-CADCLIN          SECTION.
      *================================================================*
           MOVE 'CADCLIN'         TO FS-ARQUIVO.
           MOVE FS-CADCLIN        TO FS-COD-STATUS.

           IF FS-CADCLIN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       012-03-FIM.                EXIT.

      *================================================================*
       040-00-CONFERIR-SOLICITACOES SECTION.
      *================================================================*
      * O REGISTRO E DE ALGUM TITULAR DAS SOLICITACOES VALIDAS?
      * WS-ELIMINAR FICA 'S' SE HOUVER PEDIDO DE ELIMINACAO PARA ELE.
      *
           MOVE 'N'               TO WS-ACHOU.
           MOVE 'N'               TO WS-ELIMINAR.
           MOVE 'N'               TO WS-RETIDO.

           PERFORM 040-01-COMPARAR-SOLICITACAO
               VARYING WS-IDX-SOL FROM 1 BY 1
               UNTIL WS-IDX-SOL GREATER WS-QTD-SOL.

       040-00-FIM.                EXIT.

      *================================================================*
       040-01-COMPARAR-SOLICITACAO SECTION.
      *================================================================*
           IF WS-TAB-SOL-VALIDA (WS-IDX-SOL) EQUAL 'S'
              AND WS-TAB-SOL-TP-CHAVE (WS-IDX-SOL) EQUAL WS-TIPO-BUSCA
              AND WS-TAB-SOL-CHAVE (WS-IDX-SOL) EQUAL WS-CHAVE-BUSCA
               MOVE 'S'           TO WS-ACHOU
               IF WS-TAB-SOL-TIPO (WS-IDX-SOL) EQUAL 'E'
                   MOVE 'S'       TO WS-ELIMINAR.

       040-01-FIM.                EXIT.

      *================================================================*
       040-02-REGISTRAR-OCORRENCIA SECTION.
      *================================================================*
      * AVALIA A GUARDA LEGAL (SO HAVENDO ELIMINACAO) E LIBERA UMA
      * OCORRENCIA PARA CADA SOLICITACAO DO TITULAR.
      *
           ADD 1                  TO WS-TAB-ARQ-ACHADOS (WS-IDX-ARQ).

           IF WS-ELIMINAR EQUAL 'S'
               PERFORM 040-03-AVALIAR-GUARDA
               IF WS-TAB-ARQ-ANONIM (WS-IDX-ARQ) EQUAL 'S'
                   IF WS-RETIDO EQUAL 'S'
                       ADD 1      TO WS-TAB-ARQ-RETIDOS (WS-IDX-ARQ)
                   ELSE
                       ADD 1      TO WS-TAB-ARQ-ANONIMIZ (WS-IDX-ARQ)
                       ADD 1      TO ACUM-ANONIMIZADOS.

           PERFORM 040-04-LIBERAR-OCORRENCIA
               VARYING WS-IDX-SOL FROM 1 BY 1
               UNTIL WS-IDX-SOL GREATER WS-QTD-SOL.

       040-02-FIM.                EXIT.

      *================================================================*
       040-03-AVALIAR-GUARDA      SECTION.
      *================================================================*
      * SEM REGRA: ANONIMIZA. REGRA EM ARQUIVO SEM DATA: RETEM
      * (VINCULO EM CURSO). REGRA EM HISTORICO COM DATA: RETEM ATE A
      * DATA DO REGISTRO MAIS O PRAZO EM ANOS.
      *
           MOVE 'N'               TO WS-RETIDO.
           MOVE ZEROS             TO WS-DATA-LIMITE-RET.

           IF WS-TAB-ARQ-REGRA (WS-IDX-ARQ) EQUAL 'S'
               IF WS-TAB-ARQ-DATADO (WS-IDX-ARQ) EQUAL 'N'
                   MOVE 'S'       TO WS-RETIDO
               ELSE
                   COMPUTE WS-DATA-LIMITE-RET = WS-DATA-BASE-RET +
                       (WS-TAB-ARQ-PRAZO (WS-IDX-ARQ) * 10000)
                   IF WS-DATA-LIMITE-RET NOT LESS WS-DATA-REF
                       MOVE 'S'   TO WS-RETIDO.

       040-03-FIM.                EXIT.

      *================================================================*
       040-04-LIBERAR-OCORRENCIA  SECTION.
      *================================================================*
           IF WS-TAB-SOL-VALIDA (WS-IDX-SOL) EQUAL 'S'
              AND WS-TAB-SOL-TP-CHAVE (WS-IDX-SOL) EQUAL WS-TIPO-BUSCA
              AND WS-TAB-SOL-CHAVE (WS-IDX-SOL) EQUAL WS-CHAVE-BUSCA
               ADD 1              TO WS-SEQ-OCOR
               MOVE WS-TAB-SOL-NUM (WS-IDX-SOL) TO SRT-NUM-SOL
               MOVE WS-SEQ-OCOR   TO SRT-SEQ
               MOVE WS-TAB-ARQ-ORIGEM (WS-IDX-ARQ) TO SRT-ARQUIVO
               MOVE SPACES        TO SRT-TEXTO1
               MOVE SPACES        TO SRT-TEXTO2
               MOVE SPACES        TO SRT-TEXTO3
               IF WS-TAB-SOL-TIPO (WS-IDX-SOL) EQUAL 'A'
                   MOVE 'ENCONTRADO' TO SRT-SITUACAO
                   MOVE WS-TEXTO1 TO SRT-TEXTO1
                   MOVE WS-TEXTO2 TO SRT-TEXTO2
                   MOVE WS-TEXTO3 TO SRT-TEXTO3
               ELSE
                   PERFORM 040-05-DESCREVER-ELIMINACAO
               END-IF
               RELEASE REG-SORTLGPD.

       040-04-FIM.                EXIT.

      *================================================================*
       040-05-DESCREVER-ELIMINACAO SECTION.
      *================================================================*
      * NA ELIMINACAO O RELATORIO NAO REPETE O DADO ELIMINADO.
      *
           IF WS-TAB-ARQ-ANONIM (WS-IDX-ARQ) EQUAL 'N'
               MOVE 'MANTIDO'     TO SRT-SITUACAO
               MOVE 'ARQUIVO SEM DADO PESSOAL ALEM DA CHAVE E VALORES'
                                  TO SRT-TEXTO1
           ELSE
               IF WS-RETIDO EQUAL 'N'
                   MOVE 'ANONIMIZADO' TO SRT-SITUACAO
                   MOVE 'DADOS PESSOAIS SUBSTITUIDOS NA NOVA GERACAO'
                                  TO SRT-TEXTO1
               ELSE
                   MOVE 'RETIDO'  TO SRT-SITUACAO
                   IF WS-DATA-LIMITE-RET EQUAL ZEROS
                       MOVE 'GUARDA LEGAL ENQUANTO DURAR O VINCULO'
                                  TO SRT-TEXTO1
                   ELSE
                       MOVE WS-DATA-LIMITE-RET TO WS-DATA-AUX
                       PERFORM 041-00-EDITAR-DATA
                       STRING 'GUARDA LEGAL ATE ' WS-DATA-ED
                              DELIMITED BY SIZE INTO SRT-TEXTO1.

       040-05-FIM.                EXIT.

      *================================================================*
       041-00-EDITAR-DATA         SECTION.
      *================================================================*
           MOVE WS-DIA-AUX        TO WS-DIA-ED.
           MOVE WS-MES-AUX        TO WS-MES-ED.
           MOVE WS-ANO-AUX        TO WS-ANO-ED.

       041-00-FIM.                EXIT.

      *================================================================*
       050-00-IMPRIMIR-OCORRENCIAS SECTION.
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT: UMA SOLICITACAO APOS A OUTRA,
      * COM AS OCORRENCIAS NA ORDEM DOS ARQUIVOS.
      *
           MOVE 'N'               TO WS-FIM-SORT.
           MOVE 'N'               TO WS-SOL-ABERTA.

           RETURN SORTLGPD
               AT END MOVE 'S'    TO WS-FIM-SORT.

           PERFORM 050-01-TRATAR-OCORRENCIA
               UNTIL WS-FIM-SORT EQUAL 'S'.

           PERFORM 050-02-FECHAR-SOLICITACAO.

       050-00-FIM.                EXIT.

      *================================================================*
       050-01-TRATAR-OCORRENCIA   SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 54
               PERFORM 070-00-CABECALHOS.

           IF SRT-ARQUIVO EQUAL SPACES
               PERFORM 050-02-FECHAR-SOLICITACAO
               MOVE SRT-NUM-SOL   TO DET001-NUM-SOL
               MOVE SRT-TEXTO1    TO DET001-TEXTO
               WRITE REG-RELATO   FROM DET001 AFTER 2
               PERFORM 001-10-FS-RELATO
               ADD 2              TO ACUM-LINHAS
               MOVE ZEROS         TO WS-QTD-OCOR-SOL
               IF SRT-SITUACAO EQUAL 'VALIDA'
                   MOVE 'S'       TO WS-SOL-ABERTA
               ELSE
                   MOVE 'N'       TO WS-SOL-ABERTA
                   MOVE SPACES    TO DET002-ARQUIVO
                   MOVE 'RECUSADA' TO DET002-SITUACAO
                   MOVE SRT-TEXTO2 TO DET002-TEXTO
                   PERFORM 050-03-IMPRIMIR-LINHA
               END-IF
           ELSE
               ADD 1              TO WS-QTD-OCOR-SOL
               MOVE SRT-ARQUIVO   TO DET002-ARQUIVO
               MOVE SRT-SITUACAO  TO DET002-SITUACAO
               MOVE SRT-TEXTO1    TO DET002-TEXTO
               PERFORM 050-03-IMPRIMIR-LINHA
               MOVE SPACES        TO DET002-ARQUIVO
               MOVE SPACES        TO DET002-SITUACAO
               IF SRT-TEXTO2 NOT EQUAL SPACES
                   MOVE SRT-TEXTO2 TO DET002-TEXTO
                   PERFORM 050-03-IMPRIMIR-LINHA
               END-IF
               IF SRT-TEXTO3 NOT EQUAL SPACES
                   MOVE SRT-TEXTO3 TO DET002-TEXTO
                   PERFORM 050-03-IMPRIMIR-LINHA.

           RETURN SORTLGPD
               AT END MOVE 'S'    TO WS-FIM-SORT.

       050-01-FIM.                EXIT.

      *================================================================*
       050-02-FECHAR-SOLICITACAO  SECTION.
      *================================================================*
      * SOLICITACAO VALIDA SEM NENHUMA OCORRENCIA NOS ARQUIVOS.
      *
           IF WS-SOL-ABERTA EQUAL 'S' AND WS-QTD-OCOR-SOL EQUAL ZEROS
               MOVE SPACES        TO DET002-ARQUIVO
               MOVE SPACES        TO DET002-SITUACAO
               MOVE 'NENHUM REGISTRO NOS ARQUIVOS INFORMADOS'
                                  TO DET002-TEXTO
               PERFORM 050-03-IMPRIMIR-LINHA.

           MOVE 'N'               TO WS-SOL-ABERTA.

       050-02-FIM.                EXIT.

      *================================================================*
       050-03-IMPRIMIR-LINHA      SECTION.
      *================================================================*
           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       050-03-FIM.                EXIT.

      *================================================================*
       060-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-PAG EQUAL ZEROS OR ACUM-LINHAS GREATER 38
               PERFORM 070-00-CABECALHOS.

           WRITE REG-RELATO       FROM CAB006 AFTER 3.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           PERFORM 060-01-IMPRIMIR-ARQUIVO
               VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ GREATER 10.

           MOVE 'SOLICITACOES LIDAS                      :'
                                  TO TOT001-DESCR.
           MOVE ACUM-SOL-LIDAS    TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 2.
           PERFORM 001-10-FS-RELATO.

           MOVE 'SOLICITACOES DE ACESSO                  :'
                                  TO TOT001-DESCR.
           MOVE ACUM-SOL-ACESSO   TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           MOVE 'SOLICITACOES DE ELIMINACAO              :'
                                  TO TOT001-DESCR.
           MOVE ACUM-SOL-ELIMINACAO TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           MOVE 'SOLICITACOES RECUSADAS                  :'
                                  TO TOT001-DESCR.
           MOVE ACUM-SOL-RECUSADAS TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           MOVE 'REGISTROS ANONIMIZADOS                  :'
                                  TO TOT001-DESCR.
           MOVE ACUM-ANONIMIZADOS TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-10-FS-RELATO.

       060-00-FIM.                EXIT.

      *================================================================*
       060-01-IMPRIMIR-ARQUIVO    SECTION.
      *================================================================*
           MOVE WS-TAB-ARQ-ORIGEM (WS-IDX-ARQ) TO DET003-ORIGEM.
           MOVE WS-TAB-ARQ-NOVA (WS-IDX-ARQ)   TO DET003-NOVA.
           MOVE WS-TAB-ARQ-LIDOS (WS-IDX-ARQ)  TO DET003-LIDOS.
           MOVE WS-TAB-ARQ-ACHADOS (WS-IDX-ARQ) TO DET003-ACHADOS.
           MOVE WS-TAB-ARQ-ANONIMIZ (WS-IDX-ARQ) TO DET003-ANONIMIZ.
           MOVE WS-TAB-ARQ-RETIDOS (WS-IDX-ARQ) TO DET003-RETIDOS.

           IF WS-TAB-ARQ-INFORMADO (WS-IDX-ARQ) EQUAL 'S'
               MOVE SPACES        TO DET003-OBS
           ELSE
               MOVE SPACES        TO DET003-NOVA
               MOVE 'NAO INFORMADO' TO DET003-OBS.

           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-10-FS-RELATO.

       060-01-FIM.                EXIT.

      *================================================================*
       061-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-10-FS-RELATO.

           IF ACUM-SOL-RECUSADAS GREATER ZEROS
               MOVE 0004          TO RETURN-CODE.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       061-00-FIM.                EXIT.

      *================================================================*
       070-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-10-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       070-00-FIM.                EXIT.

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
       901-00-RECUSAR-RODADA      SECTION.
      *================================================================*
      *    LOTE OU PARAMETRO SEM CONDICAO: NADA E GRAVADO
           DISPLAY '* SOLICITACOES LGPD NAO PROCESSADAS  *'
           DISPLAY '* ' WS-MSG-RECUSA
           MOVE 0008              TO RETURN-CODE
           MOVE 'RECUSAD'         TO WS-RUNLOG-STATUS
           PERFORM 999-00-GRAVAR-RUNLOG
           STOP RUN.

       901-00-FIM.                EXIT.

      *================================================================*
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF69'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-SOL-LIDAS          TO RUNLOG-QTD-LIDOS
               MOVE ACUM-ANONIMIZADOS       TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-SOL-RECUSADAS      TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
