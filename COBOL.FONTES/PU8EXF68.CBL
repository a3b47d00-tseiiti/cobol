       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF68.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * EXTRACAO MASCARADA DOS CADASTROS COM DADOS PESSOAIS PARA A
      * AREA DE TESTE. GRAVA COPIAS NO MESMO LAYOUT DE PRODUCAO, COM
      * NOME, ENDERECO E CEP TROCADOS POR VALORES FICTICIOS, CPF E
      * CODIGO DE FUNCIONARIO TROCADOS POR CHAVES SUBSTITUTAS E
      * SALARIOS, SALDOS E VALORES MULTIPLICADOS POR UM FATOR:
      *
      *  CTCORGER -> MSKCTCOR  CPF, NOME
      *  SALDOCOR -> MSKSALDO  CPF, SALDO
      *  MOVCONTA -> MSKMOVCC  CPF, CPF DE CONTRAPARTIDA, VALOR
      *  CADFUNC  -> MSKFUNC   CODIGO, NOME, ENDERECO, CEP, SALARIO
      *                        E DESCONTO
      *  FOLHALIQ -> MSKFOLHA  CODIGO, NOME E VALORES DA FOLHA
      *  EMPFUNC  -> MSKEMPF   CODIGO E VALORES DO EMPRESTIMO
      *  CADALUNO -> MSKALUNO  NOME
      *  CADCLI   -> MSKCLI    NOME
      *
      * TODOS OS CADASTROS DE ENTRADA SAO OPCIONAIS: O NAO INFORMADO
      * NA RODADA ('35') NAO GERA COPIA E SAI NO RELATORIO COMO NAO
      * INFORMADO.
      *
      * A CHAVE SUBSTITUTA E FUNCAO SO DA CHAVE REAL E DO PARMMASC
      * (MULTIPLICADOR E DESLOCAMENTO, MODULO 10 ELEVADO AO NUMERO
      * DE DIGITOS), PORTANTO A MESMA CHAVE REAL DA SEMPRE A MESMA
      * CHAVE FICTICIA EM TODOS OS ARQUIVOS E EM TODAS AS RODADAS COM
      * O MESMO PARMMASC, E DUAS CHAVES REAIS NUNCA DAO A MESMA
      * FICTICIA. NO CPF A SUBSTITUICAO E DOS NOVE DIGITOS DA BASE,
      * COM OS DIGITOS VERIFICADORES RECALCULADOS (MODULO 11), E O
      * CPF CONTINUA VALIDO. CHAVE ZERADA (CPF DE CONTRAPARTIDA FORA
      * DA TRANSFERENCIA) CONTINUA ZERADA. O NOME E O ENDERECO SAO
      * MONTADOS DE TABELAS DE NOMES PELA CHAVE FICTICIA - O MESMO
      * FUNCIONARIO TEM O MESMO NOME NO CADFUNC E NA FOLHALIQ. ALUNO
      * E CLIENTE MANTEM O CODIGO (INTERNO) E SO TROCAM O NOME.
      *
      * COMO A CHAVE MUDA, AS COPIAS CLASSIFICADAS POR CPF OU POR
      * CODIGO (CTCORGER, SALDOCOR, CADFUNC, FOLHALIQ, EMPFUNC) SAO
      * REORDENADAS PELA CHAVE FICTICIA, MANTIDA A ORDEM ORIGINAL
      * DOS REGISTROS DA MESMA CHAVE. O MOVCONTA SAI NA ORDEM DO
      * ARQUIVO, QUE E A ORDEM DE APLICACAO DO PU8EXE58.
      *
      * O PARMMASC FICA COM A PRODUCAO E NAO VAI PARA A AREA DE
      * TESTE. MULTIPLICADOR TEM QUE TERMINAR EM 1, 3, 7 OU 9 E O
      * FATOR DE VALOR TEM QUE ESTAR ENTRE 0,0001 E 1,0000; SEM
      * PARMMASC OU COM PARAMETRO INVALIDO A EXTRACAO E RECUSADA COM
      * RETURN-CODE 0008, SEM GRAVAR COPIA NENHUMA. O RELATORIO NAO
      * MOSTRA O PARAMETRO.
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
                      FILE STATUS IS FS-CTCORGER.
      *
           SELECT SALDOCOR        ASSIGN TO UT-S-SALDOCOR
                      FILE STATUS IS FS-SALDOCOR.
      *
           SELECT MOVCONTA        ASSIGN TO UT-S-MOVCONTA
                      FILE STATUS IS FS-MOVCONTA.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                      FILE STATUS IS FS-CADFUNC.
      *
           SELECT FOLHALIQ        ASSIGN TO UT-S-FOLHALIQ
                      FILE STATUS IS FS-FOLHALIQ.
      *
           SELECT EMPFUNC         ASSIGN TO UT-S-EMPFUNC
                      FILE STATUS IS FS-EMPFUNC.
      *
           SELECT CADALUNO        ASSIGN TO UT-S-CADALUNO
                      FILE STATUS IS FS-CADALUNO.
      *
           SELECT CADCLI          ASSIGN TO UT-S-CADCLI
                      FILE STATUS IS FS-CADCLI.
      *
           SELECT MSKCTCOR        ASSIGN TO UT-S-MSKCTCOR
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKCTCOR.
      *
           SELECT MSKSALDO        ASSIGN TO UT-S-MSKSALDO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKSALDO.
      *
           SELECT MSKMOVCC        ASSIGN TO UT-S-MSKMOVCC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKMOVCC.
      *
           SELECT MSKFUNC         ASSIGN TO UT-S-MSKFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKFUNC.
      *
           SELECT MSKFOLHA        ASSIGN TO UT-S-MSKFOLHA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKFOLHA.
      *
           SELECT MSKEMPF         ASSIGN TO UT-S-MSKEMPF
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKEMPF.
      *
           SELECT MSKALUNO        ASSIGN TO UT-S-MSKALUNO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKALUNO.
      *
           SELECT MSKCLI          ASSIGN TO UT-S-MSKCLI
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-MSKCLI.
      *
           SELECT SORTCTC         ASSIGN TO UT-S-SORTWK01.
      *
           SELECT SORTSAL         ASSIGN TO UT-S-SORTWK02.
      *
           SELECT SORTFUN         ASSIGN TO UT-S-SORTWK03.
      *
           SELECT SORTFOL         ASSIGN TO UT-S-SORTWK04.
      *
           SELECT SORTEMP         ASSIGN TO UT-S-SORTWK05.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMMASC    ASSIGN TO UT-S-PARMMASC
                      FILE STATUS IS FS-PARMMASC.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
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
       FD FOLHALIQ
          RECORD      CONTAINS    81 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-FOLHALIQ.
       01 REG-FOLHALIQ.
          05 CODIGO-LIQ           PIC 9(05).
          05 NOME-LIQ             PIC X(30).
          05 SECAO-LIQ            PIC X(01).
          05 SALARIO-LIQ          PIC 9(07)V99.
          05 INSS-LIQ             PIC 9(07)V99.
          05 IRRF-LIQ             PIC 9(07)V99.
          05 SALARIO-NETO         PIC 9(07)V99.
          05 BENEF-LIQ            PIC 9(07)V99.
      *
       FD EMPFUNC
          RECORD      CONTAINS    50 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-EMPFUNC.
       01 REG-EMPFUNC.
          05 COD-FUNC-EMP         PIC 9(05).
          05 NUM-CONTR-EMP        PIC 9(05).
          05 VLR-EMPRESTIMO       PIC 9(07)V99.
          05 VLR-PARCELA-EMP      PIC 9(07)V99.
          05 QTD-PARCELAS-EMP     PIC 9(02).
          05 QTD-PAGAS-EMP        PIC 9(02).
          05 SALDO-DEVEDOR-EMP    PIC 9(07)V99.
          05 SIT-EMP              PIC X(01).
          05 FILLER               PIC X(08).
      *
       FD CADALUNO
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADALUNO.
       COPY CADALUNO.
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
      * COPIAS MASCARADAS, NO LAYOUT DOS CADASTROS DE ORIGEM.
      *
       FD MSKCTCOR
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKCTCOR.
       01 REG-MSKCTCOR             PIC X(50).
      *
       FD MSKSALDO
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKSALDO.
       01 REG-MSKSALDO             PIC X(30).
      *
       FD MSKMOVCC
           RECORD     CONTAINS    52 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKMOVCC.
       01 REG-MSKMOVCC             PIC X(52).
      *
       FD MSKFUNC
           RECORD     CONTAINS    110 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKFUNC.
       01 REG-MSKFUNC              PIC X(110).
      *
       FD MSKFOLHA
           RECORD     CONTAINS    81 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKFOLHA.
       01 REG-MSKFOLHA             PIC X(81).
      *
       FD MSKEMPF
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKEMPF.
       01 REG-MSKEMPF              PIC X(50).
      *
       FD MSKALUNO
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKALUNO.
       01 REG-MSKALUNO             PIC X(60).
      *
       FD MSKCLI
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-MSKCLI.
       01 REG-MSKCLI               PIC X(40).
      *
      * ARQUIVOS DE CLASSIFICACAO: CHAVE FICTICIA NA FRENTE E O
      * RESTO DA IMAGEM DO REGISTRO JA MASCARADO.
      *
       SD SORTCTC
           RECORD     CONTAINS    50 CHARACTERS
           DATA       RECORD      IS REG-SORTCTC.
       01 REG-SORTCTC.
          05 SCT-CPF              PIC 9(11).
          05 FILLER               PIC X(39).
      *
       SD SORTSAL
           RECORD     CONTAINS    30 CHARACTERS
           DATA       RECORD      IS REG-SORTSAL.
       01 REG-SORTSAL.
          05 SSL-CPF              PIC 9(11).
          05 FILLER               PIC X(19).
      *
       SD SORTFUN
           RECORD     CONTAINS    110 CHARACTERS
           DATA       RECORD      IS REG-SORTFUN.
       01 REG-SORTFUN.
          05 SFU-CODIGO           PIC 9(05).
          05 FILLER               PIC X(105).
      *
       SD SORTFOL
           RECORD     CONTAINS    81 CHARACTERS
           DATA       RECORD      IS REG-SORTFOL.
       01 REG-SORTFOL.
          05 SFO-CODIGO           PIC 9(05).
          05 FILLER               PIC X(76).
      *
       SD SORTEMP
           RECORD     CONTAINS    50 CHARACTERS
           DATA       RECORD      IS REG-SORTEMP.
       01 REG-SORTEMP.
          05 SEM-CODIGO           PIC 9(05).
          05 FILLER               PIC X(45).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * CHAVES DA MASCARA (FICA COM A PRODUCAO).
      *
       FD PARMMASC
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMMASC.
       01 REG-PARMMASC.
          05 MULT-CPF-PARM        PIC 9(09).
          05 DESLOC-CPF-PARM      PIC 9(09).
          05 MULT-COD-PARM        PIC 9(05).
          05 DESLOC-COD-PARM      PIC 9(05).
          05 FATOR-PARM           PIC 9(01)V9(04).
          05 FILLER               PIC X(07).
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
      *  CHAVES DA MASCARA
      *
       77 WS-MULT-CPF             PIC 9(09) VALUE ZEROS.
       77 WS-DESLOC-CPF           PIC 9(09) VALUE ZEROS.
       77 WS-MULT-COD             PIC 9(05) VALUE ZEROS.
       77 WS-DESLOC-COD           PIC 9(05) VALUE ZEROS.
       77 WS-FATOR                PIC 9(01)V9(04) VALUE ZEROS.
       77 WS-MSG-RECUSA           PIC X(40) VALUE SPACES.
       77 WS-ULT-DIGITO           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-SORT             PIC X(01) VALUE 'N'.
      *
       77 WS-MODULO-CPF           PIC 9(10) VALUE 1000000000.
       77 WS-MODULO-CEP           PIC 9(09) VALUE 100000000.
       77 WS-MODULO-COD           PIC 9(06) VALUE 100000.
       77 WS-DEZ                  PIC 9(02) VALUE 10.
       77 WS-ONZE                 PIC 9(02) VALUE 11.
       77 WS-VINTE                PIC 9(02) VALUE 20.
       77 WS-PRODUTO              PIC 9(18) VALUE ZEROS.
       77 WS-QUOCIENTE            PIC 9(18) VALUE ZEROS.
      *
      *  CPF REAL E FICTICIO (BASE DE NOVE DIGITOS MAIS DOIS DIGITOS
      *  VERIFICADORES)
      *
       01 WS-CPF-REAL             PIC 9(11) VALUE ZEROS.
       01 WS-CPF-REAL-R           REDEFINES WS-CPF-REAL.
          05 WS-CPF-REAL-NUM      PIC 9(09).
          05 WS-CPF-REAL-DIG      PIC 9(02).
      *
       01 WS-CPF-FALSO            PIC 9(11) VALUE ZEROS.
       01 WS-CPF-FALSO-R          REDEFINES WS-CPF-FALSO.
          05 WS-CPF-FALSO-NUM     PIC 9(09).
          05 WS-CPF-FALSO-DV1     PIC 9(01).
          05 WS-CPF-FALSO-DV2     PIC 9(01).
       01 WS-CPF-FALSO-D          REDEFINES WS-CPF-FALSO.
          05 WS-CPF-DIGITO        PIC 9(01) OCCURS 11 TIMES.
      *
       77 WS-CPF-SOMA             PIC 9(04) VALUE ZEROS.
       77 WS-CPF-RESTO            PIC 9(02) VALUE ZEROS.
       77 WS-CPF-PESO             PIC 9(02) VALUE ZEROS.
       77 WS-CPF-IDX              PIC 9(02) VALUE ZEROS.
       77 WS-CPF-QUOC             PIC 9(04) VALUE ZEROS.
      *
       77 WS-COD-REAL             PIC 9(05) VALUE ZEROS.
       77 WS-COD-FALSO            PIC 9(05) VALUE ZEROS.
       77 WS-CEP-FALSO            PIC 9(08) VALUE ZEROS.
      *
      *  NOMES FICTICIOS: PRENOME E DOIS SOBRENOMES ESCOLHIDOS PELOS
      *  DIGITOS DA CHAVE FICTICIA (BASE 20)
      *
       01 WS-TAB-PRE-VALORES.
          05 FILLER               PIC X(10) VALUE 'ANA'.
          05 FILLER               PIC X(10) VALUE 'BRUNO'.
          05 FILLER               PIC X(10) VALUE 'CARLA'.
          05 FILLER               PIC X(10) VALUE 'DANIEL'.
          05 FILLER               PIC X(10) VALUE 'ELISA'.
          05 FILLER               PIC X(10) VALUE 'FABIO'.
          05 FILLER               PIC X(10) VALUE 'GABRIELA'.
          05 FILLER               PIC X(10) VALUE 'HUGO'.
          05 FILLER               PIC X(10) VALUE 'IRENE'.
          05 FILLER               PIC X(10) VALUE 'JOAO'.
          05 FILLER               PIC X(10) VALUE 'KARINA'.
          05 FILLER               PIC X(10) VALUE 'LUCAS'.
          05 FILLER               PIC X(10) VALUE 'MARIA'.
          05 FILLER               PIC X(10) VALUE 'NELSON'.
          05 FILLER               PIC X(10) VALUE 'OLIVIA'.
          05 FILLER               PIC X(10) VALUE 'PAULO'.
          05 FILLER               PIC X(10) VALUE 'RAQUEL'.
          05 FILLER               PIC X(10) VALUE 'SERGIO'.
          05 FILLER               PIC X(10) VALUE 'TANIA'.
          05 FILLER               PIC X(10) VALUE 'VITOR'.
       01 WS-TAB-PRE REDEFINES WS-TAB-PRE-VALORES.
          05 WS-TAB-PRE-NOME      PIC X(10) OCCURS 20 TIMES.
      *
       01 WS-TAB-SOB-VALORES.
          05 FILLER               PIC X(10) VALUE 'ALMEIDA'.
          05 FILLER               PIC X(10) VALUE 'BARBOSA'.
          05 FILLER               PIC X(10) VALUE 'CARDOSO'.
          05 FILLER               PIC X(10) VALUE 'DIAS'.
          05 FILLER               PIC X(10) VALUE 'ESTEVES'.
          05 FILLER               PIC X(10) VALUE 'FERREIRA'.
          05 FILLER               PIC X(10) VALUE 'GOMES'.
          05 FILLER               PIC X(10) VALUE 'HENRIQUES'.
          05 FILLER               PIC X(10) VALUE 'ITO'.
          05 FILLER               PIC X(10) VALUE 'JUNQUEIRA'.
          05 FILLER               PIC X(10) VALUE 'LIMA'.
          05 FILLER               PIC X(10) VALUE 'MORAES'.
          05 FILLER               PIC X(10) VALUE 'NOGUEIRA'.
          05 FILLER               PIC X(10) VALUE 'OLIVEIRA'.
          05 FILLER               PIC X(10) VALUE 'PEREIRA'.
          05 FILLER               PIC X(10) VALUE 'QUEIROZ'.
          05 FILLER               PIC X(10) VALUE 'RIBEIRO'.
          05 FILLER               PIC X(10) VALUE 'SANTOS'.
          05 FILLER               PIC X(10) VALUE 'TEIXEIRA'.
          05 FILLER               PIC X(10) VALUE 'VIEIRA'.
       01 WS-TAB-SOB REDEFINES WS-TAB-SOB-VALORES.
          05 WS-TAB-SOB-NOME      PIC X(10) OCCURS 20 TIMES.
      *
       77 WS-CHAVE-NOME           PIC 9(09) VALUE ZEROS.
       77 WS-NOME-FALSO           PIC X(30) VALUE SPACES.
       77 WS-ENDER-FALSO          PIC X(30) VALUE SPACES.
       77 WS-IDX-PRE              PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SOB1             PIC 9(02) VALUE ZEROS.
       77 WS-IDX-SOB2             PIC 9(02) VALUE ZEROS.
       77 WS-IDX-RUA              PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-NOME           PIC 9(02) VALUE ZEROS.
       77 WS-QUOC-NOME            PIC 9(09) VALUE ZEROS.
       77 WS-QUOC-NOME2           PIC 9(09) VALUE ZEROS.
       77 WS-NUMERO-RUA           PIC 9(04) VALUE ZEROS.
      *
      *  CADASTROS EXTRAIDOS: ORIGEM, COPIA, SE FOI INFORMADO NA
      *  RODADA E QUANTIDADE DE REGISTROS
      *
       01 WS-TAB-ARQ-VALORES.
          05 FILLER               PIC X(16) VALUE 'CTCORGERMSKCTCOR'.
          05 FILLER               PIC X(16) VALUE 'SALDOCORMSKSALDO'.
          05 FILLER               PIC X(16) VALUE 'MOVCONTAMSKMOVCC'.
          05 FILLER               PIC X(16) VALUE 'CADFUNC MSKFUNC '.
          05 FILLER               PIC X(16) VALUE 'FOLHALIQMSKFOLHA'.
          05 FILLER               PIC X(16) VALUE 'EMPFUNC MSKEMPF '.
          05 FILLER               PIC X(16) VALUE 'CADALUNOMSKALUNO'.
          05 FILLER               PIC X(16) VALUE 'CADCLI  MSKCLI  '.
       01 WS-TAB-ARQ REDEFINES WS-TAB-ARQ-VALORES.
          05 WS-TAB-ARQ-ENTRY OCCURS 8 TIMES.
             10 WS-TAB-ARQ-ORIGEM PIC X(08).
             10 WS-TAB-ARQ-COPIA  PIC X(08).
      *
       01 WS-TAB-ARQ-CTL.
          05 WS-TAB-ARQ-CTL-ENTRY OCCURS 8 TIMES.
             10 WS-TAB-ARQ-INFORMADO PIC X(01).
             10 WS-TAB-ARQ-QTD    PIC 9(06).
      *
       77 WS-IDX-ARQ              PIC 9(02) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(07) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CTCORGER             PIC X(02) VALUE SPACES.
       77 FS-SALDOCOR             PIC X(02) VALUE SPACES.
       77 FS-MOVCONTA             PIC X(02) VALUE SPACES.
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-FOLHALIQ             PIC X(02) VALUE SPACES.
       77 FS-EMPFUNC              PIC X(02) VALUE SPACES.
       77 FS-CADALUNO             PIC X(02) VALUE SPACES.
       77 FS-CADCLI               PIC X(02) VALUE SPACES.
       77 FS-MSKCTCOR             PIC X(02) VALUE SPACES.
       77 FS-MSKSALDO             PIC X(02) VALUE SPACES.
       77 FS-MSKMOVCC             PIC X(02) VALUE SPACES.
       77 FS-MSKFUNC              PIC X(02) VALUE SPACES.
       77 FS-MSKFOLHA             PIC X(02) VALUE SPACES.
       77 FS-MSKEMPF              PIC X(02) VALUE SPACES.
       77 FS-MSKALUNO             PIC X(02) VALUE SPACES.
       77 FS-MSKCLI               PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMMASC             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF68'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'EXTRACAO MASCARADA PARA A AREA DE TESTE'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(12) VALUE 'ORIGEM'.
          05 FILLER               PIC X(12) VALUE 'COPIA'.
          05 FILLER               PIC X(20) VALUE 'REGISTROS'.
      *
       01  DET001.
          05 DET001-ORIGEM        PIC X(08).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-COPIA         PIC X(08).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-QTD           PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-OBS           PIC X(20).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE REGISTROS MASCARADOS            :'.
          05 TOT001-LIDOS         PIC Z.ZZZ.ZZ9.
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
           PERFORM 001-00-LER-PARMMASC.
           PERFORM 001-02-ABRIR-RELATO.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 002-01-ZERAR-CONTROLE
               VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ GREATER 8.
           PERFORM 003-00-EXTRAIR-CTCORGER.
           PERFORM 004-00-EXTRAIR-SALDOCOR.
           PERFORM 005-00-EXTRAIR-MOVCONTA.
           PERFORM 006-00-EXTRAIR-CADFUNC.
           PERFORM 007-00-EXTRAIR-FOLHALIQ.
           PERFORM 008-00-EXTRAIR-EMPFUNC.
           PERFORM 009-00-EXTRAIR-CADALUNO.
           PERFORM 010-00-EXTRAIR-CADCLI.
           PERFORM 030-00-IMPRIMIR-TOTAIS.
           PERFORM 031-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-LER-PARMMASC        SECTION.
      *================================================================*
      *    SEM PARAMETRO VALIDO NAO HA EXTRACAO (NADA SAI SEM MASCARA)
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMMASC.
           PERFORM 001-01-FS-PARMMASC.

           IF FS-PARMMASC EQUAL '35'
               MOVE 'PARMMASC NAO INFORMADO' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-EXTRACAO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMMASC.
           PERFORM 001-01-FS-PARMMASC.

           IF FS-PARMMASC EQUAL '10'
               MOVE 'PARMMASC VAZIO' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-EXTRACAO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMMASC.

           IF MULT-CPF-PARM NOT NUMERIC
              OR DESLOC-CPF-PARM NOT NUMERIC
              OR MULT-COD-PARM NOT NUMERIC
              OR DESLOC-COD-PARM NOT NUMERIC
              OR FATOR-PARM NOT NUMERIC
               MOVE 'PARMMASC NAO NUMERICO' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-EXTRACAO.

           MOVE MULT-CPF-PARM     TO WS-MULT-CPF.
           MOVE DESLOC-CPF-PARM   TO WS-DESLOC-CPF.
           MOVE MULT-COD-PARM     TO WS-MULT-COD.
           MOVE DESLOC-COD-PARM   TO WS-DESLOC-COD.
           MOVE FATOR-PARM        TO WS-FATOR.

      *    MULTIPLICADOR PRIMO COM 10 GARANTE CHAVE FICTICIA UNICA
           MOVE WS-MULT-CPF       TO WS-ULT-DIGITO.
           IF WS-ULT-DIGITO NOT EQUAL 1 AND 3 AND 7 AND 9
               MOVE 'MULTIPLICADOR DO CPF INVALIDO' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-EXTRACAO.

           MOVE WS-MULT-COD       TO WS-ULT-DIGITO.
           IF WS-ULT-DIGITO NOT EQUAL 1 AND 3 AND 7 AND 9
               MOVE 'MULTIPLICADOR DO CODIGO INVALIDO' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-EXTRACAO.

           IF WS-FATOR EQUAL ZEROS
              OR WS-FATOR GREATER 1
               MOVE 'FATOR DE VALOR INVALIDO' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-EXTRACAO.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-FS-PARMMASC         SECTION.
      *================================================================*
           MOVE 'PARMMASC'        TO FS-ARQUIVO.
           MOVE FS-PARMMASC       TO FS-COD-STATUS.

           IF FS-PARMMASC NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-ABRIR-RELATO        SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT RELATO.
           PERFORM 001-03-FS-RELATO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

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
       002-01-ZERAR-CONTROLE      SECTION.
      *================================================================*
           MOVE 'N'               TO WS-TAB-ARQ-INFORMADO (WS-IDX-ARQ).
           MOVE ZEROS             TO WS-TAB-ARQ-QTD (WS-IDX-ARQ).

       002-01-FIM.                EXIT.

      *================================================================*
       003-00-EXTRAIR-CTCORGER    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CTCORGER.
           PERFORM 003-03-FS-CTCORGER.

           IF FS-CTCORGER EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (1)
               SORT SORTCTC
                   ON ASCENDING KEY SCT-CPF
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 003-01-MASCARAR-CTCORGER
                   OUTPUT PROCEDURE IS 003-04-GRAVAR-MSKCTCOR
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CTCORGER
               PERFORM 003-03-FS-CTCORGER.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-MASCARAR-CTCORGER   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 003-03-FS-CTCORGER.

           PERFORM 003-02-TRATAR-CTCORGER
               UNTIL FS-CTCORGER EQUAL '10'.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-TRATAR-CTCORGER     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ARQ-QTD (1).

           MOVE CPF-GER           TO WS-CPF-REAL.
           PERFORM 020-00-MASCARAR-CPF.
           MOVE WS-CPF-FALSO      TO CPF-GER.

           MOVE WS-CPF-FALSO-NUM  TO WS-CHAVE-NOME.
           PERFORM 023-00-MONTAR-NOME.
           MOVE WS-NOME-FALSO     TO NOME-GER.

           RELEASE REG-SORTCTC    FROM REG-CTCORGER.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CTCORGER.
           PERFORM 003-03-FS-CTCORGER.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-FS-CTCORGER         SECTION.
      *================================================================*
           MOVE 'CTCORGER'        TO FS-ARQUIVO.
           MOVE FS-CTCORGER       TO FS-COD-STATUS.

           IF FS-CTCORGER NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-GRAVAR-MSKCTCOR     SECTION.
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT: GRAVA A COPIA MASCARADA NA
      * ORDEM DA CHAVE FICTICIA.
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT MSKCTCOR.
           PERFORM 003-06-FS-MSKCTCOR.

           MOVE 'N'               TO WS-FIM-SORT.

           RETURN SORTCTC
               AT END MOVE 'S'    TO WS-FIM-SORT.

           PERFORM 003-05-GRAVAR-UM
               UNTIL WS-FIM-SORT EQUAL 'S'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MSKCTCOR.
           PERFORM 003-06-FS-MSKCTCOR.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-GRAVAR-UM           SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKCTCOR     FROM REG-SORTCTC.
           PERFORM 003-06-FS-MSKCTCOR.

           RETURN SORTCTC
               AT END MOVE 'S'    TO WS-FIM-SORT.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-FS-MSKCTCOR         SECTION.
      *================================================================*
           MOVE 'MSKCTCOR'        TO FS-ARQUIVO.
           MOVE FS-MSKCTCOR       TO FS-COD-STATUS.

           IF FS-MSKCTCOR NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       003-06-FIM.                EXIT.

      *================================================================*
       004-00-EXTRAIR-SALDOCOR    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT SALDOCOR.
           PERFORM 004-03-FS-SALDOCOR.

           IF FS-SALDOCOR EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (2)
               SORT SORTSAL
                   ON ASCENDING KEY SSL-CPF
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 004-01-MASCARAR-SALDOCOR
                   OUTPUT PROCEDURE IS 004-04-GRAVAR-MSKSALDO
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE SALDOCOR
               PERFORM 004-03-FS-SALDOCOR.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-MASCARAR-SALDOCOR   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOCOR.
           PERFORM 004-03-FS-SALDOCOR.

           PERFORM 004-02-TRATAR-SALDOCOR
               UNTIL FS-SALDOCOR EQUAL '10'.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-TRATAR-SALDOCOR     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ARQ-QTD (2).

           MOVE CPF-SAL           TO WS-CPF-REAL.
           PERFORM 020-00-MASCARAR-CPF.
           MOVE WS-CPF-FALSO      TO CPF-SAL.

           COMPUTE SALDO-SAL ROUNDED = SALDO-SAL * WS-FATOR.

           RELEASE REG-SORTSAL    FROM REG-SALDOCOR.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SALDOCOR.
           PERFORM 004-03-FS-SALDOCOR.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-FS-SALDOCOR         SECTION.
      *================================================================*
           MOVE 'SALDOCOR'        TO FS-ARQUIVO.
           MOVE FS-SALDOCOR       TO FS-COD-STATUS.

           IF FS-SALDOCOR NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-GRAVAR-MSKSALDO     SECTION.
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT: GRAVA A COPIA MASCARADA NA
      * ORDEM DA CHAVE FICTICIA.
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT MSKSALDO.
           PERFORM 004-06-FS-MSKSALDO.

           MOVE 'N'               TO WS-FIM-SORT.

           RETURN SORTSAL
               AT END MOVE 'S'    TO WS-FIM-SORT.

           PERFORM 004-05-GRAVAR-UM
               UNTIL WS-FIM-SORT EQUAL 'S'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MSKSALDO.
           PERFORM 004-06-FS-MSKSALDO.

       004-04-FIM.                EXIT.

      *================================================================*
       004-05-GRAVAR-UM           SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKSALDO     FROM REG-SORTSAL.
           PERFORM 004-06-FS-MSKSALDO.

           RETURN SORTSAL
               AT END MOVE 'S'    TO WS-FIM-SORT.

       004-05-FIM.                EXIT.

      *================================================================*
       004-06-FS-MSKSALDO         SECTION.
      *================================================================*
           MOVE 'MSKSALDO'        TO FS-ARQUIVO.
           MOVE FS-MSKSALDO       TO FS-COD-STATUS.

           IF FS-MSKSALDO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       004-06-FIM.                EXIT.

      *================================================================*
       005-00-EXTRAIR-MOVCONTA    SECTION.
      *================================================================*
      * O MOVCONTA SAI NA ORDEM DO ARQUIVO (ORDEM DE APLICACAO).
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT MOVCONTA.
           PERFORM 005-02-FS-MOVCONTA.

           IF FS-MOVCONTA EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (3)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT MSKMOVCC
               PERFORM 005-03-FS-MSKMOVCC
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ MOVCONTA
               PERFORM 005-02-FS-MOVCONTA
               PERFORM 005-01-TRATAR-MOVCONTA
                   UNTIL FS-MOVCONTA EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE MOVCONTA
                     MSKMOVCC
               PERFORM 005-02-FS-MOVCONTA
               PERFORM 005-03-FS-MSKMOVCC.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-TRATAR-MOVCONTA     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ARQ-QTD (3).

           MOVE CPF-MOV           TO WS-CPF-REAL.
           PERFORM 020-00-MASCARAR-CPF.
           MOVE WS-CPF-FALSO      TO CPF-MOV.

           MOVE CPF-CONTRA-MOV    TO WS-CPF-REAL.
           PERFORM 020-00-MASCARAR-CPF.
           MOVE WS-CPF-FALSO      TO CPF-CONTRA-MOV.

           COMPUTE VALOR-MOV ROUNDED = VALOR-MOV * WS-FATOR.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKMOVCC     FROM REG-MOVCONTA.
           PERFORM 005-03-FS-MSKMOVCC.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ MOVCONTA.
           PERFORM 005-02-FS-MOVCONTA.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-FS-MOVCONTA         SECTION.
      *================================================================*
           MOVE 'MOVCONTA'        TO FS-ARQUIVO.
           MOVE FS-MOVCONTA       TO FS-COD-STATUS.

           IF FS-MOVCONTA NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-FS-MSKMOVCC         SECTION.
      *================================================================*
           MOVE 'MSKMOVCC'        TO FS-ARQUIVO.
           MOVE FS-MSKMOVCC       TO FS-COD-STATUS.

           IF FS-MSKMOVCC NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       005-03-FIM.                EXIT.

      *================================================================*
       006-00-EXTRAIR-CADFUNC     SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CADFUNC.
           PERFORM 006-03-FS-CADFUNC.

           IF FS-CADFUNC EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (4)
               SORT SORTFUN
                   ON ASCENDING KEY SFU-CODIGO
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 006-01-MASCARAR-CADFUNC
                   OUTPUT PROCEDURE IS 006-04-GRAVAR-MSKFUNC
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CADFUNC
               PERFORM 006-03-FS-CADFUNC.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-MASCARAR-CADFUNC    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 006-03-FS-CADFUNC.

           PERFORM 006-02-TRATAR-CADFUNC
               UNTIL FS-CADFUNC EQUAL '10'.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-TRATAR-CADFUNC      SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ARQ-QTD (4).

           MOVE CODIGO            TO WS-COD-REAL.
           PERFORM 021-00-MASCARAR-CODIGO.
           MOVE WS-COD-FALSO      TO CODIGO.

           MOVE WS-COD-FALSO      TO WS-CHAVE-NOME.
           PERFORM 023-00-MONTAR-NOME.
           MOVE WS-NOME-FALSO     TO NOME.
           PERFORM 024-00-MONTAR-ENDERECO.
           MOVE WS-ENDER-FALSO    TO ENDER.

           PERFORM 022-00-MASCARAR-CEP.

           COMPUTE SALARIO ROUNDED = SALARIO * WS-FATOR.
           COMPUTE DESCON ROUNDED  = DESCON * WS-FATOR.

           RELEASE REG-SORTFUN    FROM REG-CADFUNC.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 006-03-FS-CADFUNC.

       006-02-FIM.                EXIT.

      *================================================================*
       006-03-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       006-03-FIM.                EXIT.

      *================================================================*
       006-04-GRAVAR-MSKFUNC      SECTION.
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT: GRAVA A COPIA MASCARADA NA
      * ORDEM DA CHAVE FICTICIA.
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT MSKFUNC.
           PERFORM 006-06-FS-MSKFUNC.

           MOVE 'N'               TO WS-FIM-SORT.

           RETURN SORTFUN
               AT END MOVE 'S'    TO WS-FIM-SORT.

           PERFORM 006-05-GRAVAR-UM
               UNTIL WS-FIM-SORT EQUAL 'S'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MSKFUNC.
           PERFORM 006-06-FS-MSKFUNC.

       006-04-FIM.                EXIT.

      *================================================================*
       006-05-GRAVAR-UM           SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKFUNC      FROM REG-SORTFUN.
           PERFORM 006-06-FS-MSKFUNC.

           RETURN SORTFUN
               AT END MOVE 'S'    TO WS-FIM-SORT.

       006-05-FIM.                EXIT.

      *================================================================*
       006-06-FS-MSKFUNC          SECTION.
      *================================================================*
           MOVE 'MSKFUNC'         TO FS-ARQUIVO.
           MOVE FS-MSKFUNC        TO FS-COD-STATUS.

           IF FS-MSKFUNC NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       006-06-FIM.                EXIT.

      *================================================================*
       007-00-EXTRAIR-FOLHALIQ    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT FOLHALIQ.
           PERFORM 007-03-FS-FOLHALIQ.

           IF FS-FOLHALIQ EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (5)
               SORT SORTFOL
                   ON ASCENDING KEY SFO-CODIGO
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 007-01-MASCARAR-FOLHALIQ
                   OUTPUT PROCEDURE IS 007-04-GRAVAR-MSKFOLHA
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE FOLHALIQ
               PERFORM 007-03-FS-FOLHALIQ.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-MASCARAR-FOLHALIQ   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FOLHALIQ.
           PERFORM 007-03-FS-FOLHALIQ.

           PERFORM 007-02-TRATAR-FOLHALIQ
               UNTIL FS-FOLHALIQ EQUAL '10'.

       007-01-FIM.                EXIT.

      *================================================================*
       007-02-TRATAR-FOLHALIQ     SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ARQ-QTD (5).

           MOVE CODIGO-LIQ        TO WS-COD-REAL.
           PERFORM 021-00-MASCARAR-CODIGO.
           MOVE WS-COD-FALSO      TO CODIGO-LIQ.

           MOVE WS-COD-FALSO      TO WS-CHAVE-NOME.
           PERFORM 023-00-MONTAR-NOME.
           MOVE WS-NOME-FALSO     TO NOME-LIQ.

           COMPUTE SALARIO-LIQ ROUNDED  = SALARIO-LIQ * WS-FATOR.
           COMPUTE INSS-LIQ ROUNDED     = INSS-LIQ * WS-FATOR.
           COMPUTE IRRF-LIQ ROUNDED     = IRRF-LIQ * WS-FATOR.
           COMPUTE SALARIO-NETO ROUNDED = SALARIO-NETO * WS-FATOR.
           COMPUTE BENEF-LIQ ROUNDED    = BENEF-LIQ * WS-FATOR.

           RELEASE REG-SORTFOL    FROM REG-FOLHALIQ.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FOLHALIQ.
           PERFORM 007-03-FS-FOLHALIQ.

       007-02-FIM.                EXIT.

      *================================================================*
       007-03-FS-FOLHALIQ         SECTION.
      *================================================================*
           MOVE 'FOLHALIQ'        TO FS-ARQUIVO.
           MOVE FS-FOLHALIQ       TO FS-COD-STATUS.

           IF FS-FOLHALIQ NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       007-03-FIM.                EXIT.

      *================================================================*
       007-04-GRAVAR-MSKFOLHA     SECTION.
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT: GRAVA A COPIA MASCARADA NA
      * ORDEM DA CHAVE FICTICIA.
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT MSKFOLHA.
           PERFORM 007-06-FS-MSKFOLHA.

           MOVE 'N'               TO WS-FIM-SORT.

           RETURN SORTFOL
               AT END MOVE 'S'    TO WS-FIM-SORT.

           PERFORM 007-05-GRAVAR-UM
               UNTIL WS-FIM-SORT EQUAL 'S'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MSKFOLHA.
           PERFORM 007-06-FS-MSKFOLHA.

       007-04-FIM.                EXIT.

      *================================================================*
       007-05-GRAVAR-UM           SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKFOLHA     FROM REG-SORTFOL.
           PERFORM 007-06-FS-MSKFOLHA.

           RETURN SORTFOL
               AT END MOVE 'S'    TO WS-FIM-SORT.

       007-05-FIM.                EXIT.

      *================================================================*
       007-06-FS-MSKFOLHA         SECTION.
      *================================================================*
           MOVE 'MSKFOLHA'        TO FS-ARQUIVO.
           MOVE FS-MSKFOLHA       TO FS-COD-STATUS.

           IF FS-MSKFOLHA NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       007-06-FIM.                EXIT.

      *================================================================*
       008-00-EXTRAIR-EMPFUNC     SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT EMPFUNC.
           PERFORM 008-03-FS-EMPFUNC.

           IF FS-EMPFUNC EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (6)
               SORT SORTEMP
                   ON ASCENDING KEY SEM-CODIGO
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 008-01-MASCARAR-EMPFUNC
                   OUTPUT PROCEDURE IS 008-04-GRAVAR-MSKEMPF
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE EMPFUNC
               PERFORM 008-03-FS-EMPFUNC.

       008-00-FIM.                EXIT.

      *================================================================*
       008-01-MASCARAR-EMPFUNC    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ EMPFUNC.
           PERFORM 008-03-FS-EMPFUNC.

           PERFORM 008-02-TRATAR-EMPFUNC
               UNTIL FS-EMPFUNC EQUAL '10'.

       008-01-FIM.                EXIT.

      *================================================================*
       008-02-TRATAR-EMPFUNC      SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ARQ-QTD (6).

           MOVE COD-FUNC-EMP      TO WS-COD-REAL.
           PERFORM 021-00-MASCARAR-CODIGO.
           MOVE WS-COD-FALSO      TO COD-FUNC-EMP.

           COMPUTE VLR-EMPRESTIMO ROUNDED =
               VLR-EMPRESTIMO * WS-FATOR.
           COMPUTE VLR-PARCELA-EMP ROUNDED =
               VLR-PARCELA-EMP * WS-FATOR.
           COMPUTE SALDO-DEVEDOR-EMP ROUNDED =
               SALDO-DEVEDOR-EMP * WS-FATOR.

           RELEASE REG-SORTEMP    FROM REG-EMPFUNC.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ EMPFUNC.
           PERFORM 008-03-FS-EMPFUNC.

       008-02-FIM.                EXIT.

      *================================================================*
       008-03-FS-EMPFUNC          SECTION.
      *================================================================*
           MOVE 'EMPFUNC'         TO FS-ARQUIVO.
           MOVE FS-EMPFUNC        TO FS-COD-STATUS.

           IF FS-EMPFUNC NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       008-03-FIM.                EXIT.

      *================================================================*
       008-04-GRAVAR-MSKEMPF      SECTION.
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT: GRAVA A COPIA MASCARADA NA
      * ORDEM DA CHAVE FICTICIA.
      *
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT MSKEMPF.
           PERFORM 008-06-FS-MSKEMPF.

           MOVE 'N'               TO WS-FIM-SORT.

           RETURN SORTEMP
               AT END MOVE 'S'    TO WS-FIM-SORT.

           PERFORM 008-05-GRAVAR-UM
               UNTIL WS-FIM-SORT EQUAL 'S'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE MSKEMPF.
           PERFORM 008-06-FS-MSKEMPF.

       008-04-FIM.                EXIT.

      *================================================================*
       008-05-GRAVAR-UM           SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKEMPF      FROM REG-SORTEMP.
           PERFORM 008-06-FS-MSKEMPF.

           RETURN SORTEMP
               AT END MOVE 'S'    TO WS-FIM-SORT.

       008-05-FIM.                EXIT.

      *================================================================*
       008-06-FS-MSKEMPF          SECTION.
      *================================================================*
           MOVE 'MSKEMPF'         TO FS-ARQUIVO.
           MOVE FS-MSKEMPF        TO FS-COD-STATUS.

           IF FS-MSKEMPF NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       008-06-FIM.                EXIT.

      *================================================================*
       009-00-EXTRAIR-CADALUNO    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CADALUNO.
           PERFORM 009-02-FS-CADALUNO.

           IF FS-CADALUNO EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (7)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT MSKALUNO
               PERFORM 009-03-FS-MSKALUNO
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CADALUNO
               PERFORM 009-02-FS-CADALUNO
               PERFORM 009-01-TRATAR-CADALUNO
                   UNTIL FS-CADALUNO EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CADALUNO
                     MSKALUNO
               PERFORM 009-02-FS-CADALUNO
               PERFORM 009-03-FS-MSKALUNO.

       009-00-FIM.                EXIT.

      *================================================================*
       009-01-TRATAR-CADALUNO     SECTION.
      *================================================================*
      * O CODIGO DO ALUNO FICA; O NOME SAI DA CHAVE DO CODIGO
      * PASSADA PELA MASCARA, PARA NAO SEGUIR A ORDEM DO CODIGO.
      *
           ADD 1                  TO WS-TAB-ARQ-QTD (7).

           MOVE CODALU            TO WS-COD-REAL.
           PERFORM 021-00-MASCARAR-CODIGO.
           MOVE WS-COD-FALSO      TO WS-CHAVE-NOME.
           PERFORM 023-00-MONTAR-NOME.
           MOVE WS-NOME-FALSO     TO NOMEALU.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKALUNO     FROM REG-CADALUNO.
           PERFORM 009-03-FS-MSKALUNO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADALUNO.
           PERFORM 009-02-FS-CADALUNO.

       009-01-FIM.                EXIT.

      *================================================================*
       009-02-FS-CADALUNO         SECTION.
      *================================================================*
           MOVE 'CADALUNO'        TO FS-ARQUIVO.
           MOVE FS-CADALUNO       TO FS-COD-STATUS.

           IF FS-CADALUNO NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       009-02-FIM.                EXIT.

      *================================================================*
       009-03-FS-MSKALUNO         SECTION.
      *================================================================*
           MOVE 'MSKALUNO'        TO FS-ARQUIVO.
           MOVE FS-MSKALUNO       TO FS-COD-STATUS.

           IF FS-MSKALUNO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       009-03-FIM.                EXIT.

      *================================================================*
       010-00-EXTRAIR-CADCLI      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT CADCLI.
           PERFORM 010-02-FS-CADCLI.

           IF FS-CADCLI EQUAL '00'
               MOVE 'S'           TO WS-TAB-ARQ-INFORMADO (8)
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN OUTPUT MSKCLI
               PERFORM 010-03-FS-MSKCLI
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ CADCLI
               PERFORM 010-02-FS-CADCLI
               PERFORM 010-01-TRATAR-CADCLI
                   UNTIL FS-CADCLI EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE CADCLI
                     MSKCLI
               PERFORM 010-02-FS-CADCLI
               PERFORM 010-03-FS-MSKCLI.

       010-00-FIM.                EXIT.

      *================================================================*
       010-01-TRATAR-CADCLI       SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-ARQ-QTD (8).

           MOVE COD-CLI           TO WS-COD-REAL.
           PERFORM 021-00-MASCARAR-CODIGO.
           MOVE WS-COD-FALSO      TO WS-CHAVE-NOME.
           PERFORM 023-00-MONTAR-NOME.
           MOVE WS-NOME-FALSO     TO NOME-CLI.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-MSKCLI       FROM REG-CADCLI.
           PERFORM 010-03-FS-MSKCLI.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADCLI.
           PERFORM 010-02-FS-CADCLI.

       010-01-FIM.                EXIT.

      *================================================================*
       010-02-FS-CADCLI           SECTION.
      *================================================================*
           MOVE 'CADCLI'          TO FS-ARQUIVO.
           MOVE FS-CADCLI         TO FS-COD-STATUS.

           IF FS-CADCLI NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       010-02-FIM.                EXIT.

      *================================================================*
       010-03-FS-MSKCLI           SECTION.
      *================================================================*
           MOVE 'MSKCLI'          TO FS-ARQUIVO.
           MOVE FS-MSKCLI         TO FS-COD-STATUS.

           IF FS-MSKCLI NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       010-03-FIM.                EXIT.

      *================================================================*
       020-00-MASCARAR-CPF        SECTION.
      *================================================================*
      * BASE FICTICIA = (BASE REAL X MULTIPLICADOR + DESLOCAMENTO)
      * MODULO 10**9; DIGITOS VERIFICADORES PELO MODULO 11. CPF
      * ZERADO FICA ZERADO.
      *
           IF WS-CPF-REAL EQUAL ZEROS
               MOVE ZEROS         TO WS-CPF-FALSO
           ELSE
               COMPUTE WS-PRODUTO =
                   WS-CPF-REAL-NUM * WS-MULT-CPF + WS-DESLOC-CPF
               DIVIDE WS-PRODUTO BY WS-MODULO-CPF
                   GIVING WS-QUOCIENTE REMAINDER WS-CPF-FALSO-NUM
               MOVE ZEROS         TO WS-CPF-SOMA
               MOVE 10            TO WS-CPF-PESO
               PERFORM 020-01-SOMAR-DIGITO
                   VARYING WS-CPF-IDX FROM 1 BY 1
                   UNTIL WS-CPF-IDX GREATER 9
               PERFORM 020-02-CALCULAR-DV
               MOVE WS-CPF-RESTO  TO WS-CPF-FALSO-DV1
               MOVE ZEROS         TO WS-CPF-SOMA
               MOVE 11            TO WS-CPF-PESO
               PERFORM 020-01-SOMAR-DIGITO
                   VARYING WS-CPF-IDX FROM 1 BY 1
                   UNTIL WS-CPF-IDX GREATER 10
               PERFORM 020-02-CALCULAR-DV
               MOVE WS-CPF-RESTO  TO WS-CPF-FALSO-DV2
           END-IF.

       020-00-FIM.                EXIT.

      *================================================================*
       020-01-SOMAR-DIGITO        SECTION.
      *================================================================*
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
               (WS-CPF-DIGITO (WS-CPF-IDX) * WS-CPF-PESO).
           SUBTRACT 1             FROM WS-CPF-PESO.

       020-01-FIM.                EXIT.

      *================================================================*
       020-02-CALCULAR-DV         SECTION.
      *================================================================*
      * RESTO DA SOMA POR 11: MENOR QUE 2 DA DIGITO 0; SENAO 11 MENOS
      * O RESTO. DEVOLVE O DIGITO EM WS-CPF-RESTO.
      *
           DIVIDE WS-CPF-SOMA BY WS-ONZE
               GIVING WS-CPF-QUOC REMAINDER WS-CPF-RESTO.

           IF WS-CPF-RESTO LESS 2
               MOVE ZEROS         TO WS-CPF-RESTO
           ELSE
               COMPUTE WS-CPF-RESTO = WS-ONZE - WS-CPF-RESTO.

       020-02-FIM.                EXIT.

      *================================================================*
       021-00-MASCARAR-CODIGO     SECTION.
      *================================================================*
           IF WS-COD-REAL EQUAL ZEROS
               MOVE ZEROS         TO WS-COD-FALSO
           ELSE
               COMPUTE WS-PRODUTO =
                   WS-COD-REAL * WS-MULT-COD + WS-DESLOC-COD
               DIVIDE WS-PRODUTO BY WS-MODULO-COD
                   GIVING WS-QUOCIENTE REMAINDER WS-COD-FALSO.

       021-00-FIM.                EXIT.

      *================================================================*
       022-00-MASCARAR-CEP        SECTION.
      *================================================================*
      * O MESMO CEP REAL DA SEMPRE O MESMO CEP FICTICIO.
      *
           IF CEP NOT EQUAL ZEROS
               COMPUTE WS-PRODUTO =
                   CEP * WS-MULT-CPF + WS-DESLOC-CPF
               DIVIDE WS-PRODUTO BY WS-MODULO-CEP
                   GIVING WS-QUOCIENTE REMAINDER WS-CEP-FALSO
               MOVE WS-CEP-FALSO  TO CEP.

       022-00-FIM.                EXIT.

      *================================================================*
       023-00-MONTAR-NOME         SECTION.
      *================================================================*
      * PRENOME, SOBRENOME E SOBRENOME PELOS TRES ULTIMOS DIGITOS DA
      * CHAVE FICTICIA EM BASE 20.
      *
           DIVIDE WS-CHAVE-NOME BY WS-VINTE
               GIVING WS-QUOC-NOME REMAINDER WS-RESTO-NOME.
           COMPUTE WS-IDX-PRE = WS-RESTO-NOME + 1.

           DIVIDE WS-QUOC-NOME BY WS-VINTE
               GIVING WS-QUOC-NOME2 REMAINDER WS-RESTO-NOME.
           COMPUTE WS-IDX-SOB1 = WS-RESTO-NOME + 1.

           DIVIDE WS-QUOC-NOME2 BY WS-VINTE
               GIVING WS-QUOC-NOME REMAINDER WS-RESTO-NOME.
           COMPUTE WS-IDX-SOB2 = WS-RESTO-NOME + 1.

           MOVE SPACES            TO WS-NOME-FALSO.
           STRING WS-TAB-PRE-NOME (WS-IDX-PRE) DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  WS-TAB-SOB-NOME (WS-IDX-SOB1) DELIMITED BY SPACE
                  ' '                          DELIMITED BY SIZE
                  WS-TAB-SOB-NOME (WS-IDX-SOB2) DELIMITED BY SPACE
                  INTO WS-NOME-FALSO.

       023-00-FIM.                EXIT.

      *================================================================*
       024-00-MONTAR-ENDERECO     SECTION.
      *================================================================*
      * RUA COM NOME DA TABELA DE SOBRENOMES E NUMERO PELA CHAVE
      * FICTICIA (A MESMA DO NOME).
      *
           DIVIDE WS-CHAVE-NOME BY WS-DEZ
               GIVING WS-QUOC-NOME REMAINDER WS-RESTO-NOME.
           DIVIDE WS-QUOC-NOME BY WS-VINTE
               GIVING WS-QUOC-NOME2 REMAINDER WS-RESTO-NOME.
           COMPUTE WS-IDX-RUA = WS-RESTO-NOME + 1.

           DIVIDE WS-CHAVE-NOME BY WS-MODULO-COD
               GIVING WS-QUOC-NOME REMAINDER WS-PRODUTO.
           MOVE WS-PRODUTO        TO WS-NUMERO-RUA.

           MOVE SPACES            TO WS-ENDER-FALSO.
           STRING 'RUA '                       DELIMITED BY SIZE
                  WS-TAB-SOB-NOME (WS-IDX-RUA) DELIMITED BY SPACE
                  ', '                         DELIMITED BY SIZE
                  WS-NUMERO-RUA                DELIMITED BY SIZE
                  INTO WS-ENDER-FALSO.

       024-00-FIM.                EXIT.

      *================================================================*
       030-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           PERFORM 032-00-CABECALHOS.

           PERFORM 030-01-IMPRIMIR-ARQUIVO
               VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ GREATER 8.

           MOVE ACUM-LIDOS        TO TOT001-LIDOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-03-FS-RELATO.

       030-00-FIM.                EXIT.

      *================================================================*
       030-01-IMPRIMIR-ARQUIVO    SECTION.
      *================================================================*
           MOVE WS-TAB-ARQ-ORIGEM (WS-IDX-ARQ) TO DET001-ORIGEM.
           MOVE WS-TAB-ARQ-QTD (WS-IDX-ARQ)    TO DET001-QTD.

           IF WS-TAB-ARQ-INFORMADO (WS-IDX-ARQ) EQUAL 'S'
               MOVE WS-TAB-ARQ-COPIA (WS-IDX-ARQ) TO DET001-COPIA
               MOVE SPACES        TO DET001-OBS
               ADD WS-TAB-ARQ-QTD (WS-IDX-ARQ) TO ACUM-LIDOS
           ELSE
               MOVE SPACES        TO DET001-COPIA
               MOVE 'NAO INFORMADO' TO DET001-OBS.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       030-01-FIM.                EXIT.

      *================================================================*
       031-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-03-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       031-00-FIM.                EXIT.

      *================================================================*
       032-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-03-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       032-00-FIM.                EXIT.

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
       901-00-RECUSAR-EXTRACAO    SECTION.
      *================================================================*
      *    PARAMETRO SEM CONDICAO: NENHUMA COPIA E GRAVADA
           DISPLAY '* EXTRACAO MASCARADA RECUSADA        *'
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
               MOVE 'PU8EXF68'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LIDOS              TO RUNLOG-QTD-GRAVADOS
               MOVE ZEROS                   TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
