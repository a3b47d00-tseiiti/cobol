       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF54.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ADMISSAO DE FUNCIONARIOS. AS TRANSACOES DO ADMITRAN (DADOS DO
      * CADASTRO SEM O CODIGO) SAO VALIDADAS COM AS MESMAS REGRAS DE
      * CAMPO DO PU8EXE15 (NOME, SALARIO, DESCONTO, DATAS, CEP E UF) E
      * A SECAO E CONFERIDA NO CADASTRO DE SECOES SECAOMST. O CADFUNC
      * E COPIADO PARA A NOVA GERACAO (CADFUNN) E CADA ADMISSAO VALIDA
      * ENTRA NO FIM DELA COM O CODIGO SEGUINTE, A PARTIR DO PROXIMO
      * CODIGO DO PARMCODF (NUNCA ABAIXO DO MAIOR CODIGO DO CADASTRO);
      * O PROXIMO CODIGO LIVRE E EXIBIDO NO FIM PARA ATUALIZAR O
      * PARAMETRO.
      *
      * O ADMITIDO SAI MARCADO (IND-ADMIS = 'N') PARA QUE O PU8EXE27
      * PAGUE NO MES DA ADMISSAO SO OS DIAS DE DT-ADMIS ATE O FIM DO
      * MES. ADMISSAO COM CAMPO INVALIDO, SECAO NAO CADASTRADA OU DE
      * PESSOA JA NO CADASTRO (MESMO NOME E NASCIMENTO) VAI PARA O
      * ADMISUS COM O MOTIVO, E O PROGRAMA TERMINA COM RETURN-CODE
      * 0004. O RELATORIO LISTA AS ADMISSOES EFETIVADAS PARA O VISTO
      * DO RH.
      *
      * A ADMISSAO PODE TRAZER O CARGO DO FUNCIONARIO (CARGO-ADM), QUE
      * VAI PARA O CADFUNC. CARGO INFORMADO TEM DE EXISTIR NA TABELA
      * DE CARGOS (CARGOMST) E O SALARIO TEM DE ESTAR NA FAIXA DO GRAU.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT ADMITRAN        ASSIGN TO UT-S-ADMITRAN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ADMITRAN.
      *
           SELECT SECAOMST        ASSIGN TO UT-S-SECAOMST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-SECAOMST.
      *
           SELECT CARGOMST        ASSIGN TO UT-S-CARGOMST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CARGOMST.
      *
           SELECT CADFUNC         ASSIGN TO UT-S-CADFUNC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNC.
      *
           SELECT CADFUNN         ASSIGN TO UT-S-CADFUNN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFUNN.
      *
           SELECT ADMISUS         ASSIGN TO UT-S-ADMISUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ADMISUS.
      *
           SELECT     PARMCODF    ASSIGN TO UT-S-PARMCODF
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMCODF.
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
      * TRANSACOES DE ADMISSAO: O REGISTRO DO CADFUNC SEM O CODIGO,
      * QUE E ATRIBUIDO PELO PROGRAMA. DATAS EM DDMMAA.
      *
       FD ADMITRAN
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-ADMITRAN.
       01 REG-ADMITRAN.
          05 NOME-ADM             PIC X(30).
          05 DT-NASC-ADM-R.
             10 DT-NASC-ADM       PIC 9(06).
          05 DT-NASC-ADM-DDMM     REDEFINES DT-NASC-ADM-R.
             10 DD-NASC-ADM       PIC 9(02).
             10 MM-NASC-ADM       PIC 9(02).
             10 AA-NASC-ADM       PIC 9(02).
          05 DT-ADMIS-ADM-R.
             10 DT-ADMIS-ADM      PIC 9(06).
          05 DT-ADMIS-ADM-DDMM    REDEFINES DT-ADMIS-ADM-R.
             10 DD-ADMIS-ADM      PIC 9(02).
             10 MM-ADMIS-ADM      PIC 9(02).
             10 AA-ADMIS-ADM      PIC 9(02).
          05 ENDER-ADM            PIC X(30).
          05 CEP-ADM-R.
             10 CEP-ADM           PIC 9(08).
          05 UF-ADM               PIC X(02).
          05 SALARIO-ADM-R.
             10 SALARIO-ADM       PIC 9(07)V99.
          05 DESCON-ADM-R.
             10 DESCON-ADM        PIC 9(07)V99.
          05 SECAO-ADM            PIC X(01).
          05 CARGO-ADM            PIC X(03).
          05 FILLER               PIC X(06).
      *
      * CADASTRO DE SECOES VALIDAS.
      *
       FD SECAOMST
          RECORD      CONTAINS    30 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-SECAOMST.
       01 REG-SECAOMST.
          05 SECAO-MST            PIC X(01).
          05 NOME-SECAO-MST       PIC X(20).
          05 FILLER               PIC X(09).
      *
      * TABELA DE CARGOS E FAIXAS SALARIAIS.
      *
       FD CARGOMST
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CARGOMST.
       COPY CARGOMST.
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
      * CADASTRO DE FUNCIONARIOS - NOVA GERACAO. IND-ADMIS-NOV = 'N'
      * MARCA O ADMITIDO POR ESTE PROGRAMA (PRIMEIRA FOLHA
      * PROPORCIONAL NO PU8EXE27).
      *
       FD CADFUNN
          RECORD      CONTAINS    110 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADFUNN.
       01 REG-CADFUNN.
          05 CODIGO-NOV           PIC 9(05).
          05 NOME-NOV             PIC X(30).
          05 DT-NASC-NOV          PIC 9(06).
          05 DT-ADMIS-NOV         PIC 9(06).
          05 ENDER-NOV            PIC X(30).
          05 CEP-NOV              PIC 9(08).
          05 UF-NOV               PIC X(02).
          05 IND-ADMIS-NOV        PIC X(01).
          05 CARGO-NOV            PIC X(03).
          05 SALARIO-NOV          PIC 9(07)V99.
          05 DESCON-NOV           PIC 9(07)V99.
          05 SECAO-NOV            PIC X(01).
      *
      * ADMISSOES RECUSADAS: A IMAGEM DA TRANSACAO E O MOTIVO.
      *
       FD ADMISUS
          RECORD      CONTAINS    140 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-ADMISUS.
       01 REG-ADMISUS.
          05 TRANSACAO-SUS        PIC X(110).
          05 MOTIVO-SUS           PIC X(30).
      *
      * PARAMETRO COM O PROXIMO CODIGO DE FUNCIONARIO A ATRIBUIR.
      *
       FD PARMCODF
           RECORD     CONTAINS    05 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMCODF.
       01 REG-PARMCODF.
          05 PROX-COD-FUNC-PARM   PIC 9(05).
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
      *  PROXIMO CODIGO A ATRIBUIR E MAIOR CODIGO DO CADASTRO
      *
       77 WS-PROX-COD             PIC 9(05) VALUE 1.
       77 WS-MAIOR-COD            PIC 9(05) VALUE ZEROS.
      *
      *  SECOES VALIDAS EM TABELA
      *
       01 WS-TAB-SEC.
          05 WS-TAB-SEC-QTD       PIC 9(02) VALUE ZEROS.
          05 WS-TAB-SEC-ENTRY OCCURS 30 TIMES.
             10 WS-TAB-SEC-COD    PIC X(01).
             10 WS-TAB-SEC-NOME   PIC X(20).
      *
       77 WS-IDX-SEC              PIC 9(02) VALUE ZEROS.
       77 WS-SEC-ACHADO           PIC 9(02) VALUE ZEROS.
      *
      *  CARGOS E FAIXAS SALARIAIS EM TABELA
      *
       01 WS-TAB-CGO.
          05 WS-TAB-CGO-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CGO-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-CGO-COD    PIC X(03).
             10 WS-TAB-CGO-MIN    PIC 9(07)V99.
             10 WS-TAB-CGO-MAX    PIC 9(07)V99.
      *
       77 WS-IDX-CGO              PIC 9(03) VALUE ZEROS.
       77 WS-CGO-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *  NOME E NASCIMENTO DE QUEM JA ESTA NO CADASTRO (INCLUSIVE OS
      *  ADMITIDOS NESTA EXECUCAO), PARA NAO ADMITIR A MESMA PESSOA
      *  DUAS VEZES
      *
       01 WS-TAB-CAD.
          05 WS-TAB-CAD-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-CAD-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-CAD-NOME   PIC X(30).
             10 WS-TAB-CAD-NASC   PIC 9(06).
      *
       77 WS-IDX-CAD              PIC 9(04) VALUE ZEROS.
       77 WS-CAD-ACHADO           PIC 9(04) VALUE ZEROS.
       77 WS-NOME-PESSOA          PIC X(30) VALUE SPACES.
       77 WS-NASC-PESSOA          PIC 9(06) VALUE ZEROS.
      *
      *  UNIDADES DA FEDERACAO VALIDAS, COMO NO PU8EXE15
      *
       01 WS-LISTA-UF              VALUE
          'ACALAPAMBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
          05 WS-TAB-UF-ENTRY      PIC X(02) OCCURS 27 TIMES.
      *
       77 WS-IDX-UF               PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU-UF             PIC X(01) VALUE 'N'.
       77 WS-MOTIVO               PIC X(30) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-ADM-LIDAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-ADMITIDOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-SALARIOS       PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-ADMITRAN             PIC X(02) VALUE SPACES.
       77 FS-SECAOMST             PIC X(02) VALUE SPACES.
       77 FS-CARGOMST             PIC X(02) VALUE SPACES.
       77 FS-CADFUNC              PIC X(02) VALUE SPACES.
       77 FS-CADFUNN              PIC X(02) VALUE SPACES.
       77 FS-ADMISUS              PIC X(02) VALUE SPACES.
       77 FS-PARMCODF             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF54'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'ADMISSOES DE FUNCIONARIOS EFETIVADAS'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(07) VALUE 'FUNC.'.
          05 FILLER               PIC X(32) VALUE 'NOME'.
          05 FILLER               PIC X(04) VALUE 'SEC'.
          05 FILLER               PIC X(06) VALUE 'CARGO'.
          05 FILLER               PIC X(14) VALUE 'ADMISSAO'.
          05 FILLER               PIC X(07) VALUE 'SALARIO'.
      *
       01  DET001.
          05 DET001-CODIGO        PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-NOME          PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-SECAO         PIC X(01).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-CARGO         PIC X(03).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-DD-ADMIS      PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 DET001-MM-ADMIS      PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 DET001-AA-ADMIS      PIC 9(02).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-SALARIO       PIC Z.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'FUNCIONARIOS NO CADASTRO ANTERIOR        :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TRANSACOES DE ADMISSAO LIDAS             :'.
          05 TOT002-ADM-LIDAS     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'ADMISSOES EFETIVADAS                     :'.
          05 TOT003-ADMITIDOS     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'ADMISSOES RECUSADAS (VER ADMISUS)        :'.
          05 TOT004-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'PROXIMO CODIGO DE FUNCIONARIO            :'.
          05 TOT005-PROX-COD      PIC 9(05).
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'SALARIOS DOS ADMITIDOS     :'.
          05 TOT006-SALARIOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  ASS001.
          05 FILLER               PIC X(60) VALUE
             'CONFERIDO PELO RH: ____________________________________'.
      *
       01  ASS002.
          05 FILLER               PIC X(60) VALUE
             'DATA: ____/____/________'.
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
           PERFORM 001-09-LER-PARMCODF.
           PERFORM 001-10-CARREGAR-SECAOMST.
           PERFORM 001-13-CARREGAR-CARGOMST.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-COPIAR-CADFUNC
               UNTIL FS-CADFUNC EQUAL '10'.
           PERFORM 003-10-AJUSTAR-PROX-COD.
           PERFORM 008-00-CABECALHOS.
           PERFORM 004-00-TRATAR-ADMISSAO
               UNTIL FS-ADMITRAN EQUAL '10'.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  ADMITRAN
                       SECAOMST
                       CARGOMST
                       CADFUNC
                       PARMCODF
                       PARMDATA
                OUTPUT CADFUNN
                       ADMISUS
                       RELATO.
           PERFORM 001-01-FS-ADMITRAN.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-03-FS-SECAOMST.
           PERFORM 001-12-FS-CARGOMST.
           PERFORM 001-04-FS-CADFUNN.
           PERFORM 001-05-FS-RELATO.
           PERFORM 001-08-FS-ADMISUS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-02-FS-CADFUNC.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ADMITRAN.
           PERFORM 001-01-FS-ADMITRAN.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-FS-ADMITRAN         SECTION.
      *================================================================*
           MOVE 'ADMITRAN'        TO FS-ARQUIVO.
           MOVE FS-ADMITRAN       TO FS-COD-STATUS.

           IF FS-ADMITRAN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADFUNC          SECTION.
      *================================================================*
           MOVE 'CADFUNC'         TO FS-ARQUIVO.
           MOVE FS-CADFUNC        TO FS-COD-STATUS.

           IF FS-CADFUNC NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-SECAOMST         SECTION.
      *================================================================*
           MOVE 'SECAOMST'        TO FS-ARQUIVO.
           MOVE FS-SECAOMST       TO FS-COD-STATUS.

           IF FS-SECAOMST NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CADFUNN          SECTION.
      *================================================================*
           MOVE 'CADFUNN'         TO FS-ARQUIVO.
           MOVE FS-CADFUNN        TO FS-COD-STATUS.

           IF FS-CADFUNN NOT EQUAL '00'
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

       001-06-FIM.                EXIT.

      *================================================================*
       001-08-FS-ADMISUS          SECTION.
      *================================================================*
           MOVE 'ADMISUS'         TO FS-ARQUIVO.
           MOVE FS-ADMISUS        TO FS-COD-STATUS.

           IF FS-ADMISUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMCODF        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMCODF.

           MOVE 'PARMCODF'        TO FS-ARQUIVO.
           MOVE FS-PARMCODF       TO FS-COD-STATUS.
           IF FS-PARMCODF NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMCODF EQUAL '00'
              AND PROX-COD-FUNC-PARM NOT EQUAL ZEROS
               MOVE PROX-COD-FUNC-PARM TO WS-PROX-COD.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMCODF.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-CARREGAR-SECAOMST   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SECAOMST.
           PERFORM 001-03-FS-SECAOMST.

           PERFORM 001-11-ACUMULAR-SECAOMST
               UNTIL FS-SECAOMST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE SECAOMST.

           IF WS-TAB-SEC-QTD EQUAL ZEROS
               DISPLAY '* SECAOMST SEM SECOES   *'
               DISPLAY '* PROGRAMA ENCERRADO    *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-ACUMULAR-SECAOMST   SECTION.
      *================================================================*
           IF WS-TAB-SEC-QTD EQUAL 30
               DISPLAY '* TABELA DE SECOES CHEIA             *'
               DISPLAY '* AUMENTAR WS-TAB-SEC E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-SEC-QTD.
           MOVE SECAO-MST         TO
               WS-TAB-SEC-COD (WS-TAB-SEC-QTD).
           MOVE NOME-SECAO-MST    TO
               WS-TAB-SEC-NOME (WS-TAB-SEC-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ SECAOMST.
           PERFORM 001-03-FS-SECAOMST.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-CARGOMST         SECTION.
      *================================================================*
           MOVE 'CARGOMST'        TO FS-ARQUIVO.
           MOVE FS-CARGOMST       TO FS-COD-STATUS.

           IF FS-CARGOMST NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-CARREGAR-CARGOMST   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARGOMST.
           PERFORM 001-12-FS-CARGOMST.

           PERFORM 001-14-ACUMULAR-CARGOMST
               UNTIL FS-CARGOMST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CARGOMST.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-ACUMULAR-CARGOMST   SECTION.
      *================================================================*
           IF WS-TAB-CGO-QTD EQUAL 100
               DISPLAY '* TABELA DE CARGOS CHEIA             *'
               DISPLAY '* AUMENTAR WS-TAB-CGO E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-CGO-QTD.
           MOVE CARGO-CGO         TO
               WS-TAB-CGO-COD (WS-TAB-CGO-QTD).
           MOVE SAL-MIN-CGO       TO
               WS-TAB-CGO-MIN (WS-TAB-CGO-QTD).
           MOVE SAL-MAX-CGO       TO
               WS-TAB-CGO-MAX (WS-TAB-CGO-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARGOMST.
           PERFORM 001-12-FS-CARGOMST.

       001-14-FIM.                EXIT.

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
       003-00-COPIAR-CADFUNC      SECTION.
      *================================================================*
      * O CADASTRO ATUAL PASSA INTEIRO PARA A NOVA GERACAO; GUARDA O
      * MAIOR CODIGO E O NOME/NASCIMENTO DE CADA FUNCIONARIO.
      *
           ADD 1                  TO ACUM-LIDOS.

           IF CODIGO GREATER WS-MAIOR-COD
               MOVE CODIGO        TO WS-MAIOR-COD.

           MOVE NOME              TO WS-NOME-PESSOA.
           MOVE DT-NASC           TO WS-NASC-PESSOA.
           PERFORM 003-01-GUARDAR-PESSOA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CADFUNN      FROM REG-CADFUNC.
           PERFORM 001-04-FS-CADFUNN.
           ADD 1                  TO ACUM-GRAVADOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFUNC.
           PERFORM 001-02-FS-CADFUNC.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-GUARDAR-PESSOA      SECTION.
      *================================================================*
           IF WS-TAB-CAD-QTD EQUAL 2000
               DISPLAY '* TABELA DE FUNCIONARIOS CHEIA       *'
               DISPLAY '* AUMENTAR WS-TAB-CAD E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           ADD 1                  TO WS-TAB-CAD-QTD.
           MOVE WS-NOME-PESSOA    TO
               WS-TAB-CAD-NOME (WS-TAB-CAD-QTD).
           MOVE WS-NASC-PESSOA    TO
               WS-TAB-CAD-NASC (WS-TAB-CAD-QTD).

       003-01-FIM.                EXIT.

      *================================================================*
       003-10-AJUSTAR-PROX-COD    SECTION.
      *================================================================*
      * PARAMETRO DESATUALIZADO NAO PODE REPETIR CODIGO JA EM USO.
      *
           IF WS-PROX-COD NOT GREATER WS-MAIOR-COD
               DISPLAY '* PARMCODF ABAIXO DO MAIOR CODIGO DO CADFUNC ('
                       WS-MAIOR-COD ') - AJUSTADO *'
               COMPUTE WS-PROX-COD = WS-MAIOR-COD + 1.

       003-10-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR-ADMISSAO     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-ADM-LIDAS.

           PERFORM 004-01-VALIDAR-ADMISSAO.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 004-02-EFETIVAR
           ELSE
               PERFORM 004-03-GRAVAR-ADMISUS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ ADMITRAN.
           PERFORM 001-01-FS-ADMITRAN.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-VALIDAR-ADMISSAO    SECTION.
      *================================================================*
      * REGRAS DE CAMPO DO PU8EXE15, NA MESMA ORDEM; VALE O PRIMEIRO
      * MOTIVO ENCONTRADO. WS-MOTIVO EM BRANCO = ADMISSAO VALIDA.
      *
           MOVE SPACES            TO WS-MOTIVO.

           MOVE 'N'               TO WS-ACHOU-UF.
           PERFORM 004-01-01-PROCURAR-UF
               VARYING WS-IDX-UF FROM 1 BY 1
               UNTIL WS-IDX-UF GREATER 27
                  OR WS-ACHOU-UF EQUAL 'S'.

           MOVE ZEROS             TO WS-SEC-ACHADO.
           PERFORM 004-01-02-PROCURAR-SECAO
               VARYING WS-IDX-SEC FROM 1 BY 1
               UNTIL WS-IDX-SEC GREATER WS-TAB-SEC-QTD
                  OR WS-SEC-ACHADO NOT EQUAL ZEROS.

           MOVE ZEROS             TO WS-CAD-ACHADO.
           PERFORM 004-01-03-PROCURAR-PESSOA
               VARYING WS-IDX-CAD FROM 1 BY 1
               UNTIL WS-IDX-CAD GREATER WS-TAB-CAD-QTD
                  OR WS-CAD-ACHADO NOT EQUAL ZEROS.

           MOVE ZEROS             TO WS-CGO-ACHADO.
           IF CARGO-ADM NOT EQUAL SPACES
               PERFORM 004-01-04-PROCURAR-CARGO
                   VARYING WS-IDX-CGO FROM 1 BY 1
                   UNTIL WS-IDX-CGO GREATER WS-TAB-CGO-QTD
                      OR WS-CGO-ACHADO NOT EQUAL ZEROS.

           EVALUATE TRUE
               WHEN NOME-ADM EQUAL SPACES
                   MOVE 'NOME NAO PREENCHIDO' TO WS-MOTIVO
               WHEN SALARIO-ADM-R EQUAL SPACES
                   MOVE 'SALARIO NAO PREENCHIDO' TO WS-MOTIVO
               WHEN SALARIO-ADM NOT NUMERIC
                   MOVE 'SALARIO NAO NUMERICO' TO WS-MOTIVO
               WHEN SALARIO-ADM EQUAL ZEROS
                   MOVE 'SALARIO ZERO' TO WS-MOTIVO
               WHEN DESCON-ADM-R EQUAL SPACES
                   MOVE 'DESCONTO NAO PREENCHIDO' TO WS-MOTIVO
               WHEN DESCON-ADM NOT NUMERIC
                   MOVE 'DESCONTO NAO NUMERICO' TO WS-MOTIVO
               WHEN DESCON-ADM GREATER SALARIO-ADM
                   MOVE 'DESCONTO MAIOR QUE SALARIO' TO WS-MOTIVO
               WHEN DT-NASC-ADM NOT NUMERIC
                 OR DD-NASC-ADM EQUAL 00 OR DD-NASC-ADM GREATER 31
                 OR MM-NASC-ADM EQUAL 00 OR MM-NASC-ADM GREATER 12
                   MOVE 'DATA NASCIMENTO INVALIDA' TO WS-MOTIVO
               WHEN DT-ADMIS-ADM NOT NUMERIC
                 OR DD-ADMIS-ADM EQUAL 00 OR DD-ADMIS-ADM GREATER 31
                 OR MM-ADMIS-ADM EQUAL 00 OR MM-ADMIS-ADM GREATER 12
                   MOVE 'DATA ADMISSAO INVALIDA' TO WS-MOTIVO
               WHEN CEP-ADM-R EQUAL SPACES
                   MOVE 'CEP NAO PREENCHIDO' TO WS-MOTIVO
               WHEN CEP-ADM NOT NUMERIC
                   MOVE 'CEP NAO NUMERICO' TO WS-MOTIVO
               WHEN CEP-ADM EQUAL ZEROS
                   MOVE 'CEP INVALIDO' TO WS-MOTIVO
               WHEN WS-ACHOU-UF EQUAL 'N'
                   MOVE 'UF INVALIDA' TO WS-MOTIVO
               WHEN WS-SEC-ACHADO EQUAL ZEROS
                   MOVE 'SECAO NAO CADASTRADA' TO WS-MOTIVO
               WHEN CARGO-ADM NOT EQUAL SPACES
                AND WS-CGO-ACHADO EQUAL ZEROS
                   MOVE 'CARGO NAO CADASTRADO' TO WS-MOTIVO
               WHEN WS-CGO-ACHADO NOT EQUAL ZEROS
                AND (SALARIO-ADM LESS WS-TAB-CGO-MIN (WS-CGO-ACHADO)
                 OR SALARIO-ADM GREATER WS-TAB-CGO-MAX (WS-CGO-ACHADO))
                   MOVE 'SALARIO FORA DA FAIXA DO CARGO' TO WS-MOTIVO
               WHEN WS-CAD-ACHADO NOT EQUAL ZEROS
                   MOVE 'FUNCIONARIO JA CADASTRADO' TO WS-MOTIVO
               WHEN WS-PROX-COD EQUAL 99999
                   MOVE 'CODIGOS DE FUNCIONARIO ESGOTADOS' TO WS-MOTIVO
           END-EVALUATE.

       004-01-FIM.                EXIT.

      *================================================================*
       004-01-01-PROCURAR-UF      SECTION.
      *================================================================*
           IF UF-ADM EQUAL WS-TAB-UF-ENTRY (WS-IDX-UF)
               MOVE 'S'           TO WS-ACHOU-UF.

       004-01-01-FIM.             EXIT.

      *================================================================*
       004-01-02-PROCURAR-SECAO   SECTION.
      *================================================================*
           IF WS-TAB-SEC-COD (WS-IDX-SEC) EQUAL SECAO-ADM
               MOVE WS-IDX-SEC    TO WS-SEC-ACHADO.

       004-01-02-FIM.             EXIT.

      *================================================================*
       004-01-03-PROCURAR-PESSOA  SECTION.
      *================================================================*
           IF WS-TAB-CAD-NOME (WS-IDX-CAD) EQUAL NOME-ADM
              AND WS-TAB-CAD-NASC (WS-IDX-CAD) EQUAL DT-NASC-ADM-R
               MOVE WS-IDX-CAD    TO WS-CAD-ACHADO.

       004-01-03-FIM.             EXIT.

      *================================================================*
       004-01-04-PROCURAR-CARGO   SECTION.
      *================================================================*
           IF WS-TAB-CGO-COD (WS-IDX-CGO) EQUAL CARGO-ADM
               MOVE WS-IDX-CGO    TO WS-CGO-ACHADO.

       004-01-04-FIM.             EXIT.

      *================================================================*
       004-02-EFETIVAR            SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-CADFUNN.

           MOVE WS-PROX-COD       TO CODIGO-NOV.
           MOVE NOME-ADM          TO NOME-NOV.
           MOVE DT-NASC-ADM       TO DT-NASC-NOV.
           MOVE DT-ADMIS-ADM      TO DT-ADMIS-NOV.
           MOVE ENDER-ADM         TO ENDER-NOV.
           MOVE CEP-ADM           TO CEP-NOV.
           MOVE UF-ADM            TO UF-NOV.
           MOVE 'N'               TO IND-ADMIS-NOV.
           MOVE CARGO-ADM         TO CARGO-NOV.
           MOVE SALARIO-ADM       TO SALARIO-NOV.
           MOVE DESCON-ADM        TO DESCON-NOV.
           MOVE SECAO-ADM         TO SECAO-NOV.

           WRITE REG-CADFUNN.
           PERFORM 001-04-FS-CADFUNN.
           ADD 1                  TO ACUM-GRAVADOS.
           ADD 1                  TO ACUM-ADMITIDOS.
           ADD SALARIO-ADM        TO ACUM-VLR-SALARIOS.

           MOVE NOME-ADM          TO WS-NOME-PESSOA.
           MOVE DT-NASC-ADM       TO WS-NASC-PESSOA.
           PERFORM 003-01-GUARDAR-PESSOA.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-PROX-COD       TO DET001-CODIGO.
           MOVE NOME-ADM          TO DET001-NOME.
           MOVE SECAO-ADM         TO DET001-SECAO.
           MOVE CARGO-ADM         TO DET001-CARGO.
           MOVE DD-ADMIS-ADM      TO DET001-DD-ADMIS.
           MOVE MM-ADMIS-ADM      TO DET001-MM-ADMIS.
           MOVE AA-ADMIS-ADM      TO DET001-AA-ADMIS.
           MOVE SALARIO-ADM       TO DET001-SALARIO.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           ADD 1                  TO WS-PROX-COD.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-GRAVAR-ADMISUS      SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.

           MOVE REG-ADMITRAN      TO TRANSACAO-SUS.
           MOVE WS-MOTIVO         TO MOTIVO-SUS.

           WRITE REG-ADMISUS.
           PERFORM 001-08-FS-ADMISUS.
           ADD 1                  TO ACUM-RECUSADOS.

       004-03-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-ADM-LIDAS    TO TOT002-ADM-LIDAS.
           MOVE ACUM-ADMITIDOS    TO TOT003-ADMITIDOS.
           MOVE ACUM-RECUSADOS    TO TOT004-RECUSADOS.
           MOVE WS-PROX-COD       TO TOT005-PROX-COD.
           MOVE ACUM-VLR-SALARIOS TO TOT006-SALARIOS.

           IF ACUM-LINHAS GREATER 49
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

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM ASS001 AFTER 3.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM ASS002 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           DISPLAY 'PROXIMO CODIGO DE FUNCIONARIO: ' WS-PROX-COD.

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* ADMISSOES RECUSADAS: ' ACUM-RECUSADOS
                       ' - VER ADMISUS *'
               MOVE 0004          TO RETURN-CODE.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE ADMITRAN
                 CADFUNC
                 CADFUNN
                 ADMISUS
                 RELATO.
           PERFORM 001-01-FS-ADMITRAN.
           PERFORM 001-02-FS-CADFUNC.
           PERFORM 001-04-FS-CADFUNN.
           PERFORM 001-08-FS-ADMISUS.
           PERFORM 001-05-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       006-00-FIM.                EXIT.

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

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-05-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

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
               MOVE 'PU8EXF54'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-GRAVADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-RECUSADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
