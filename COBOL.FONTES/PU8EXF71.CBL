       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF71.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * CONVERSAO DO HISTORICO DE COTACOES PARA DATA COM QUATRO
      * DIGITOS NO ANO. LE UM ARQUIVO NO LAYOUT ANTIGO (COTAANT: 26
      * POSICOES, DATAHIST DDMMAA) E GRAVA A NOVA GERACAO (COTANOVA:
      * 30 POSICOES, DATAHIST AAAAMMDD E A MARCA DE LAYOUT 'V2' NAS
      * DUAS ULTIMAS POSICOES), NO LAYOUT LIDO PELO PU8EXE09,
      * PU8EXE41, PU8EXE67 E PU8EXE68. CADA RODADA CONVERTE UM
      * ARQUIVO: O HISTCOTA E, UMA A UMA, AS GERACOES DO COTAARCV
      * CATALOGADAS NO ARCVCATL.
      *
      * O SECULO SAI DO ANO-PIVO: ANO ATE O PIVO E DO SECULO DA DATA
      * DE REFERENCIA (PARMDATA OU DATA DO SISTEMA), ACIMA DELE DO
      * SECULO ANTERIOR. O PIVO VEM DO PARMPIVO (OPCIONAL); SEM ELE
      * O PIVO E O ANO DA DATA DE REFERENCIA, A MESMA JANELA DO
      * PU8EXE09 E DO PU8EXE68.
      *
      * O ARQUIVO E LIDO TRES VEZES: A PRIMEIRA VALIDA TODOS OS
      * REGISTROS (CODIGO, DATA E PRECO NUMERICOS, MES DE 01 A 12,
      * DIA DE 01 A 31); A SEGUNDA CONVERTE E GRAVA, SOMANDO A
      * QUANTIDADE E OS TOTAIS DE CONTROLE (CODHIST, PRECHIST E O
      * DDMMAA) DA ENTRADA; A TERCEIRA RELE O COTANOVA E SOMA OS
      * MESMOS TOTAIS DA SAIDA, CONFERINDO A MARCA DE LAYOUT. O
      * RELATORIO MOSTRA ANTES E DEPOIS LADO A LADO.
      *
      * REGISTRO INVALIDO OU ARQUIVO JA CONVERTIDO (PRIMEIRO
      * REGISTRO COM A MARCA 'V2') RECUSA A RODADA COM RETURN-CODE
      * 0008, SEM GRAVAR O COTANOVA. TOTAIS DIVERGENTES TERMINAM COM
      * RETURN-CODE 0090: O COTANOVA NAO DEVE SER CATALOGADO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT COTAANT         ASSIGN TO UT-S-COTAANT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-COTAANT.
      *
           SELECT COTAVER         ASSIGN TO UT-S-COTAANT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-COTAVER.
      *
           SELECT COTANOVA        ASSIGN TO UT-S-COTANOVA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-COTANOVA.
      *
           SELECT     PARMPIVO    ASSIGN TO UT-S-PARMPIVO
                      FILE STATUS IS FS-PARMPIVO.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
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
      * HISTORICO DE COTACOES NO LAYOUT ANTIGO (DDMMAA)
      *
       FD COTAANT
           RECORD     CONTAINS    26 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTAANT.
       01 REG-COTAANT.
          05 CODHIST-ANT          PIC 9(05).
          05 DATAHIST-ANT.
             10 DIA-HIST-ANT      PIC 9(02).
             10 MES-HIST-ANT      PIC 9(02).
             10 ANO-HIST-ANT      PIC 9(02).
          05 PRECHIST-ANT         PIC 9(13)V99.
      *
      * O MESMO ARQUIVO VISTO NO LAYOUT NOVO, SO PARA RECONHECER UM
      * ARQUIVO JA CONVERTIDO
      *
       FD COTAVER
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTAVER.
       01 REG-COTAVER.
          05 FILLER               PIC X(28).
          05 VERSAO-HIST-VER      PIC X(02).
      *
      * HISTORICO DE COTACOES NO LAYOUT NOVO (AAAAMMDD, MARCA 'V2')
      *
       FD COTANOVA
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTANOVA.
       01 REG-COTANOVA.
          05 CODHIST              PIC 9(05).
          05 DATAHIST.
             10 ANO-HIST          PIC 9(04).
             10 MES-HIST          PIC 9(02).
             10 DIA-HIST          PIC 9(02).
          05 PRECHIST             PIC 9(13)V99.
          05 VERSAO-HIST          PIC X(02).
      *
      * ANO-PIVO DA JANELA DO SECULO (DOIS DIGITOS)
      *
       FD PARMPIVO
           RECORD     CONTAINS    10 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMPIVO.
       01 REG-PARMPIVO.
          05 PIVO-PARM            PIC X(02).
          05 FILLER               PIC X(08).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
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
      *
      *  JANELA DO SECULO
      *
       01 WS-ANO-REF              PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-ANO-REF.
          05 WS-SECULO-REF        PIC 9(02).
          05 WS-AA-REF            PIC 9(02).
      *
       77 WS-PIVO                 PIC 9(02) VALUE ZEROS.
       77 WS-ORIGEM-PIVO          PIC X(20) VALUE SPACES.
       77 WS-MSG-RECUSA           PIC X(40) VALUE SPACES.
       77 WS-REG-INVALIDO         PIC X(01) VALUE 'N'.
      *
      *  ACUMULADORES
      *
       77 ACUM-VALIDADOS          PIC 9(09) VALUE ZEROS.
       77 ACUM-INVALIDOS          PIC 9(09) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(09) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(09) VALUE ZEROS.
       77 ACUM-RELIDOS            PIC 9(09) VALUE ZEROS.
       77 ACUM-SEM-MARCA          PIC 9(09) VALUE ZEROS.
       77 ACUM-SECULO-ANTERIOR    PIC 9(09) VALUE ZEROS.
       77 ACUM-SECULO-ATUAL       PIC 9(09) VALUE ZEROS.
      *
      *  TOTAIS DE CONTROLE: ENTRADA (ANTES) E SAIDA (DEPOIS)
      *
       77 ACUM-COD-ANTES          PIC 9(15) VALUE ZEROS.
       77 ACUM-COD-DEPOIS         PIC 9(15) VALUE ZEROS.
       77 ACUM-PRECO-ANTES        PIC 9(17)V99 VALUE ZEROS.
       77 ACUM-PRECO-DEPOIS       PIC 9(17)V99 VALUE ZEROS.
       77 ACUM-DATA-ANTES         PIC 9(15) VALUE ZEROS.
       77 ACUM-DATA-DEPOIS        PIC 9(15) VALUE ZEROS.
       77 WS-CONFERENCIA          PIC X(10) VALUE SPACES.
      *
      *  DATA DDMMAA MONTADA A PARTIR DO REGISTRO CONVERTIDO
      *
       01 WS-DDMMAA               PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-DDMMAA.
          05 WS-DIA-DDMMAA        PIC 9(02).
          05 WS-MES-DDMMAA        PIC 9(02).
          05 WS-AA-DDMMAA         PIC 9(02).
      *
      * FILE STATUS
      *
       77 FS-COTAANT              PIC X(02) VALUE SPACES.
       77 FS-COTAVER              PIC X(02) VALUE SPACES.
       77 FS-COTANOVA             PIC X(02) VALUE SPACES.
       77 FS-PARMPIVO             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF71'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'CONVERSAO DO HISTORICO DE COTACOES PARA AAAAMMDD'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(24) VALUE SPACES.
          05 FILLER               PIC X(28) VALUE
             '          ANTES (COTAANT)'.
          05 FILLER               PIC X(28) VALUE
             '        DEPOIS (COTANOVA)'.
      *
       01  DET001.
          05 FILLER               PIC X(24) VALUE
             'ANO-PIVO DO SECULO    :'.
          05 DET001-PIVO          PIC 9(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-ORIGEM        PIC X(20).
      *
       01  DET002.
          05 FILLER               PIC X(24) VALUE
             'ANOS ATE O PIVO       :'.
          05 DET002-SECULO        PIC 9(02).
          05 FILLER               PIC X(02) VALUE 'AA'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'REGISTROS:'.
          05 DET002-QTD           PIC ZZZ.ZZZ.ZZ9.
      *
       01  DET003.
          05 FILLER               PIC X(24) VALUE
             'ANOS ACIMA DO PIVO    :'.
          05 DET003-SECULO        PIC 9(02).
          05 FILLER               PIC X(02) VALUE 'AA'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'REGISTROS:'.
          05 DET003-QTD           PIC ZZZ.ZZZ.ZZ9.
      *
       01  TOT001.
          05 FILLER               PIC X(24) VALUE
             'QUANTIDADE DE REGISTROS'.
          05 FILLER               PIC X(15) VALUE SPACES.
          05 TOT001-ANTES         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(17) VALUE SPACES.
          05 TOT001-DEPOIS        PIC ZZZ.ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(24) VALUE
             'SOMA DOS CODHIST'.
          05 FILLER               PIC X(07) VALUE SPACES.
          05 TOT002-ANTES         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(09) VALUE SPACES.
          05 TOT002-DEPOIS        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(24) VALUE
             'SOMA DOS PRECHIST'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 TOT003-ANTES         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 TOT003-DEPOIS        PIC ZZ.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT004.
          05 FILLER               PIC X(24) VALUE
             'SOMA DAS DATAS DDMMAA'.
          05 FILLER               PIC X(07) VALUE SPACES.
          05 TOT004-ANTES         PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(09) VALUE SPACES.
          05 TOT004-DEPOIS        PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(24) VALUE
             'SEM A MARCA DE LAYOUT'.
          05 FILLER               PIC X(43) VALUE SPACES.
          05 TOT005-SEM-MARCA     PIC ZZZ.ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(24) VALUE
             'CONFERENCIA           :'.
          05 TOT006-RESULTADO     PIC X(10).
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
           PERFORM 001-00-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 001-01-LER-PARMPIVO.
           PERFORM 003-00-VER-CONVERTIDO.
           PERFORM 004-00-VALIDAR-COTAANT.
           PERFORM 005-00-CONVERTER-COTAANT.
           PERFORM 006-00-CONFERIR-COTANOVA.
           PERFORM 008-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMDATA.
           PERFORM 001-02-FS-PARMDATA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-02-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-LER-PARMPIVO        SECTION.
      *================================================================*
      *    SEM PARMPIVO O PIVO E O ANO DA DATA DE REFERENCIA
           MOVE WS-ANO-SYS        TO WS-ANO-REF.
           MOVE WS-AA-REF         TO WS-PIVO.
           MOVE 'ANO DE REFERENCIA' TO WS-ORIGEM-PIVO.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMPIVO.
           PERFORM 001-03-FS-PARMPIVO.

           IF FS-PARMPIVO NOT EQUAL '35'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMPIVO
               PERFORM 001-03-FS-PARMPIVO
               IF FS-PARMPIVO EQUAL '00'
                   IF PIVO-PARM IS NUMERIC
                       MOVE PIVO-PARM TO WS-PIVO
                       MOVE 'INFORMADO NO PARMPIVO'
                                  TO WS-ORIGEM-PIVO
                   ELSE
                       CLOSE PARMPIVO
                       MOVE 'ANO-PIVO INVALIDO NO PARMPIVO'
                                  TO WS-MSG-RECUSA
                       PERFORM 901-00-RECUSAR-RODADA
                   END-IF
               END-IF
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMPIVO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PARMPIVO         SECTION.
      *================================================================*
           MOVE 'PARMPIVO'        TO FS-ARQUIVO.
           MOVE FS-PARMPIVO       TO FS-COD-STATUS.

           IF FS-PARMPIVO NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-COTAANT          SECTION.
      *================================================================*
           MOVE 'COTAANT'         TO FS-ARQUIVO.
           MOVE FS-COTAANT        TO FS-COD-STATUS.

           IF FS-COTAANT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-COTANOVA         SECTION.
      *================================================================*
           MOVE 'COTANOVA'        TO FS-ARQUIVO.
           MOVE FS-COTANOVA       TO FS-COD-STATUS.

           IF FS-COTANOVA NOT EQUAL '00' AND '10'
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
       003-00-VER-CONVERTIDO      SECTION.
      *================================================================*
      *    ARQUIVO JA CONVERTIDO TRAZ 'V2' NAS POSICOES 29-30 DO
      *    PRIMEIRO REGISTRO; NO LAYOUT ANTIGO ALI CAI O INICIO DO
      *    CODHIST DO SEGUNDO REGISTRO. STATUS 39 NA ABERTURA (TAMANHO
      *    DE REGISTRO DIFERENTE DO CATALOGADO) E LAYOUT ANTIGO.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT COTAVER.

           IF FS-COTAVER EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ COTAVER
               IF FS-COTAVER EQUAL '00'
                AND VERSAO-HIST-VER EQUAL 'V2'
                   CLOSE COTAVER
                   MOVE 'ARQUIVO JA CONVERTIDO (MARCA V2)'
                                  TO WS-MSG-RECUSA
                   PERFORM 901-00-RECUSAR-RODADA
               END-IF
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE COTAVER.

       003-00-FIM.                EXIT.

      *================================================================*
       004-00-VALIDAR-COTAANT     SECTION.
      *================================================================*
      *    PRIMEIRA LEITURA: NADA E GRAVADO SE HOUVER REGISTRO RUIM
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT COTAANT.
           PERFORM 001-04-FS-COTAANT.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTAANT.
           PERFORM 001-04-FS-COTAANT.

           PERFORM 004-01-VALIDAR-REGISTRO
               UNTIL FS-COTAANT EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE COTAANT.
           PERFORM 001-04-FS-COTAANT.

           IF ACUM-INVALIDOS GREATER ZEROS
               DISPLAY '* REGISTROS INVALIDOS NO COTAANT: '
                       ACUM-INVALIDOS
               MOVE 'COTAANT COM REGISTRO INVALIDO'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-VALIDAR-REGISTRO    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-VALIDADOS.

           MOVE 'N'               TO WS-REG-INVALIDO.

           IF CODHIST-ANT NOT NUMERIC
            OR DATAHIST-ANT NOT NUMERIC
            OR PRECHIST-ANT NOT NUMERIC
               MOVE 'S'           TO WS-REG-INVALIDO
           ELSE
               IF MES-HIST-ANT LESS 01
                OR MES-HIST-ANT GREATER 12
                OR DIA-HIST-ANT LESS 01
                OR DIA-HIST-ANT GREATER 31
                   MOVE 'S'       TO WS-REG-INVALIDO.

           IF WS-REG-INVALIDO EQUAL 'S'
               ADD 1              TO ACUM-INVALIDOS
               DISPLAY '* REGISTRO ' ACUM-VALIDADOS ' INVALIDO: '
                       REG-COTAANT.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTAANT.
           PERFORM 001-04-FS-COTAANT.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-CONVERTER-COTAANT   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  COTAANT
                OUTPUT COTANOVA
                       RELATO.
           PERFORM 001-04-FS-COTAANT.
           PERFORM 001-05-FS-COTANOVA.
           PERFORM 001-06-FS-RELATO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTAANT.
           PERFORM 001-04-FS-COTAANT.

           PERFORM 005-01-CONVERTER-REGISTRO
               UNTIL FS-COTAANT EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE COTAANT
                 COTANOVA.
           PERFORM 001-04-FS-COTAANT.
           PERFORM 001-05-FS-COTANOVA.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-CONVERTER-REGISTRO  SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.
           ADD CODHIST-ANT        TO ACUM-COD-ANTES.
           ADD PRECHIST-ANT       TO ACUM-PRECO-ANTES.
           MOVE DATAHIST-ANT      TO WS-DDMMAA.
           ADD WS-DDMMAA          TO ACUM-DATA-ANTES.

           MOVE CODHIST-ANT       TO CODHIST.

           IF ANO-HIST-ANT GREATER WS-PIVO
               COMPUTE ANO-HIST =
                   ((WS-SECULO-REF - 1) * 100) + ANO-HIST-ANT
               ADD 1              TO ACUM-SECULO-ANTERIOR
           ELSE
               COMPUTE ANO-HIST =
                   (WS-SECULO-REF * 100) + ANO-HIST-ANT
               ADD 1              TO ACUM-SECULO-ATUAL.

           MOVE MES-HIST-ANT      TO MES-HIST.
           MOVE DIA-HIST-ANT      TO DIA-HIST.
           MOVE PRECHIST-ANT      TO PRECHIST.
           MOVE 'V2'              TO VERSAO-HIST.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-COTANOVA.
           PERFORM 001-05-FS-COTANOVA.
           ADD 1                  TO ACUM-GRAVADOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTAANT.
           PERFORM 001-04-FS-COTAANT.

       005-01-FIM.                EXIT.

      *================================================================*
       006-00-CONFERIR-COTANOVA   SECTION.
      *================================================================*
      *    RELEITURA DA SAIDA: OS TOTAIS DEVEM BATER COM OS DA ENTRADA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT COTANOVA.
           PERFORM 001-05-FS-COTANOVA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTANOVA.
           PERFORM 001-05-FS-COTANOVA.

           PERFORM 006-01-CONFERIR-REGISTRO
               UNTIL FS-COTANOVA EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE COTANOVA.
           PERFORM 001-05-FS-COTANOVA.

           IF ACUM-RELIDOS EQUAL ACUM-LIDOS
            AND ACUM-COD-DEPOIS EQUAL ACUM-COD-ANTES
            AND ACUM-PRECO-DEPOIS EQUAL ACUM-PRECO-ANTES
            AND ACUM-DATA-DEPOIS EQUAL ACUM-DATA-ANTES
            AND ACUM-SEM-MARCA EQUAL ZEROS
               MOVE 'OK'          TO WS-CONFERENCIA
           ELSE
               MOVE 'DIVERGENTE'  TO WS-CONFERENCIA.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-CONFERIR-REGISTRO   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-RELIDOS.
           ADD CODHIST            TO ACUM-COD-DEPOIS.
           ADD PRECHIST           TO ACUM-PRECO-DEPOIS.

           MOVE DIA-HIST          TO WS-DIA-DDMMAA.
           MOVE MES-HIST          TO WS-MES-DDMMAA.
           MOVE ANO-HIST (3:2)    TO WS-AA-DDMMAA.
           ADD WS-DDMMAA          TO ACUM-DATA-DEPOIS.

           IF VERSAO-HIST NOT EQUAL 'V2'
               ADD 1              TO ACUM-SEM-MARCA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTANOVA.
           PERFORM 001-05-FS-COTANOVA.

       006-01-FIM.                EXIT.

      *================================================================*
       008-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE 1                 TO CAB001-PAG.

           WRITE REG-RELATO       FROM CAB001 AFTER PAGE.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           MOVE WS-PIVO           TO DET001-PIVO.
           MOVE WS-ORIGEM-PIVO    TO DET001-ORIGEM.
           MOVE WS-SECULO-REF     TO DET002-SECULO.
           MOVE ACUM-SECULO-ATUAL TO DET002-QTD.
           COMPUTE DET003-SECULO = WS-SECULO-REF - 1.
           MOVE ACUM-SECULO-ANTERIOR TO DET003-QTD.

           WRITE REG-RELATO       FROM DET001 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM DET003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           MOVE ACUM-LIDOS        TO TOT001-ANTES.
           MOVE ACUM-RELIDOS      TO TOT001-DEPOIS.
           MOVE ACUM-COD-ANTES    TO TOT002-ANTES.
           MOVE ACUM-COD-DEPOIS   TO TOT002-DEPOIS.
           MOVE ACUM-PRECO-ANTES  TO TOT003-ANTES.
           MOVE ACUM-PRECO-DEPOIS TO TOT003-DEPOIS.
           MOVE ACUM-DATA-ANTES   TO TOT004-ANTES.
           MOVE ACUM-DATA-DEPOIS  TO TOT004-DEPOIS.
           MOVE ACUM-SEM-MARCA    TO TOT005-SEM-MARCA.
           MOVE WS-CONFERENCIA    TO TOT006-RESULTADO.

           WRITE REG-RELATO       FROM TOT001 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 2.
           PERFORM 001-06-FS-RELATO.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO.
           PERFORM 001-06-FS-RELATO.

           DISPLAY 'CONVERSAO DO HISTCOTA - LIDOS ' ACUM-LIDOS
                   ' / GRAVADOS ' ACUM-GRAVADOS
                   ' / CONFERENCIA ' WS-CONFERENCIA.

           IF WS-CONFERENCIA EQUAL 'OK'
               MOVE 'OK'          TO WS-RUNLOG-STATUS
           ELSE
               DISPLAY '* TOTAIS DO COTANOVA NAO BATEM COM O COTAANT *'
               DISPLAY '* O COTANOVA NAO DEVE SER CATALOGADO       *'
               MOVE 0090          TO RETURN-CODE
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS.

           PERFORM 999-00-GRAVAR-RUNLOG.

       009-00-FIM.                EXIT.

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
           DISPLAY '* CONVERSAO DO HISTCOTA RECUSADA     *'
           DISPLAY '* ' WS-MSG-RECUSA
           DISPLAY '* NENHUM ARQUIVO FOI GRAVADO         *'
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
               MOVE 'PU8EXF71'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-VALIDADOS          TO RUNLOG-QTD-LIDOS
               MOVE ACUM-GRAVADOS           TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-INVALIDOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
