      * O CATALOGO ARCVCATL DIZ EM QUAL ARQUIVO MORTO ESTA CADA
      * PERIODO; A CADEIA MONTA O DD DE ENTRADA NO MORTO CERTO.
      *
      * DATAHIST DO HISTCOTA E AAAAMMDD, COM A MARCA DE LAYOUT 'V2'
      * NO FIM DO REGISTRO. ARQUIVO MORTO GRAVADO ANTES DA CONVERSAO
      * (DDMMAA, 26 POSICOES, SEM A MARCA) AINDA E ACEITO: SE O
      * PRIMEIRO REGISTRO NAO TRAZ A MARCA (OU A ABERTURA RECUSA O
      * TAMANHO DO REGISTRO), O MORTO E RELIDO NO LAYOUT ANTIGO
      * (COTAANTG, MESMO DD) E CADA REGISTRO SAI NO COTATRAB JA NO
      * LAYOUT NOVO, COM O SECULO PELA MESMA JANELA DO PU8EXE09 E DO
      * PU8EXF71: ANO ATE O DA DATA DE REFERENCIA E DO SECULO DELA,
      * ACIMA DELE DO SECULO ANTERIOR. A DATA DE REFERENCIA VEM DO
      * PARMDATA (OPCIONAL); SEM ELE, E A DATA DO SISTEMA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT COTAARCV        ASSIGN TO UT-S-COTAARCV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-COTAARCV.
      *
           SELECT COTAANTG        ASSIGN TO UT-S-COTAARCV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-COTAANTG.
      *
           SELECT COTATRAB        ASSIGN TO UT-S-COTATRAB
                                  ACCESS SEQUENTIAL
           SELECT PARMSELE        ASSIGN TO UT-S-PARMSELE
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMSELE.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                      FILE STATUS IS FS-PARMDATA.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
       FILE           SECTION.
      *
       FD COTAARCV
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTAARCV.
       01 REG-COTAARCV.
          05 CODHIST              PIC 9(05).
          05 DATAHIST.
             10 ANO-HIST          PIC 9(04).
             10 MES-HIST          PIC 9(02).
             10 DIA-HIST          PIC 9(02).
          05 PRECHIST             PIC 9(13)V99.
          05 VERSAO-HIST          PIC X(02).
      *
      * O MESMO ARQUIVO MORTO NO LAYOUT ANTERIOR A CONVERSAO
      *
       FD COTAANTG
           RECORD     CONTAINS    26 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTAANTG.
       01 REG-COTAANTG.
          05 CODHIST-ANTG         PIC 9(05).
          05 DATAHIST-ANTG.
             10 DIA-HIST-ANTG     PIC 9(02).
             10 MES-HIST-ANTG     PIC 9(02).
             10 ANO-HIST-ANTG     PIC 9(02).
          05 PRECHIST-ANTG        PIC 9(13)V99.
      *
       FD COTATRAB
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-COTATRAB.
       01 REG-COTATRAB.
          05 CODHIST-TRAB         PIC 9(05).
          05 DATAHIST-TRAB.
             10 ANO-HIST-TRAB     PIC 9(04).
             10 MES-HIST-TRAB     PIC 9(02).
             10 DIA-HIST-TRAB     PIC 9(02).
          05 PRECHIST-TRAB        PIC 9(13)V99.
          05 VERSAO-HIST-TRAB     PIC X(02).
      *
       FD LOGARCV
           RECORD     CONTAINS    80 CHARACTERS
          05 CHAVE-SELE           PIC X(08).
          05 PERIODO-DE-SELE      PIC 9(06).
          05 PERIODO-ATE-SELE     PIC 9(06).
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
       77 WS-PERIODO-REG          PIC 9(06) VALUE ZEROS.
       77 WS-CHAVE-CONFERE        PIC X(01) VALUE 'N'.
      *
      *  LAYOUT DO ARQUIVO MORTO E JANELA DO SECULO DO LAYOUT ANTIGO
      *
       77 WS-LAYOUT-ANTIGO        PIC X(01) VALUE 'N'.
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
       77 WS-SECULO-REF           PIC 9(02) VALUE ZEROS.
       77 WS-ANO-REF              PIC 9(02) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LIDOS              PIC 9(07) VALUE ZEROS.
      * FILE STATUS
      *
       77 FS-COTAARCV             PIC X(02) VALUE SPACES.
       77 FS-COTAANTG             PIC X(02) VALUE SPACES.
       77 FS-COTATRAB             PIC X(02) VALUE SPACES.
       77 FS-LOGARCV              PIC X(02) VALUE SPACES.
       77 FS-LOGTRAB              PIC X(02) VALUE SPACES.
       77 FS-PARMARQ              PIC X(02) VALUE SPACES.
       77 FS-PARMSELE             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       003-00-RESGATAR-HISTCOTA   SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN OUTPUT COTATRAB.
           PERFORM 003-03-FS-COTATRAB.

           PERFORM 003-04-VER-LAYOUT.

           IF WS-LAYOUT-ANTIGO EQUAL 'S'
               PERFORM 003-05-RESGATAR-ANTIGO
           ELSE
               PERFORM 003-01-TRATAR-COTAARCV
                   UNTIL FS-COTAARCV EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE COTAARCV
               PERFORM 003-02-FS-COTAARCV.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE COTATRAB.
           PERFORM 003-03-FS-COTATRAB.

       003-00-FIM.                EXIT.

      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           MOVE DATAHIST (1:6)    TO WS-PERIODO-REG.

           MOVE 'N'               TO WS-CHAVE-CONFERE.


       003-03-FIM.                EXIT.

      *================================================================*
       003-04-VER-LAYOUT          SECTION.
      *================================================================*
      *    O PRIMEIRO REGISTRO DIZ O LAYOUT: SO O NOVO TRAZ 'V2' NAS
      *    DUAS ULTIMAS POSICOES. STATUS 39 NA ABERTURA (TAMANHO DE
      *    REGISTRO DIFERENTE DO CATALOGADO) TAMBEM E LAYOUT ANTIGO.
      *    NO LAYOUT NOVO O PRIMEIRO REGISTRO JA FICA LIDO.
           MOVE 'N'               TO WS-LAYOUT-ANTIGO.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT COTAARCV.

           IF FS-COTAARCV EQUAL '39'
               MOVE 'S'           TO WS-LAYOUT-ANTIGO
           ELSE
               PERFORM 003-02-FS-COTAARCV
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ COTAARCV
               IF FS-COTAARCV NOT EQUAL '00'
                OR VERSAO-HIST NOT EQUAL 'V2'
                   MOVE 'S'       TO WS-LAYOUT-ANTIGO
                   CLOSE COTAARCV
               END-IF.

           IF WS-LAYOUT-ANTIGO EQUAL 'S'
               DISPLAY 'COTAARCV NO LAYOUT ANTIGO (DDMMAA) - '
                       'CONVERTIDO NO RESGATE'
               PERFORM 003-08-LER-PARMDATA.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-RESGATAR-ANTIGO     SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT COTAANTG.
           PERFORM 003-07-FS-COTAANTG.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTAANTG.
           PERFORM 003-07-FS-COTAANTG.

           PERFORM 003-06-TRATAR-COTAANTG
               UNTIL FS-COTAANTG EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE COTAANTG.
           PERFORM 003-07-FS-COTAANTG.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-TRATAR-COTAANTG     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           MOVE CODHIST-ANTG      TO CODHIST-TRAB.

           IF ANO-HIST-ANTG GREATER WS-ANO-REF
               COMPUTE ANO-HIST-TRAB =
                   ((WS-SECULO-REF - 1) * 100) + ANO-HIST-ANTG
           ELSE
               COMPUTE ANO-HIST-TRAB =
                   (WS-SECULO-REF * 100) + ANO-HIST-ANTG.

           MOVE MES-HIST-ANTG     TO MES-HIST-TRAB.
           MOVE DIA-HIST-ANTG     TO DIA-HIST-TRAB.
           MOVE PRECHIST-ANTG     TO PRECHIST-TRAB.
           MOVE 'V2'              TO VERSAO-HIST-TRAB.

           MOVE DATAHIST-TRAB (1:6) TO WS-PERIODO-REG.

           MOVE 'N'               TO WS-CHAVE-CONFERE.

           IF WS-CHAVE EQUAL SPACES
            OR WS-CHAVE (1:5) EQUAL CODHIST-ANTG
               MOVE 'S'           TO WS-CHAVE-CONFERE.

           IF WS-CHAVE-CONFERE EQUAL 'S'
            AND WS-PERIODO-REG NOT LESS WS-PERIODO-DE
            AND WS-PERIODO-REG NOT GREATER WS-PERIODO-ATE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-COTATRAB
               PERFORM 003-03-FS-COTATRAB
               ADD 1              TO ACUM-RESGATADOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ COTAANTG.
           PERFORM 003-07-FS-COTAANTG.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-FS-COTAANTG         SECTION.
      *================================================================*
           MOVE 'COTAARCV'        TO FS-ARQUIVO.
           MOVE FS-COTAANTG       TO FS-COD-STATUS.

           IF FS-COTAANTG NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-LER-PARMDATA        SECTION.
      *================================================================*
      *    SEM PARMDATA, OU SEM DATA NELE, VALE A DATA DO SISTEMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-RELATORIO-PARM.

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMDATA.
           PERFORM 003-09-FS-PARMDATA.

           IF FS-PARMDATA NOT EQUAL '35'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMDATA
               PERFORM 003-09-FS-PARMDATA
               IF FS-PARMDATA EQUAL '00'
                AND DATA-RELATORIO-PARM NOT EQUAL ZEROS
                   MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM
               END-IF
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMDATA.

           MOVE WS-DATA-RELATORIO-PARM (1:2) TO WS-SECULO-REF.
           MOVE WS-DATA-RELATORIO-PARM (3:2) TO WS-ANO-REF.

       003-08-FIM.                EXIT.

      *================================================================*
       003-09-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       003-09-FIM.                EXIT.

      *================================================================*
       004-00-RESGATAR-RUNLOG     SECTION.
      *================================================================*
