       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF22.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ROLL-UP DO CUSTO PADRAO PELA ESTRUTURA DE PRODUTOS. MONTA A
      * ARVORE DAS LIGACOES DO CADPRO VIGENTES NA DATA DE REFERENCIA
      * (EFET-DE-ITEM / EFET-ATE-ITEM CONTRA O PARMDATA) E CALCULA O
      * CUSTO UNITARIO DE CADA ITEM DE BAIXO PARA CIMA:
      *   - ITEM SEM FILHOS (COMPRADO): PR-UNITARIO DO CADPECA; SEM
      *     PRECO NO CADPECA, FICA O CUSTO DIGITADO NA LIGACAO;
      *   - ITEM COM FILHOS (FABRICADO): SOMA, PARA CADA FILHO, DE
      *     QTD-ITEM X (1 + PERC-SUCATA-ITEM / 100) X CUSTO DO FILHO.
      *
      * O RESULTADO E GRAVADO NO CUSTPADN (LAYOUT CUSTPAD), E NAO NO
      * CUSTPAD EM USO: O RELATORIO MOSTRA, ITEM A ITEM, O CUSTO
      * CONGELADO ATUAL, O NOVO CUSTO E A VARIACAO PERCENTUAL, PARA
      * APROVACAO DA CONTROLADORIA ANTES DE O CUSTPADN SER PROMOVIDO
      * A CUSTPAD. ITENS DO CUSTPAD QUE NAO ESTAO MAIS NA ESTRUTURA
      * VIGENTE SAO COPIADOS SEM ALTERACAO.
      *
      * A ARVORE E MONTADA COMO NO PU8EXE14: O CADPRO VEM EM PRE-ORDEM
      * (PAI ANTES DOS FILHOS) E CADA OCORRENCIA GUARDA O INDICE DA
      * OCORRENCIA DO PAI IMEDIATO, DE MODO QUE UM SUB-PRODUTO USADO
      * EM MAIS DE UM RAMO NAO TEM SEUS FILHOS SOMADOS EM DOBRO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CADPRO          ASSIGN TO UT-S-CADPRO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPRO.
      *
           SELECT CADPECA         ASSIGN TO UT-S-CADPECA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADPECA.
      *
           SELECT CUSTPAD         ASSIGN TO UT-S-CUSTPAD
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CUSTPAD.
      *
           SELECT CUSTPADN        ASSIGN TO UT-S-CUSTPADN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CUSTPADN.
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
       FD CADPRO
          RECORD      CONTAINS    46 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CADPRO.
       COPY CADPRO.
      *
       FD CADPECA
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADPECA.
       COPY CADPECA
           REPLACING ==:CADPECA-EXTENSAO:== BY ==FILLER PIC X(06)==.
      *
      * CUSTO PADRAO CONGELADO EM USO (PODE VIR VAZIO NA PRIMEIRA
      * EXECUCAO).
      *
       FD CUSTPAD
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CUSTPAD.
       COPY CUSTPAD.
      *
      * NOVO CUSTO PADRAO, AGUARDANDO APROVACAO.
      *
       FD CUSTPADN
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CUSTPADN.
       COPY CUSTPAD
           REPLACING REG-CUSTPAD BY REG-CUSTPADN.
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
       77 WS-DATA-REF             PIC 9(08) VALUE ZEROS.
      *
      *  ARVORE DAS LIGACOES VIGENTES. WS-T-IX-PAI APONTA A OCORRENCIA
      *  DO PAI IMEDIATO (ZEROS PARA RAIZ); WS-T-FILHOS CONTA AS
      *  LIGACOES PENDURADAS NA OCORRENCIA; WS-T-SOMA ACUMULA O CUSTO
      *  ESTENDIDO DOS FILHOS; WS-T-UNIT E O CUSTO UNITARIO DO ITEM.
      *
       01 WS-TABELA-ITENS.
          05 WS-QTD-ITENS         PIC 9(04) VALUE ZEROS.
          05 WS-ITEM              OCCURS 2000 TIMES.
             10 WS-T-COD-ITEM     PIC 9(05).
             10 WS-T-NIVEL        PIC 9(02).
             10 WS-T-QTD          PIC 9(05).
             10 WS-T-CUSTO        PIC 9(07)V99.
             10 WS-T-PERC-SUCATA  PIC 9(02)V99.
             10 WS-T-IX-PAI       PIC 9(04).
             10 WS-T-FILHOS       PIC 9(04).
             10 WS-T-SOMA         PIC 9(09)V9999.
             10 WS-T-UNIT         PIC 9(07)V99.
             10 WS-T-ORIGEM       PIC X(01).
      *
       77 WS-MAX-NIVEL            PIC 9(02) VALUE ZEROS.
       77 WS-NIVEL-ATU            PIC 9(02) VALUE ZEROS.
       77 WS-NIVEL-SUP            PIC 9(02) VALUE ZEROS.
       77 WS-PAI-VIGENTE          PIC X(01) VALUE 'S'.
       01 WS-NIVEL-PAI-ATUAL      PIC 9(04) OCCURS 99 TIMES VALUE ZEROS.
      *
      *  PRECOS DO CADPECA
      *
       01 WS-TAB-PEC.
          05 WS-TAB-PEC-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-PEC-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-PEC-COD    PIC 9(05).
             10 WS-TAB-PEC-PRECO  PIC 9(07)V99.
      *
      *  UM REGISTRO POR ITEM DISTINTO: CUSTO CONGELADO ATUAL E NOVO.
      *  WS-TAB-CUS-SIT: 'N' = ITEM NOVO (SEM CUSTO CONGELADO),
      *  'A' = RECALCULADO, 'M' = SO NO CUSTPAD (MANTIDO).
      *
       01 WS-TAB-CUS.
          05 WS-TAB-CUS-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-CUS-ENTRY OCCURS 1000 TIMES.
             10 WS-TAB-CUS-COD    PIC 9(05).
             10 WS-TAB-CUS-SIT    PIC X(01).
             10 WS-TAB-CUS-ANT    PIC 9(07)V99.
             10 WS-TAB-CUS-NOVO   PIC 9(07)V99.
             10 WS-TAB-CUS-ORIGEM PIC X(01).
             10 WS-TAB-CUS-DATA   PIC 9(08).
      *
       77 WS-IX-ITEM              PIC 9(04) VALUE ZEROS.
       77 WS-IX-PAI               PIC 9(04) VALUE ZEROS.
       77 WS-IDX                  PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(04) VALUE ZEROS.
       77 WS-COD-PROCURA          PIC 9(05) VALUE ZEROS.
       77 WS-PRECO-PECA           PIC 9(07)V99 VALUE ZEROS.
       77 WS-TEM-PRECO            PIC X(01) VALUE 'N'.
       77 WS-VARIACAO-PCT         PIC S9(05)V99 VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-IGNORADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-ALTERADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-NOVOS              PIC 9(06) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CADPRO               PIC X(02) VALUE SPACES.
       77 FS-CADPECA              PIC X(02) VALUE SPACES.
       77 FS-CUSTPAD              PIC X(02) VALUE SPACES.
       77 FS-CUSTPADN             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF22'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'ROLL-UP DO CUSTO PADRAO - PARA APROVACAO'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(09) VALUE 'ITEM'.
          05 FILLER               PIC X(05) VALUE 'ORIG'.
          05 FILLER               PIC X(15) VALUE '  CUSTO ATUAL'.
          05 FILLER               PIC X(15) VALUE '   CUSTO NOVO'.
          05 FILLER               PIC X(12) VALUE '   VARIACAO'.
          05 FILLER               PIC X(14) VALUE '  OBSERVACAO'.
      *
       01  DET001.
          05 DET001-ITEM          PIC 99.999.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET001-ORIGEM        PIC X(01).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-ANT           PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-NOVO          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET001-PCT           PIC -ZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE '%'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-OBS           PIC X(15).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LIGACOES LIDAS DO CADPRO        :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE LIGACOES FORA DA ESTRUTURA      :'.
          05 TOT002-IGNORADOS     PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE ITENS GRAVADOS NO CUSTPADN      :'.
          05 TOT003-GRAVADOS      PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE ITENS COM CUSTO ALTERADO        :'.
          05 TOT004-ALTERADOS     PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'TOTAL DE ITENS SEM CUSTO CONGELADO       :'.
          05 TOT005-NOVOS         PIC ZZZ.ZZ9.
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
           PERFORM 001-10-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-CARREGAR-CADPECA.
           PERFORM 004-00-CARREGAR-CADPRO.
           PERFORM 005-00-ROLAR-CUSTOS.
           PERFORM 006-00-CARREGAR-CUSTPAD.
           PERFORM 007-00-GRAVAR-CUSTPADN.
           PERFORM 009-00-IMPRIMIR-TOTAIS.
           PERFORM 010-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADPRO
                       CADPECA
                       CUSTPAD
                       PARMDATA
                OUTPUT CUSTPADN
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-CADPRO.
           PERFORM 001-03-FS-CADPECA.
           PERFORM 001-04-FS-CUSTPAD.
           PERFORM 001-05-FS-CUSTPADN.
           PERFORM 001-06-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-CADPRO           SECTION.
      *================================================================*
           MOVE 'CADPRO'          TO FS-ARQUIVO.
           MOVE FS-CADPRO         TO FS-COD-STATUS.

           IF FS-CADPRO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADPECA          SECTION.
      *================================================================*
           MOVE 'CADPECA'         TO FS-ARQUIVO.
           MOVE FS-CADPECA        TO FS-COD-STATUS.

           IF FS-CADPECA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CUSTPAD          SECTION.
      *================================================================*
           MOVE 'CUSTPAD'         TO FS-ARQUIVO.
           MOVE FS-CUSTPAD        TO FS-COD-STATUS.

           IF FS-CUSTPAD NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CUSTPADN         SECTION.
      *================================================================*
           MOVE 'CUSTPADN'        TO FS-ARQUIVO.
           MOVE FS-CUSTPADN       TO FS-COD-STATUS.

           IF FS-CUSTPADN NOT EQUAL '00'
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
       001-10-LER-PARMDATA        SECTION.
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
       003-00-CARREGAR-CADPECA    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECA.
           PERFORM 001-03-FS-CADPECA.

           PERFORM 003-01-ACUMULAR-CADPECA
               UNTIL FS-CADPECA EQUAL '10'
                  OR WS-TAB-PEC-QTD EQUAL 1000.

           IF FS-CADPECA NOT EQUAL '10'
               DISPLAY '* CADPECA COM MAIS DE 1000 PECAS    *'
               DISPLAY '* AUMENTAR WS-TAB-PEC E REPROCESSAR *'
               MOVE 'CADPECA'     TO FS-ARQUIVO
               MOVE FS-CADPECA    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADPECA.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-ACUMULAR-CADPECA    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-PEC-QTD.
           MOVE COD-PECA          TO
               WS-TAB-PEC-COD (WS-TAB-PEC-QTD).
           MOVE PR-UNITARIO       TO
               WS-TAB-PEC-PRECO (WS-TAB-PEC-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPECA.
           PERFORM 001-03-FS-CADPECA.

       003-01-FIM.                EXIT.

      *================================================================*
       004-00-CARREGAR-CADPRO     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPRO.
           PERFORM 001-02-FS-CADPRO.

           PERFORM 004-01-GUARDAR-LIGACAO
               UNTIL FS-CADPRO EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADPRO.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-GUARDAR-LIGACAO     SECTION.
      *================================================================*
      * LIGACAO FORA DA VIGENCIA, OU CUJO PAI NAO ENTROU NA ARVORE,
      * NAO ENTRA NO ROLL-UP; O NIVEL E INVALIDADO PARA QUE OS FILHOS
      * CAIAM EM CASCATA, COMO NA EXPLOSAO DO PU8EXE14.
      *
           ADD 1                  TO ACUM-LIDOS.
           MOVE 'S'               TO WS-PAI-VIGENTE.

           IF NIVEL-ITEM GREATER 1
               COMPUTE WS-NIVEL-SUP = NIVEL-ITEM - 1
               IF WS-NIVEL-PAI-ATUAL (WS-NIVEL-SUP) EQUAL ZEROS
                   MOVE 'N'       TO WS-PAI-VIGENTE.

           IF (EFET-DE-ITEM NOT EQUAL ZEROS
               AND EFET-DE-ITEM GREATER WS-DATA-REF)
              OR (EFET-ATE-ITEM NOT EQUAL ZEROS
               AND EFET-ATE-ITEM LESS WS-DATA-REF)
              OR WS-PAI-VIGENTE EQUAL 'N'
               ADD 1              TO ACUM-IGNORADOS
               MOVE ZEROS         TO WS-NIVEL-PAI-ATUAL (NIVEL-ITEM)
           ELSE
               PERFORM 004-02-GUARDAR-ENTRADA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADPRO.
           PERFORM 001-02-FS-CADPRO.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-GUARDAR-ENTRADA     SECTION.
      *================================================================*
           IF WS-QTD-ITENS EQUAL 2000
               DISPLAY '* CADPRO COM MAIS DE 2000 LIGACOES   *'
               DISPLAY '* AUMENTAR WS-ITEM E REPROCESSAR     *'
               MOVE 'CADPRO'      TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-QTD-ITENS.
           MOVE WS-QTD-ITENS      TO WS-IX-ITEM.

           MOVE COD-ITEM          TO WS-T-COD-ITEM    (WS-IX-ITEM).
           MOVE NIVEL-ITEM        TO WS-T-NIVEL       (WS-IX-ITEM).
           MOVE QTD-ITEM          TO WS-T-QTD         (WS-IX-ITEM).
           MOVE CUSTO             TO WS-T-CUSTO       (WS-IX-ITEM).
           MOVE PERC-SUCATA-ITEM  TO WS-T-PERC-SUCATA (WS-IX-ITEM).
           MOVE ZEROS             TO WS-T-FILHOS      (WS-IX-ITEM)
                                     WS-T-SOMA        (WS-IX-ITEM)
                                     WS-T-UNIT        (WS-IX-ITEM).
           MOVE SPACES            TO WS-T-ORIGEM      (WS-IX-ITEM).

           IF NIVEL-ITEM GREATER WS-MAX-NIVEL
               MOVE NIVEL-ITEM    TO WS-MAX-NIVEL.

           IF NIVEL-ITEM EQUAL 1
               MOVE ZEROS         TO WS-T-IX-PAI (WS-IX-ITEM)
           ELSE
               MOVE WS-NIVEL-PAI-ATUAL (WS-NIVEL-SUP)
                                  TO WS-T-IX-PAI (WS-IX-ITEM)
               MOVE WS-T-IX-PAI (WS-IX-ITEM) TO WS-IX-PAI
               ADD 1              TO WS-T-FILHOS (WS-IX-PAI).

           MOVE WS-IX-ITEM        TO WS-NIVEL-PAI-ATUAL (NIVEL-ITEM).

       004-02-FIM.                EXIT.

      *================================================================*
       005-00-ROLAR-CUSTOS        SECTION.
      *================================================================*
      * CUSTEIA NIVEL A NIVEL, DO MAIS PROFUNDO PARA A RAIZ. AO FIM DA
      * VARREDURA DE UM NIVEL, TODOS OS FILHOS DO NIVEL DE CIMA JA
      * CONTRIBUIRAM PARA O WS-T-SOMA DO PAI.
      *
           MOVE WS-MAX-NIVEL      TO WS-NIVEL-ATU.

           PERFORM 005-01-CUSTEAR-NIVEL
               UNTIL WS-NIVEL-ATU LESS 1.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-CUSTEAR-NIVEL       SECTION.
      *================================================================*
           PERFORM 005-02-CUSTEAR-OCORRENCIA
               VARYING WS-IX-ITEM FROM 1 BY 1
               UNTIL WS-IX-ITEM GREATER WS-QTD-ITENS.

           SUBTRACT 1             FROM WS-NIVEL-ATU.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-CUSTEAR-OCORRENCIA  SECTION.
      *================================================================*
           IF WS-T-NIVEL (WS-IX-ITEM) EQUAL WS-NIVEL-ATU
               PERFORM 005-03-CUSTO-UNITARIO
               PERFORM 005-05-SOMAR-NO-PAI
               PERFORM 005-06-GUARDAR-ITEM.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-CUSTO-UNITARIO      SECTION.
      *================================================================*
           IF WS-T-FILHOS (WS-IX-ITEM) GREATER ZEROS
               COMPUTE WS-T-UNIT (WS-IX-ITEM) ROUNDED =
                   WS-T-SOMA (WS-IX-ITEM)
               MOVE 'F'           TO WS-T-ORIGEM (WS-IX-ITEM)
           ELSE
               MOVE WS-T-COD-ITEM (WS-IX-ITEM) TO WS-COD-PROCURA
               PERFORM 005-04-PRECO-DA-PECA
               IF WS-TEM-PRECO EQUAL 'S'
                   MOVE WS-PRECO-PECA TO WS-T-UNIT (WS-IX-ITEM)
                   MOVE 'C'       TO WS-T-ORIGEM (WS-IX-ITEM)
               ELSE
                   MOVE WS-T-CUSTO (WS-IX-ITEM)
                                  TO WS-T-UNIT (WS-IX-ITEM)
                   MOVE 'D'       TO WS-T-ORIGEM (WS-IX-ITEM).

       005-03-FIM.                EXIT.

      *================================================================*
       005-04-PRECO-DA-PECA       SECTION.
      *================================================================*
           MOVE 'N'               TO WS-TEM-PRECO.
           MOVE ZEROS             TO WS-PRECO-PECA.
           MOVE ZEROS             TO WS-ACHADO.

           PERFORM 005-07-PROCURAR-PECA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-PEC-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
              AND WS-TAB-PEC-PRECO (WS-ACHADO) GREATER ZEROS
               MOVE 'S'           TO WS-TEM-PRECO
               MOVE WS-TAB-PEC-PRECO (WS-ACHADO) TO WS-PRECO-PECA.

       005-04-FIM.                EXIT.

      *================================================================*
       005-05-SOMAR-NO-PAI        SECTION.
      *================================================================*
      * CUSTO ESTENDIDO DA LIGACAO = QTD-ITEM X CUSTO UNITARIO DO
      * FILHO, ACRESCIDO DA PERDA NORMAL DO PROCESSO.
      *
           IF WS-T-IX-PAI (WS-IX-ITEM) GREATER ZEROS
               MOVE WS-T-IX-PAI (WS-IX-ITEM) TO WS-IX-PAI
               COMPUTE WS-T-SOMA (WS-IX-PAI) =
                   WS-T-SOMA (WS-IX-PAI) +
                   WS-T-QTD (WS-IX-ITEM) * WS-T-UNIT (WS-IX-ITEM) *
                   (1 + WS-T-PERC-SUCATA (WS-IX-ITEM) / 100).

       005-05-FIM.                EXIT.

      *================================================================*
       005-06-GUARDAR-ITEM        SECTION.
      *================================================================*
      * UM ITEM QUE APARECE EM MAIS DE UM RAMO FICA COM O CUSTO DA
      * PRIMEIRA OCORRENCIA CUSTEADA.
      *
           MOVE WS-T-COD-ITEM (WS-IX-ITEM) TO WS-COD-PROCURA.
           PERFORM 008-00-LOCALIZAR-CUSTO.

           IF WS-ACHADO EQUAL ZEROS
               PERFORM 008-02-INCLUIR-CUSTO
               MOVE 'N'           TO WS-TAB-CUS-SIT (WS-ACHADO)
               MOVE WS-T-UNIT (WS-IX-ITEM) TO
                   WS-TAB-CUS-NOVO (WS-ACHADO)
               MOVE WS-T-ORIGEM (WS-IX-ITEM) TO
                   WS-TAB-CUS-ORIGEM (WS-ACHADO)
               MOVE WS-DATA-REF   TO WS-TAB-CUS-DATA (WS-ACHADO).

       005-06-FIM.                EXIT.

      *================================================================*
       005-07-PROCURAR-PECA       SECTION.
      *================================================================*
           IF WS-TAB-PEC-COD (WS-IDX) EQUAL WS-COD-PROCURA
               MOVE WS-IDX        TO WS-ACHADO.

       005-07-FIM.                EXIT.

      *================================================================*
       006-00-CARREGAR-CUSTPAD    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTPAD.
           PERFORM 001-04-FS-CUSTPAD.

           PERFORM 006-01-ACUMULAR-CUSTPAD
               UNTIL FS-CUSTPAD EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CUSTPAD.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-ACUMULAR-CUSTPAD    SECTION.
      *================================================================*
           MOVE COD-ITEM-CPD OF REG-CUSTPAD TO WS-COD-PROCURA.
           PERFORM 008-00-LOCALIZAR-CUSTO.

           IF WS-ACHADO EQUAL ZEROS
               PERFORM 008-02-INCLUIR-CUSTO
               MOVE 'M'           TO WS-TAB-CUS-SIT (WS-ACHADO)
               MOVE CUSTO-CPD OF REG-CUSTPAD TO
                   WS-TAB-CUS-NOVO (WS-ACHADO)
               MOVE ORIGEM-CPD OF REG-CUSTPAD TO
                   WS-TAB-CUS-ORIGEM (WS-ACHADO)
               MOVE DATA-CPD OF REG-CUSTPAD TO
                   WS-TAB-CUS-DATA (WS-ACHADO)
           ELSE
               MOVE 'A'           TO WS-TAB-CUS-SIT (WS-ACHADO).

           MOVE CUSTO-CPD OF REG-CUSTPAD TO
               WS-TAB-CUS-ANT (WS-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CUSTPAD.
           PERFORM 001-04-FS-CUSTPAD.

       006-01-FIM.                EXIT.

      *================================================================*
       007-00-GRAVAR-CUSTPADN     SECTION.
      *================================================================*
           PERFORM 007-01-GRAVAR-UM-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CUS-QTD.

       007-00-FIM.                EXIT.

      *================================================================*
       007-01-GRAVAR-UM-ITEM      SECTION.
      *================================================================*
           MOVE SPACES            TO REG-CUSTPADN.
           MOVE WS-TAB-CUS-COD (WS-IDX)    TO COD-ITEM-CPD
                                              OF REG-CUSTPADN.
           MOVE WS-TAB-CUS-NOVO (WS-IDX)   TO CUSTO-CPD
                                              OF REG-CUSTPADN.
           MOVE WS-TAB-CUS-ORIGEM (WS-IDX) TO ORIGEM-CPD
                                              OF REG-CUSTPADN.
           MOVE WS-TAB-CUS-DATA (WS-IDX)   TO DATA-CPD
                                              OF REG-CUSTPADN.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CUSTPADN.
           PERFORM 001-05-FS-CUSTPADN.
           ADD 1                  TO ACUM-GRAVADOS.

           PERFORM 007-02-IMPRIMIR-ITEM.

       007-01-FIM.                EXIT.

      *================================================================*
       007-02-IMPRIMIR-ITEM       SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-10-CABECALHOS.

           MOVE WS-TAB-CUS-COD (WS-IDX)    TO DET001-ITEM.
           MOVE WS-TAB-CUS-ORIGEM (WS-IDX) TO DET001-ORIGEM.
           MOVE WS-TAB-CUS-ANT (WS-IDX)    TO DET001-ANT.
           MOVE WS-TAB-CUS-NOVO (WS-IDX)   TO DET001-NOVO.
           MOVE ZEROS             TO WS-VARIACAO-PCT.
           MOVE SPACES            TO DET001-OBS.

           IF WS-TAB-CUS-SIT (WS-IDX) EQUAL 'N'
               ADD 1              TO ACUM-NOVOS
               MOVE 'ITEM NOVO'   TO DET001-OBS
           ELSE IF WS-TAB-CUS-SIT (WS-IDX) EQUAL 'M'
               MOVE 'FORA ESTRUTURA' TO DET001-OBS
           ELSE IF WS-TAB-CUS-NOVO (WS-IDX) NOT EQUAL
                   WS-TAB-CUS-ANT (WS-IDX)
               ADD 1              TO ACUM-ALTERADOS
               MOVE 'ALTERADO'    TO DET001-OBS
               IF WS-TAB-CUS-ANT (WS-IDX) GREATER ZEROS
                   COMPUTE WS-VARIACAO-PCT ROUNDED =
                       (WS-TAB-CUS-NOVO (WS-IDX) -
                        WS-TAB-CUS-ANT (WS-IDX)) * 100 /
                        WS-TAB-CUS-ANT (WS-IDX).

           MOVE WS-VARIACAO-PCT   TO DET001-PCT.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       007-02-FIM.                EXIT.

      *================================================================*
       008-00-LOCALIZAR-CUSTO     SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO.

           PERFORM 008-01-PROCURAR-CUSTO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-CUS-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

       008-00-FIM.                EXIT.

      *================================================================*
       008-01-PROCURAR-CUSTO      SECTION.
      *================================================================*
           IF WS-TAB-CUS-COD (WS-IDX) EQUAL WS-COD-PROCURA
               MOVE WS-IDX        TO WS-ACHADO.

       008-01-FIM.                EXIT.

      *================================================================*
       008-02-INCLUIR-CUSTO       SECTION.
      *================================================================*
           IF WS-TAB-CUS-QTD EQUAL 1000
               DISPLAY '* MAIS DE 1000 ITENS DE CUSTO PADRAO *'
               DISPLAY '* AUMENTAR WS-TAB-CUS E REPROCESSAR  *'
               MOVE 'CUSTPADN'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-CUS-QTD.
           MOVE WS-TAB-CUS-QTD    TO WS-ACHADO.
           MOVE WS-COD-PROCURA    TO WS-TAB-CUS-COD (WS-ACHADO).
           MOVE ZEROS             TO WS-TAB-CUS-ANT (WS-ACHADO).

       008-02-FIM.                EXIT.

      *================================================================*
       008-10-CABECALHOS          SECTION.
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

           MOVE SPACES            TO REG-RELATO.
           WRITE REG-RELATO       AFTER 1.
           PERFORM 001-06-FS-RELATO.

           MOVE 9                 TO ACUM-LINHAS.

       008-10-FIM.                EXIT.

      *================================================================*
       009-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-IGNORADOS    TO TOT002-IGNORADOS.
           MOVE ACUM-GRAVADOS     TO TOT003-GRAVADOS.
           MOVE ACUM-ALTERADOS    TO TOT004-ALTERADOS.
           MOVE ACUM-NOVOS        TO TOT005-NOVOS.

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

       009-00-FIM.                EXIT.

      *================================================================*
       010-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CUSTPADN
                 RELATO.
           PERFORM 001-05-FS-CUSTPADN.
           PERFORM 001-06-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       010-00-FIM.                EXIT.

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
               MOVE 'PU8EXF22'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-IGNORADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
