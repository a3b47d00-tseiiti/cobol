       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF31.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * ENTRADA DE NOTAS DE FORNECEDOR SEM PEDIDO DE COMPRA (ALUGUEL,
      * CONSUMO, SERVICOS DE MANUTENCAO E OUTRAS DESPESAS), QUE NAO
      * PASSAM PELO CONFRONTO DE TRES VIAS DO PU8EXE40. CADA NOTA DO
      * NOTADESP (VER COPY NOTADESP) E CRITICADA: FORNECEDOR
      * EXISTENTE E NAO INATIVO NO CADFORN, DOCUMENTO INFORMADO, DATA
      * E VALOR VALIDOS, CONTA EXISTENTE E ATIVA NO PLANO DE CONTAS
      * (PLANOCTA) E CENTRO DE CUSTO ATIVO NO CENCUSTO (EM BRANCO =
      * CENTRO GERAL '000', COMO NO PU8EXE45).
      *
      * AS NOTAS ACEITAS SAEM NO NOTADESV, NO MESMO LAYOUT, QUE O
      * PU8EXE81 INCLUI NA CARTEIRA DE CONTAS A PAGAR COM O
      * VENCIMENTO PELO PRAZFORN, COMO AS DEMAIS NOTAS. CADA NOTA
      * ACEITA GERA TAMBEM O LANCAMENTO DA DESPESA NO LAYOUT DO
      * CADCONTC (DESPCC), COMO O PROVCC DO PU8EXE46: DEBITO NA CONTA
      * DA NOTA, NO SEU CENTRO, E CREDITO NA CONTA DE FORNECEDORES
      * (PARMDESP) NO CENTRO GERAL '000', PARA O BALANCETE POR CENTRO
      * DO PU8EXE97. AS RECUSADAS VAO PARA O NOTADSUS COM O MOTIVO,
      * PARA CORRECAO E NOVA DIGITACAO.
      *
      * NOTAS DE FRETE, SEGURO E IMPOSTO DE IMPORTACAO DE PEDIDO DE
      * COMPRA, CUJO VALOR O PU8EXF25 RATEIA SOBRE OS RECEBIMENTOS
      * (CUSTACE), SAO DIGITADAS AQUI COM A CONTA DE CUSTOS
      * ACESSORIOS A APROPRIAR DO PARMESTC, E NAO COM UMA CONTA DE
      * DESPESA: O CUSTO JA ENTROU NO ESTOQUE E O PU8EXF25 CREDITA
      * ESSA CONTA NO ACESCONT, QUE SE ZERA COM O DEBITO DA NOTA
      * LANCADO PELO PU8EXE81.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT NOTADESP        ASSIGN TO UT-S-NOTADESP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-NOTADESP.
      *
           SELECT PLANOCTA        ASSIGN TO UT-S-PLANOCTA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PLANOCTA.
      *
           SELECT CENCUSTO        ASSIGN TO UT-S-CENCUSTO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CENCUSTO.
      *
           SELECT CADFORN         ASSIGN TO UT-S-CADFORN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFORN.
      *
           SELECT NOTADESV        ASSIGN TO UT-S-NOTADESV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-NOTADESV.
      *
           SELECT NOTADSUS        ASSIGN TO UT-S-NOTADSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-NOTADSUS.
      *
           SELECT DESPCC          ASSIGN TO UT-S-DESPCC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DESPCC.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT     PARMDESP    ASSIGN TO UT-S-PARMDESP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDESP.
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
       FD NOTADESP
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-NOTADESP.
       COPY NOTADESP.
      *
       FD PLANOCTA
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PLANOCTA.
       COPY PLANOCTA.
      *
       FD CENCUSTO
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CENCUSTO.
       01 REG-CENCUSTO.
          05 CC-CEN               PIC X(03).
          05 DESC-CEN             PIC X(20).
          05 ATIVO-CEN            PIC X(01).
          05 FILLER               PIC X(06).
      *
       FD CADFORN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADFORN.
       COPY CADFORN.
      *
      * NOTAS ACEITAS, NO LAYOUT DO NOTADESP, PARA O PU8EXE81.
      *
       FD NOTADESV
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-NOTADESV.
       01 REG-NOTADESV             PIC X(80).
      *
      * NOTAS RECUSADAS, COM A IMAGEM ORIGINAL E O MOTIVO DA RECUSA.
      *
       FD NOTADSUS
           RECORD     CONTAINS    110 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-NOTADSUS.
       01 REG-NOTADSUS.
          05 NOTADSUS-NOTA        PIC X(80).
          05 NOTADSUS-MOTIVO      PIC X(30).
      *
      * LANCAMENTO DA DESPESA POR CENTRO DE CUSTO, NO LAYOUT DO
      * CADCONTC DO PU8EXE45.
      *
       FD DESPCC
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DESPCC.
       01 REG-DESPCC.
          05 CONTA-DCC            PIC X(10).
          05 CC-DCC               PIC X(03).
          05 IND-DC-DCC           PIC X(01).
          05 VALOR-DCC            PIC 9(11)V99.
          05 DATA-LANC-DCC        PIC 9(08).
          05 FILLER               PIC X(07).
      *
       FD RELATO
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * CONTA DE FORNECEDORES (PASSIVO) DA CONTRAPARTIDA DA DESPESA;
      * AS POSICOES 11 A 20 SAO A CONTA DO BANCO, USADA PELO PU8EXE81.
      *
       FD PARMDESP
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDESP.
       01 REG-PARMDESP.
          05 CONTA-FORN-PARM      PIC X(10).
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
       77 WS-CONTA-FORN           PIC X(10) VALUE 'FORNECEDOR'.
      *
      *  PLANO DE CONTAS, CENTROS DE CUSTO E FORNECEDORES ATIVOS
      *
       01 WS-TAB-PLA.
          05 WS-TAB-PLA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PLA-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-PLA-CONTA  PIC X(10).
      *
       01 WS-TAB-CEN.
          05 WS-TAB-CEN-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CEN-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-CEN-CC     PIC X(03).
      *
       01 WS-TAB-FORN.
          05 WS-TAB-FORN-QTD      PIC 9(03) VALUE ZEROS.
          05 WS-TAB-FORN-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-FORN-COD   PIC X(05).
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO               PIC X(30) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDAS              PIC 9(06) VALUE ZEROS.
       77 ACUM-ACEITAS            PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADAS          PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ACEITO         PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-NOTADESP             PIC X(02) VALUE SPACES.
       77 FS-PLANOCTA             PIC X(02) VALUE SPACES.
       77 FS-CENCUSTO             PIC X(02) VALUE SPACES.
       77 FS-CADFORN              PIC X(02) VALUE SPACES.
       77 FS-NOTADESV             PIC X(02) VALUE SPACES.
       77 FS-NOTADSUS             PIC X(02) VALUE SPACES.
       77 FS-DESPCC               PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-PARMDESP             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF31'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'NOTAS DE FORNECEDOR SEM PEDIDO (SERVICOS E DESPESAS)'.
      *
       01  CAB004.
          05 FILLER               PIC X(72) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(06) VALUE 'FORN.'.
          05 FILLER               PIC X(11) VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(11) VALUE 'CONTA'.
          05 FILLER               PIC X(04) VALUE 'CC'.
          05 FILLER               PIC X(15) VALUE '         VALOR'.
          05 FILLER               PIC X(30) VALUE 'SITUACAO'.
      *
       01  DET001.
          05 DET001-FORN          PIC X(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DOC           PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CONTA         PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CC            PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-SITUACAO      PIC X(30).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'NOTAS LIDAS                              :'.
          05 TOT001-LIDAS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'NOTAS ACEITAS PARA O CONTAS A PAGAR      :'.
          05 TOT002-ACEITAS       PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'NOTAS RECUSADAS (NOTADSUS)               :'.
          05 TOT003-RECUSADAS     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(29) VALUE
             'VALOR DAS NOTAS ACEITAS    :'.
          05 TOT004-VLR-ACEITO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-11-LER-PARMDESP.
           PERFORM 001-12-CARREGAR-PLANOCTA.
           PERFORM 001-14-CARREGAR-CENCUSTO.
           PERFORM 001-16-CARREGAR-CADFORN.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TRATAR-NOTAS.
           PERFORM 004-00-IMPRIMIR-TOTAIS.
           PERFORM 005-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  NOTADESP
                       PLANOCTA
                       CENCUSTO
                       CADFORN
                       PARMDESP
                       PARMDATA
                OUTPUT NOTADESV
                       NOTADSUS
                       DESPCC
                       RELATO.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-NOTADESP.
           PERFORM 001-03-FS-PLANOCTA.
           PERFORM 001-04-FS-CENCUSTO.
           PERFORM 001-05-FS-CADFORN.
           PERFORM 001-06-FS-NOTADESV.
           PERFORM 001-07-FS-NOTADSUS.
           PERFORM 001-08-FS-DESPCC.
           PERFORM 001-09-FS-RELATO.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-NOTADESP         SECTION.
      *================================================================*
           MOVE 'NOTADESP'        TO FS-ARQUIVO.
           MOVE FS-NOTADESP       TO FS-COD-STATUS.

           IF FS-NOTADESP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PLANOCTA         SECTION.
      *================================================================*
           MOVE 'PLANOCTA'        TO FS-ARQUIVO.
           MOVE FS-PLANOCTA       TO FS-COD-STATUS.

           IF FS-PLANOCTA NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CENCUSTO         SECTION.
      *================================================================*
           MOVE 'CENCUSTO'        TO FS-ARQUIVO.
           MOVE FS-CENCUSTO       TO FS-COD-STATUS.

           IF FS-CENCUSTO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-CADFORN          SECTION.
      *================================================================*
           MOVE 'CADFORN'         TO FS-ARQUIVO.
           MOVE FS-CADFORN        TO FS-COD-STATUS.

           IF FS-CADFORN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-FS-NOTADESV         SECTION.
      *================================================================*
           MOVE 'NOTADESV'        TO FS-ARQUIVO.
           MOVE FS-NOTADESV       TO FS-COD-STATUS.

           IF FS-NOTADESV NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-NOTADSUS         SECTION.
      *================================================================*
           MOVE 'NOTADSUS'        TO FS-ARQUIVO.
           MOVE FS-NOTADSUS       TO FS-COD-STATUS.

           IF FS-NOTADSUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-DESPCC           SECTION.
      *================================================================*
           MOVE 'DESPCC'          TO FS-ARQUIVO.
           MOVE FS-DESPCC         TO FS-COD-STATUS.

           IF FS-DESPCC NOT EQUAL '00'
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

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-LER-PARMDESP        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDESP.

           MOVE 'PARMDESP'        TO FS-ARQUIVO.
           MOVE FS-PARMDESP       TO FS-COD-STATUS.
           IF FS-PARMDESP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

           IF FS-PARMDESP EQUAL '00'
              AND CONTA-FORN-PARM NOT EQUAL SPACES
               MOVE CONTA-FORN-PARM TO WS-CONTA-FORN.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDESP.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-CARREGAR-PLANOCTA   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-03-FS-PLANOCTA.

           PERFORM 001-13-ACUMULAR-PLANOCTA
               UNTIL FS-PLANOCTA EQUAL '10'
                  OR WS-TAB-PLA-QTD EQUAL 200.

           IF FS-PLANOCTA NOT EQUAL '10'
               DISPLAY '* PLANOCTA COM MAIS DE 200 CONTAS    *'
               DISPLAY '* AUMENTAR WS-TAB-PLA E REPROCESSAR  *'
               MOVE 'PLANOCTA'    TO FS-ARQUIVO
               MOVE FS-PLANOCTA   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PLANOCTA.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-ACUMULAR-PLANOCTA   SECTION.
      *================================================================*
           IF ATIVO-PLA EQUAL 'A'
               ADD 1              TO WS-TAB-PLA-QTD
               MOVE CONTA-PLA     TO
                   WS-TAB-PLA-CONTA (WS-TAB-PLA-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANOCTA.
           PERFORM 001-03-FS-PLANOCTA.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-CARREGAR-CENCUSTO   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CENCUSTO.
           PERFORM 001-04-FS-CENCUSTO.

           PERFORM 001-15-ACUMULAR-CENCUSTO
               UNTIL FS-CENCUSTO EQUAL '10'
                  OR WS-TAB-CEN-QTD EQUAL 99.

      *    A TABELA RESERVA UMA VAGA PARA O CENTRO GERAL '000'
           IF FS-CENCUSTO NOT EQUAL '10'
               DISPLAY '* CENCUSTO COM MAIS DE 99 CENTROS    *'
               DISPLAY '* AUMENTAR WS-TAB-CEN E REPROCESSAR  *'
               MOVE 'CENCUSTO'    TO FS-ARQUIVO
               MOVE FS-CENCUSTO   TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CENCUSTO.

      *    O CENTRO GERAL '000' E SEMPRE VALIDO
           ADD 1                  TO WS-TAB-CEN-QTD.
           MOVE '000'             TO
               WS-TAB-CEN-CC (WS-TAB-CEN-QTD).

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-ACUMULAR-CENCUSTO   SECTION.
      *================================================================*
           IF ATIVO-CEN EQUAL 'A'
               ADD 1              TO WS-TAB-CEN-QTD
               MOVE CC-CEN        TO
                   WS-TAB-CEN-CC (WS-TAB-CEN-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CENCUSTO.
           PERFORM 001-04-FS-CENCUSTO.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-CARREGAR-CADFORN    SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFORN.
           PERFORM 001-05-FS-CADFORN.

           PERFORM 001-17-ACUMULAR-CADFORN
               UNTIL FS-CADFORN EQUAL '10'
                  OR WS-TAB-FORN-QTD EQUAL 500.

           IF FS-CADFORN NOT EQUAL '10'
               DISPLAY '* CADFORN COM MAIS DE 500 FORNECED.  *'
               DISPLAY '* AUMENTAR WS-TAB-FORN E REPROCESSAR *'
               MOVE 'CADFORN'     TO FS-ARQUIVO
               MOVE FS-CADFORN    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFORN.

       001-16-FIM.                EXIT.

      *================================================================*
       001-17-ACUMULAR-CADFORN    SECTION.
      *================================================================*
           IF SITUACAO-FORN NOT EQUAL 'I'
               ADD 1              TO WS-TAB-FORN-QTD
               MOVE COD-FORN      TO
                   WS-TAB-FORN-COD (WS-TAB-FORN-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFORN.
           PERFORM 001-05-FS-CADFORN.

       001-17-FIM.                EXIT.

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
       003-00-TRATAR-NOTAS        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ NOTADESP.
           PERFORM 001-02-FS-NOTADESP.

           PERFORM 003-01-TRATAR-UMA
               UNTIL FS-NOTADESP EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE NOTADESP.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-UMA          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDAS.

           IF CC-NDS EQUAL SPACES OR LOW-VALUES
               MOVE '000'         TO CC-NDS.

           PERFORM 003-02-CRITICAR-NOTA.

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 003-06-GRAVAR-ACEITA
           ELSE
               PERFORM 003-07-GRAVAR-RECUSADA.

           PERFORM 003-08-IMPRIMIR-NOTA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ NOTADESP.
           PERFORM 001-02-FS-NOTADESP.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-CRITICAR-NOTA       SECTION.
      *================================================================*
      * FICA O PRIMEIRO MOTIVO ENCONTRADO; ESPACOS = NOTA ACEITA.
      *
           MOVE SPACES            TO WS-MOTIVO.

           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 003-03-PROCURAR-FORN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-FORN-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.
           IF WS-ACHADO EQUAL ZEROS OR FORN-NDS NOT NUMERIC
               MOVE 'FORNECEDOR INEXISTENTE/INATIVO' TO WS-MOTIVO.

           IF WS-MOTIVO EQUAL SPACES
              AND DOC-NDS EQUAL SPACES
               MOVE 'DOCUMENTO NAO INFORMADO' TO WS-MOTIVO.

           IF WS-MOTIVO EQUAL SPACES
               IF DATA-NDS NOT NUMERIC
                   MOVE 'DATA DA NOTA INVALIDA' TO WS-MOTIVO
               ELSE
                   IF DIA-NDS EQUAL 00 OR DIA-NDS GREATER 31 OR
                      MES-NDS EQUAL 00 OR MES-NDS GREATER 12 OR
                      ANO-NDS LESS 1601
                       MOVE 'DATA DA NOTA INVALIDA' TO WS-MOTIVO.

           IF WS-MOTIVO EQUAL SPACES
               IF VALOR-NDS NOT NUMERIC
                   MOVE 'VALOR DA NOTA INVALIDO' TO WS-MOTIVO
               ELSE
                   IF VALOR-NDS EQUAL ZEROS
                       MOVE 'VALOR DA NOTA INVALIDO' TO WS-MOTIVO.

           IF WS-MOTIVO EQUAL SPACES
               MOVE ZEROS         TO WS-ACHADO
               PERFORM 003-04-PROCURAR-CONTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-PLA-QTD
                      OR WS-ACHADO NOT EQUAL ZEROS
               IF WS-ACHADO EQUAL ZEROS
                   MOVE 'CONTA FORA DO PLANO DE CONTAS'
                                  TO WS-MOTIVO.

           IF WS-MOTIVO EQUAL SPACES
               MOVE ZEROS         TO WS-ACHADO
               PERFORM 003-05-PROCURAR-CC
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-CEN-QTD
                      OR WS-ACHADO NOT EQUAL ZEROS
               IF WS-ACHADO EQUAL ZEROS
                   MOVE 'CENTRO DE CUSTO INVALIDO' TO WS-MOTIVO.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-PROCURAR-FORN       SECTION.
      *================================================================*
           IF WS-TAB-FORN-COD (WS-IDX) EQUAL FORN-NDS
               MOVE WS-IDX        TO WS-ACHADO.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-PROCURAR-CONTA      SECTION.
      *================================================================*
           IF WS-TAB-PLA-CONTA (WS-IDX) EQUAL CONTA-NDS
               MOVE WS-IDX        TO WS-ACHADO.

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-PROCURAR-CC         SECTION.
      *================================================================*
           IF WS-TAB-CEN-CC (WS-IDX) EQUAL CC-NDS
               MOVE WS-IDX        TO WS-ACHADO.

       003-05-FIM.                EXIT.

      *================================================================*
       003-06-GRAVAR-ACEITA       SECTION.
      *================================================================*
      * A NOTA VAI PARA O CONTAS A PAGAR E A DESPESA PARA O FLUXO
      * POR CENTRO: DEBITO NO CENTRO DA NOTA, CREDITO DE FORNECEDORES
      * NO CENTRO GERAL.
      *
           ADD 1                  TO ACUM-ACEITAS.
           ADD VALOR-NDS          TO ACUM-VLR-ACEITO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-NOTADESV     FROM REG-NOTADESP.
           PERFORM 001-06-FS-NOTADESV.

           MOVE SPACES            TO REG-DESPCC.
           MOVE CONTA-NDS         TO CONTA-DCC.
           MOVE CC-NDS            TO CC-DCC.
           MOVE 'D'               TO IND-DC-DCC.
           MOVE VALOR-NDS         TO VALOR-DCC.
           MOVE DATA-NDS          TO DATA-LANC-DCC.
           WRITE REG-DESPCC.
           PERFORM 001-08-FS-DESPCC.

           MOVE SPACES            TO REG-DESPCC.
           MOVE WS-CONTA-FORN     TO CONTA-DCC.
           MOVE '000'             TO CC-DCC.
           MOVE 'C'               TO IND-DC-DCC.
           MOVE VALOR-NDS         TO VALOR-DCC.
           MOVE DATA-NDS          TO DATA-LANC-DCC.
           WRITE REG-DESPCC.
           PERFORM 001-08-FS-DESPCC.

       003-06-FIM.                EXIT.

      *================================================================*
       003-07-GRAVAR-RECUSADA     SECTION.
      *================================================================*
           ADD 1                  TO ACUM-RECUSADAS.

           MOVE REG-NOTADESP      TO NOTADSUS-NOTA.
           MOVE WS-MOTIVO         TO NOTADSUS-MOTIVO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-NOTADSUS.
           PERFORM 001-07-FS-NOTADSUS.

       003-07-FIM.                EXIT.

      *================================================================*
       003-08-IMPRIMIR-NOTA       SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE FORN-NDS          TO DET001-FORN.
           MOVE DOC-NDS           TO DET001-DOC.
           MOVE CONTA-NDS         TO DET001-CONTA.
           MOVE CC-NDS            TO DET001-CC.

           IF VALOR-NDS NUMERIC
               MOVE VALOR-NDS     TO DET001-VALOR
           ELSE
               MOVE ZEROS         TO DET001-VALOR.

           IF WS-MOTIVO EQUAL SPACES
               MOVE 'ACEITA'      TO DET001-SITUACAO
           ELSE
               MOVE WS-MOTIVO     TO DET001-SITUACAO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-09-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

       003-08-FIM.                EXIT.

      *================================================================*
       004-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDAS        TO TOT001-LIDAS.
           MOVE ACUM-ACEITAS      TO TOT002-ACEITAS.
           MOVE ACUM-RECUSADAS    TO TOT003-RECUSADAS.
           MOVE ACUM-VLR-ACEITO   TO TOT004-VLR-ACEITO.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

       004-00-FIM.                EXIT.

      *================================================================*
       005-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE NOTADESV
                 NOTADSUS
                 DESPCC
                 RELATO.
           PERFORM 001-06-FS-NOTADESV.
           PERFORM 001-07-FS-NOTADSUS.
           PERFORM 001-08-FS-DESPCC.
           PERFORM 001-09-FS-RELATO.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.

       005-00-FIM.                EXIT.

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
               MOVE 'PU8EXF31'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-LIDAS              TO RUNLOG-QTD-LIDOS
               MOVE ACUM-ACEITAS            TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-RECUSADAS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
