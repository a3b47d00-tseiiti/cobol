       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF61.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * DESISTENCIA DE ALUNO NO MEIO DO PERIODO. CADA PEDIDO DO
      * DESISPED (ALUNO, DATA DA DESISTENCIA E MOTIVO) SUBSTITUI A
      * EXCLUSAO MANUAL DA LINHA DO CADALUNO:
      *  - O ALUNO SAI DO CADALUNN (CADASTRO SEM OS DESISTENTES, QUE
      *    SUBSTITUI O CADALUNO E FAZ O PU8EXE50 PARAR DE FATURAR);
      *  - NA CARTEIRA DE MENSALIDADES (CARTMENS -> CARTMENN), A
      *    COBRANCA EM ABERTO DE COMPETENCIA POSTERIOR AO MES DA
      *    DESISTENCIA E CANCELADA (SITUACAO 'C', QUE O PU8EXE51 NAO
      *    ENVELHECE) E A DO PROPRIO MES FICA SO COM OS DIAS CURSADOS
      *    (MES DE TRINTA DIAS); A COBRANCA JA PAGA DESSES MESES GERA
      *    ESTORNO PROPORCIONAL AOS DIAS NAO CURSADOS. A COBRANCA
      *    VENCIDA ANTES DO MES DA DESISTENCIA CONTINUA DEVIDA;
      *  - A IMAGEM DO ALUNO COM AS NOTAS DO PERIODO, A FREQUENCIA DO
      *    FREQALU (OPCIONAL), O MOTIVO E OS VALORES CANCELADO E A
      *    ESTORNAR VAO PARA O HISTORICO DE DESISTENTES (DESISTEN, EM
      *    EXTEND), QUE O PU8EXE24 E O PU8EXF10 LEEM.
      *
      * PEDIDO COM DATA OU MOTIVO INVALIDO, EM DUPLICIDADE OU DE
      * ALUNO QUE NAO ESTA NO CADALUNO E RECUSADO NO RELATORIO E O
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
           SELECT DESISPED        ASSIGN TO UT-S-DESISPED
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DESISPED.
      *
           SELECT CADALUNO        ASSIGN TO UT-S-CADALUNO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADALUNO.
      *
           SELECT CARTMENS        ASSIGN TO UT-S-CARTMENS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CARTMENS.
      *
           SELECT FREQALU         ASSIGN TO UT-S-FREQALU
                      FILE STATUS IS FS-FREQALU.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT CADALUNN        ASSIGN TO UT-S-CADALUNN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADALUNN.
      *
           SELECT CARTMENN        ASSIGN TO UT-S-CARTMENN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CARTMENN.
      *
           SELECT DESISTEN        ASSIGN TO UT-S-DESISTEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DESISTEN.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RUNLOG.
      *
       DATA           DIVISION.
       FILE           SECTION.
      *
      * PEDIDOS DE DESISTENCIA DA SECRETARIA.
      *
       FD DESISPED
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DESISPED.
       01 REG-DESISPED.
          05 CODALU-DSP           PIC 9(04).
          05 DATA-DSP.
             10 ANO-DSP           PIC 9(04).
             10 MES-DSP           PIC 9(02).
             10 DIA-DSP           PIC 9(02).
          05 MOTIVO-DSP           PIC 9(02).
          05 FILLER               PIC X(06).
      *
       FD CADALUNO
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADALUNO.
       COPY CADALUNO.
      *
       FD CARTMENS
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CARTMENS.
       01 REG-CARTMENS.
          05 CODALU-CAR           PIC 9(04).
          05 TURMA-CAR            PIC 9(03).
          05 COMPET-CAR.
             10 ANO-CAR           PIC 9(04).
             10 MES-CAR           PIC 9(02).
          05 VALOR-CAR            PIC 9(07)V99.
          05 SITUACAO-CAR         PIC X(01).
          05 FILLER               PIC X(07).
      *
      * FREQUENCIA POR ALUNO (LAYOUT DO PU8EXE07).
      *
       FD FREQALU
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-FREQALU.
       01 REG-FREQALU.
          05 CODALU-FRQ           PIC 9(04).
          05 AULAS-DADAS-FRQ      PIC 9(04).
          05 AULAS-ASSIST-FRQ     PIC 9(04).
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
       FD CADALUNN
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADALUNN.
       01 REG-CADALUNN             PIC X(60).
      *
       FD CARTMENN
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CARTMENN.
       01 REG-CARTMENN             PIC X(30).
      *
       FD DESISTEN
           RECORD     CONTAINS    100 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DESISTEN.
       COPY DESISTEN.
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
      *  PEDIDOS DE DESISTENCIA; SITUACAO 'N' AGUARDANDO O ALUNO NO
      *  CADALUNO, 'S' EFETIVADO, 'R' RECUSADO (MOTIVO EM ERRO)
      *
       01 WS-TAB-DSP.
          05 WS-TAB-DSP-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-DSP-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-DSP-PEDIDO PIC X(14).
             10 WS-TAB-DSP-COD    PIC 9(04).
             10 WS-TAB-DSP-DATA   PIC 9(08).
             10 WS-TAB-DSP-MOTIVO PIC 9(02).
             10 WS-TAB-DSP-SIT    PIC X(01).
             10 WS-TAB-DSP-ERRO   PIC X(24).
             10 WS-TAB-DSP-ALUNO  PIC X(60).
             10 WS-TAB-DSP-DADAS  PIC 9(04).
             10 WS-TAB-DSP-ASSIST PIC 9(04).
             10 WS-TAB-DSP-CANCEL PIC 9(07)V99.
             10 WS-TAB-DSP-ESTORNO PIC 9(07)V99.
      *
       77 WS-IDX-DSP              PIC 9(03) VALUE ZEROS.
       77 WS-DSP-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-COD-PROCURA          PIC 9(04) VALUE ZEROS.
       77 WS-ERRO                 PIC X(24) VALUE SPACES.
      *
      *  PEDIDO RECUSADO, COMO VEIO NO DESISPED
      *
       01 WS-PEDIDO.
          05 WS-PED-COD           PIC X(04).
          05 WS-PED-DATA          PIC X(08).
          05 WS-PED-MOTIVO        PIC X(02).
      *
      *  DATA DA DESISTENCIA E PROPORCIONALIDADE DO MES DA SAIDA
      *
       01 WS-DATA-DES.
          05 WS-ANO-DES           PIC 9(04).
          05 WS-MES-DES           PIC 9(02).
          05 WS-DIA-DES           PIC 9(02).
      *
       77 WS-MESES-DES            PIC 9(06) VALUE ZEROS.
       77 WS-MESES-COMP           PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-CURSADOS        PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-NAO-CURSADOS    PIC 9(02) VALUE ZEROS.
       77 WS-VLR-NAO-CURSADO      PIC 9(07)V99 VALUE ZEROS.
       77 WS-DESC-MOTIVO          PIC X(12) VALUE SPACES.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-DESISTENCIAS       PIC 9(06) VALUE ZEROS.
       77 ACUM-RECUSADOS          PIC 9(06) VALUE ZEROS.
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-COB-CANCELADAS     PIC 9(06) VALUE ZEROS.
       77 ACUM-COB-REDUZIDAS      PIC 9(06) VALUE ZEROS.
       77 ACUM-COB-ESTORNADAS     PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-CANCELADO      PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-VLR-ESTORNO        PIC 9(11)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-DESISPED             PIC X(02) VALUE SPACES.
       77 FS-CADALUNO             PIC X(02) VALUE SPACES.
       77 FS-CARTMENS             PIC X(02) VALUE SPACES.
       77 FS-FREQALU              PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-CADALUNN             PIC X(02) VALUE SPACES.
       77 FS-CARTMENN             PIC X(02) VALUE SPACES.
       77 FS-DESISTEN             PIC X(02) VALUE SPACES.
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
             'PROGRAMA = PU8EXF61'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE
             'DESISTENCIAS - CANCELAMENTO E ESTORNO'.
      *
       01  CAB004.
          05 FILLER               PIC X(76) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(06) VALUE 'ALUNO'.
          05 FILLER               PIC X(21) VALUE 'NOME'.
          05 FILLER               PIC X(04) VALUE 'TUR'.
          05 FILLER               PIC X(11) VALUE 'SAIDA'.
          05 FILLER               PIC X(13) VALUE 'MOTIVO'.
          05 FILLER               PIC X(11) VALUE ' CANCELADO'.
          05 FILLER               PIC X(10) VALUE '   ESTORNO'.
      *
       01  DET001.
          05 DET001-CODALU        PIC 9(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-NOME          PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-TURMA         PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIA           PIC 9(02)/.
          05 DET001-MES           PIC 9(02)/.
          05 DET001-ANO           PIC 9(04).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-MOTIVO        PIC X(12).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-CANCEL        PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-ESTORNO       PIC ZZZ.ZZ9,99.
      *
       01  OCO000.
          05 FILLER               PIC X(50) VALUE
             'PEDIDOS RECUSADOS (ALUNO DATA MOTIVO):'.
      *
       01  OCO001.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 OCO001-COD           PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 OCO001-DATA          PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 OCO001-MOTIVO        PIC X(02).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 OCO001-ERRO          PIC X(24).
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'PEDIDOS DE DESISTENCIA LIDOS             :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'DESISTENCIAS EFETIVADAS                  :'.
          05 TOT002-DESISTENCIAS  PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'PEDIDOS RECUSADOS                        :'.
          05 TOT003-RECUSADOS     PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(44) VALUE
             'ALUNOS GRAVADOS NO CADALUNN              :'.
          05 TOT004-GRAVADOS      PIC ZZZ.ZZ9.
      *
       01  TOT005.
          05 FILLER               PIC X(44) VALUE
             'MENSALIDADES EM ABERTO CANCELADAS        :'.
          05 TOT005-CANCELADAS    PIC ZZZ.ZZ9.
      *
       01  TOT006.
          05 FILLER               PIC X(44) VALUE
             'MENSALIDADES REDUZIDAS AOS DIAS CURSADOS :'.
          05 TOT006-REDUZIDAS     PIC ZZZ.ZZ9.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'MENSALIDADES PAGAS COM ESTORNO           :'.
          05 TOT007-ESTORNADAS    PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(29) VALUE
             'VALOR CANCELADO NA CARTEIRA:'.
          05 TOT008-VLR-CANCEL    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT009.
          05 FILLER               PIC X(29) VALUE
             'VALOR A ESTORNAR           :'.
          05 TOT009-VLR-ESTORNO   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 001-11-CARREGAR-DESISPED.
           PERFORM 001-14-CARREGAR-FREQALU.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-TRATAR-CADALUNO.
           PERFORM 004-00-TRATAR-CARTMENS.
           PERFORM 005-00-GRAVAR-DESISTENTE
               VARYING WS-IDX-DSP FROM 1 BY 1
               UNTIL WS-IDX-DSP GREATER WS-TAB-DSP-QTD.
           PERFORM 006-00-IMPRIMIR-RECUSADOS.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 009-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  DESISPED
                       CADALUNO
                       CARTMENS
                       PARMDATA
                OUTPUT RELATO
                       CADALUNN
                       CARTMENN
                EXTEND DESISTEN.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-TESTAR-FS           SECTION.
      *================================================================*
           PERFORM 001-02-FS-DESISPED.
           PERFORM 001-03-FS-CADALUNO.
           PERFORM 001-04-FS-CARTMENS.
           PERFORM 001-05-FS-PARMDATA.
           PERFORM 001-06-FS-RELATO.
           PERFORM 001-07-FS-CADALUNN.
           PERFORM 001-08-FS-CARTMENN.
           PERFORM 001-09-FS-DESISTEN.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-FS-DESISPED         SECTION.
      *================================================================*
           MOVE 'DESISPED'        TO FS-ARQUIVO.
           MOVE FS-DESISPED       TO FS-COD-STATUS.

           IF FS-DESISPED NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-CADALUNO         SECTION.
      *================================================================*
           MOVE 'CADALUNO'        TO FS-ARQUIVO.
           MOVE FS-CADALUNO       TO FS-COD-STATUS.

           IF FS-CADALUNO NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-FS-CARTMENS         SECTION.
      *================================================================*
           MOVE 'CARTMENS'        TO FS-ARQUIVO.
           MOVE FS-CARTMENS       TO FS-COD-STATUS.

           IF FS-CARTMENS NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-FS-PARMDATA         SECTION.
      *================================================================*
           MOVE 'PARMDATA'        TO FS-ARQUIVO.
           MOVE FS-PARMDATA       TO FS-COD-STATUS.

           IF FS-PARMDATA NOT EQUAL '00' AND '10'
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
       001-07-FS-CADALUNN         SECTION.
      *================================================================*
           MOVE 'CADALUNN'        TO FS-ARQUIVO.
           MOVE FS-CADALUNN       TO FS-COD-STATUS.

           IF FS-CADALUNN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-FS-CARTMENN         SECTION.
      *================================================================*
           MOVE 'CARTMENN'        TO FS-ARQUIVO.
           MOVE FS-CARTMENN       TO FS-COD-STATUS.

           IF FS-CARTMENN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-FS-DESISTEN         SECTION.
      *================================================================*
           MOVE 'DESISTEN'        TO FS-ARQUIVO.
           MOVE FS-DESISTEN       TO FS-COD-STATUS.

           IF FS-DESISTEN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-LER-PARMDATA        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDATA.
           PERFORM 001-05-FS-PARMDATA.

           IF FS-PARMDATA EQUAL '00'
               MOVE DATA-RELATORIO-PARM TO WS-DATA-RELATORIO-PARM.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-CARREGAR-DESISPED   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DESISPED.
           PERFORM 001-02-FS-DESISPED.

           PERFORM 001-12-ACUMULAR-DESISPED
               UNTIL FS-DESISPED EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE DESISPED.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-ACUMULAR-DESISPED   SECTION.
      *================================================================*
           ADD 1                  TO ACUM-LIDOS.

           IF WS-TAB-DSP-QTD EQUAL 500
               DISPLAY '* TABELA DE DESISTENCIAS CHEIA       *'
               DISPLAY '* AUMENTAR WS-TAB-DSP E REPROCESSAR  *'
               MOVE 'ERRO'        TO WS-RUNLOG-STATUS
               PERFORM 999-00-GRAVAR-RUNLOG
               STOP RUN.

           PERFORM 001-13-CRITICAR-PEDIDO.

           ADD 1                  TO WS-TAB-DSP-QTD.
           MOVE REG-DESISPED      TO WS-TAB-DSP-PEDIDO (WS-TAB-DSP-QTD).
           MOVE WS-ERRO           TO WS-TAB-DSP-ERRO (WS-TAB-DSP-QTD).
           MOVE SPACES            TO WS-TAB-DSP-ALUNO (WS-TAB-DSP-QTD).
           MOVE ZEROS             TO WS-TAB-DSP-DADAS (WS-TAB-DSP-QTD).
           MOVE ZEROS             TO WS-TAB-DSP-ASSIST (WS-TAB-DSP-QTD).
           MOVE ZEROS             TO WS-TAB-DSP-CANCEL (WS-TAB-DSP-QTD).
           MOVE ZEROS             TO
               WS-TAB-DSP-ESTORNO (WS-TAB-DSP-QTD).

           IF WS-ERRO EQUAL SPACES
               MOVE CODALU-DSP    TO WS-TAB-DSP-COD (WS-TAB-DSP-QTD)
               MOVE DATA-DSP      TO WS-TAB-DSP-DATA (WS-TAB-DSP-QTD)
               MOVE MOTIVO-DSP    TO WS-TAB-DSP-MOTIVO (WS-TAB-DSP-QTD)
               MOVE 'N'           TO WS-TAB-DSP-SIT (WS-TAB-DSP-QTD)
           ELSE
               MOVE ZEROS         TO WS-TAB-DSP-COD (WS-TAB-DSP-QTD)
               MOVE ZEROS         TO WS-TAB-DSP-DATA (WS-TAB-DSP-QTD)
               MOVE ZEROS         TO WS-TAB-DSP-MOTIVO (WS-TAB-DSP-QTD)
               MOVE 'R'           TO WS-TAB-DSP-SIT (WS-TAB-DSP-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DESISPED.
           PERFORM 001-02-FS-DESISPED.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-CRITICAR-PEDIDO     SECTION.
      *================================================================*
           MOVE SPACES            TO WS-ERRO.

           IF CODALU-DSP NOT NUMERIC
               MOVE 'CODIGO DE ALUNO INVALIDO' TO WS-ERRO
           ELSE IF DATA-DSP NOT NUMERIC
               MOVE 'DATA INVALIDA'   TO WS-ERRO
           ELSE IF MES-DSP LESS 01 OR MES-DSP GREATER 12
                OR DIA-DSP LESS 01 OR DIA-DSP GREATER 31
               MOVE 'DATA INVALIDA'   TO WS-ERRO
           ELSE IF MOTIVO-DSP NOT NUMERIC
               MOVE 'MOTIVO INVALIDO' TO WS-ERRO
           ELSE IF (MOTIVO-DSP LESS 01 OR MOTIVO-DSP GREATER 06)
               AND MOTIVO-DSP NOT EQUAL 99
               MOVE 'MOTIVO INVALIDO' TO WS-ERRO
           ELSE
               MOVE CODALU-DSP    TO WS-COD-PROCURA
               PERFORM 005-01-ACHAR-PEDIDO
               IF WS-DSP-ACHADO NOT EQUAL ZEROS
                   MOVE 'PEDIDO EM DUPLICIDADE' TO WS-ERRO.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-CARREGAR-FREQALU    SECTION.
      *================================================================*
      *    SEM FREQALU ('35') O DESISTENTE VAI PARA O HISTORICO COM A
      *    FREQUENCIA ZERADA
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT FREQALU.
           PERFORM 001-16-FS-FREQALU.

           IF FS-FREQALU EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ FREQALU
               PERFORM 001-16-FS-FREQALU
               PERFORM 001-15-ACUMULAR-FREQALU
                   UNTIL FS-FREQALU EQUAL '10'.

           IF FS-FREQALU NOT EQUAL '35'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE FREQALU.

       001-14-FIM.                EXIT.

      *================================================================*
       001-15-ACUMULAR-FREQALU    SECTION.
      *================================================================*
           MOVE CODALU-FRQ        TO WS-COD-PROCURA.
           PERFORM 005-01-ACHAR-PEDIDO.

           IF WS-DSP-ACHADO NOT EQUAL ZEROS
               MOVE AULAS-DADAS-FRQ  TO
                   WS-TAB-DSP-DADAS (WS-DSP-ACHADO)
               MOVE AULAS-ASSIST-FRQ TO
                   WS-TAB-DSP-ASSIST (WS-DSP-ACHADO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ FREQALU.
           PERFORM 001-16-FS-FREQALU.

       001-15-FIM.                EXIT.

      *================================================================*
       001-16-FS-FREQALU          SECTION.
      *================================================================*
           MOVE 'FREQALU'         TO FS-ARQUIVO.
           MOVE FS-FREQALU        TO FS-COD-STATUS.

           IF FS-FREQALU NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-16-FIM.                EXIT.

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
       003-00-TRATAR-CADALUNO     SECTION.
      *================================================================*
      * O PEDIDO DE ALUNO QUE NAO ESTA NO CADALUNO E RECUSADO NO FIM
      * DA PASSAGEM.
      *
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADALUNO.
           PERFORM 001-03-FS-CADALUNO.

           PERFORM 003-01-TRATAR-ALUNO
               UNTIL FS-CADALUNO EQUAL '10'.

           PERFORM 003-02-RECUSAR-SEM-ALUNO
               VARYING WS-IDX-DSP FROM 1 BY 1
               UNTIL WS-IDX-DSP GREATER WS-TAB-DSP-QTD.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADALUNO.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-TRATAR-ALUNO        SECTION.
      *================================================================*
           MOVE CODALU            TO WS-COD-PROCURA.
           PERFORM 005-01-ACHAR-PEDIDO.

           IF WS-DSP-ACHADO NOT EQUAL ZEROS
               MOVE 'S'           TO WS-TAB-DSP-SIT (WS-DSP-ACHADO)
               MOVE REG-CADALUNO  TO WS-TAB-DSP-ALUNO (WS-DSP-ACHADO)
               ADD 1              TO ACUM-DESISTENCIAS
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-CADALUNN FROM REG-CADALUNO
               PERFORM 001-07-FS-CADALUNN
               ADD 1              TO ACUM-GRAVADOS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADALUNO.
           PERFORM 001-03-FS-CADALUNO.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-RECUSAR-SEM-ALUNO   SECTION.
      *================================================================*
           IF WS-TAB-DSP-SIT (WS-IDX-DSP) EQUAL 'N'
               MOVE 'R'           TO WS-TAB-DSP-SIT (WS-IDX-DSP)
               MOVE 'ALUNO FORA DO CADALUNO' TO
                   WS-TAB-DSP-ERRO (WS-IDX-DSP).

       003-02-FIM.                EXIT.

      *================================================================*
       004-00-TRATAR-CARTMENS     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARTMENS.
           PERFORM 001-04-FS-CARTMENS.

           PERFORM 004-01-TRATAR-COBRANCA
               UNTIL FS-CARTMENS EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CARTMENS.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-TRATAR-COBRANCA     SECTION.
      *================================================================*
           MOVE CODALU-CAR        TO WS-COD-PROCURA.
           PERFORM 005-01-ACHAR-PEDIDO.

           IF WS-DSP-ACHADO NOT EQUAL ZEROS
               IF WS-TAB-DSP-SIT (WS-DSP-ACHADO) EQUAL 'S'
                   PERFORM 004-02-AJUSTAR-COBRANCA.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-CARTMENN     FROM REG-CARTMENS.
           PERFORM 001-08-FS-CARTMENN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CARTMENS.
           PERFORM 001-04-FS-CARTMENS.

       004-01-FIM.                EXIT.

      *================================================================*
       004-02-AJUSTAR-COBRANCA    SECTION.
      *================================================================*
      * COMPETENCIA POSTERIOR AO MES DA DESISTENCIA: NADA E DEVIDO
      * (EM ABERTO E CANCELADA, PAGA E ESTORNADA POR INTEIRO). NO MES
      * DA DESISTENCIA SO OS DIAS CURSADOS SAO DEVIDOS, A TRINTA DIAS
      * POR MES. COMPETENCIA ANTERIOR NAO E TOCADA.
      *
           MOVE WS-TAB-DSP-DATA (WS-DSP-ACHADO) TO WS-DATA-DES.
           COMPUTE WS-MESES-DES  = (WS-ANO-DES * 12) + WS-MES-DES.
           COMPUTE WS-MESES-COMP = (ANO-CAR * 12) + MES-CAR.

           IF WS-DIA-DES GREATER 30
               MOVE 30            TO WS-DIAS-CURSADOS
           ELSE
               MOVE WS-DIA-DES    TO WS-DIAS-CURSADOS.

           COMPUTE WS-DIAS-NAO-CURSADOS = 30 - WS-DIAS-CURSADOS.

           IF WS-MESES-COMP GREATER WS-MESES-DES
               PERFORM 004-04-ANULAR-POSTERIOR
           ELSE IF WS-MESES-COMP EQUAL WS-MESES-DES
               COMPUTE WS-VLR-NAO-CURSADO ROUNDED =
                   VALOR-CAR * WS-DIAS-NAO-CURSADOS / 30
               IF WS-VLR-NAO-CURSADO GREATER ZEROS
                   PERFORM 004-03-PROPORCIONALIZAR
               END-IF.

       004-02-FIM.                EXIT.

      *================================================================*
       004-03-PROPORCIONALIZAR    SECTION.
      *================================================================*
           IF SITUACAO-CAR EQUAL 'A'
               SUBTRACT WS-VLR-NAO-CURSADO FROM VALOR-CAR
               ADD WS-VLR-NAO-CURSADO TO
                   WS-TAB-DSP-CANCEL (WS-DSP-ACHADO)
               ADD 1              TO ACUM-COB-REDUZIDAS
           ELSE IF SITUACAO-CAR EQUAL 'P'
               ADD WS-VLR-NAO-CURSADO TO
                   WS-TAB-DSP-ESTORNO (WS-DSP-ACHADO)
               ADD 1              TO ACUM-COB-ESTORNADAS.

       004-03-FIM.                EXIT.

      *================================================================*
       004-04-ANULAR-POSTERIOR    SECTION.
      *================================================================*
           IF SITUACAO-CAR EQUAL 'A'
               ADD VALOR-CAR      TO WS-TAB-DSP-CANCEL (WS-DSP-ACHADO)
               ADD 1              TO ACUM-COB-CANCELADAS
               MOVE 'C'           TO SITUACAO-CAR
           ELSE IF SITUACAO-CAR EQUAL 'P'
               ADD VALOR-CAR      TO WS-TAB-DSP-ESTORNO (WS-DSP-ACHADO)
               ADD 1              TO ACUM-COB-ESTORNADAS.

       004-04-FIM.                EXIT.

      *================================================================*
       005-00-GRAVAR-DESISTENTE   SECTION.
      *================================================================*
           IF WS-TAB-DSP-SIT (WS-IDX-DSP) EQUAL 'S'
               MOVE SPACES        TO REG-DESISTEN
               MOVE WS-TAB-DSP-ALUNO (WS-IDX-DSP)  TO ALUNO-DES
               MOVE WS-TAB-DSP-DATA (WS-IDX-DSP)   TO DATA-DESIST-DES
               MOVE WS-TAB-DSP-MOTIVO (WS-IDX-DSP) TO MOTIVO-DES
               MOVE WS-TAB-DSP-DADAS (WS-IDX-DSP)  TO AULAS-DADAS-DES
               MOVE WS-TAB-DSP-ASSIST (WS-IDX-DSP) TO AULAS-ASSIST-DES
               MOVE WS-TAB-DSP-CANCEL (WS-IDX-DSP) TO VLR-CANCEL-DES
               MOVE WS-TAB-DSP-ESTORNO (WS-IDX-DSP) TO VLR-ESTORNO-DES
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-DESISTEN
               PERFORM 001-09-FS-DESISTEN
               ADD VLR-CANCEL-DES  TO ACUM-VLR-CANCELADO
               ADD VLR-ESTORNO-DES TO ACUM-VLR-ESTORNO
               PERFORM 005-03-IMPRIMIR-DESISTENTE.

       005-00-FIM.                EXIT.

      *================================================================*
       005-01-ACHAR-PEDIDO        SECTION.
      *================================================================*
      * PROCURA O PEDIDO ACEITO (NAO RECUSADO) DO ALUNO EM
      * WS-COD-PROCURA.
      *
           MOVE ZEROS             TO WS-DSP-ACHADO.

           PERFORM 005-01-01-PROCURAR-PEDIDO
               VARYING WS-IDX-DSP FROM 1 BY 1
               UNTIL WS-IDX-DSP GREATER WS-TAB-DSP-QTD
                  OR WS-DSP-ACHADO NOT EQUAL ZEROS.

       005-01-FIM.                EXIT.

      *================================================================*
       005-01-01-PROCURAR-PEDIDO  SECTION.
      *================================================================*
           IF WS-TAB-DSP-SIT (WS-IDX-DSP) NOT EQUAL 'R'
              AND WS-TAB-DSP-COD (WS-IDX-DSP) EQUAL WS-COD-PROCURA
               MOVE WS-IDX-DSP    TO WS-DSP-ACHADO.

       005-01-01-FIM.             EXIT.

      *================================================================*
       005-02-DESCREVER-MOTIVO    SECTION.
      *================================================================*
           EVALUATE MOTIVO-DES
               WHEN 01
                   MOVE 'MUDANCA'      TO WS-DESC-MOTIVO
               WHEN 02
                   MOVE 'FINANCEIRO'   TO WS-DESC-MOTIVO
               WHEN 03
                   MOVE 'SAUDE'        TO WS-DESC-MOTIVO
               WHEN 04
                   MOVE 'TRABALHO'     TO WS-DESC-MOTIVO
               WHEN 05
                   MOVE 'INSATISFACAO' TO WS-DESC-MOTIVO
               WHEN 06
                   MOVE 'TRANSFERIDO'  TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE 'OUTROS'       TO WS-DESC-MOTIVO
           END-EVALUATE.

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-IMPRIMIR-DESISTENTE SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           PERFORM 005-02-DESCREVER-MOTIVO.
           MOVE DATA-DESIST-DES   TO WS-DATA-DES.

           MOVE CODALU-DES        TO DET001-CODALU.
           MOVE NOMEALU-DES       TO DET001-NOME.
           MOVE TURMA-DES         TO DET001-TURMA.
           MOVE WS-DIA-DES        TO DET001-DIA.
           MOVE WS-MES-DES        TO DET001-MES.
           MOVE WS-ANO-DES        TO DET001-ANO.
           MOVE WS-DESC-MOTIVO    TO DET001-MOTIVO.
           MOVE VLR-CANCEL-DES    TO DET001-CANCEL.
           MOVE VLR-ESTORNO-DES   TO DET001-ESTORNO.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       005-03-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-RECUSADOS  SECTION.
      *================================================================*
           PERFORM 006-01-CONTAR-RECUSADO
               VARYING WS-IDX-DSP FROM 1 BY 1
               UNTIL WS-IDX-DSP GREATER WS-TAB-DSP-QTD.

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               IF ACUM-LINHAS GREATER 56
                   PERFORM 008-00-CABECALHOS
               END-IF
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-RELATO   FROM OCO000 AFTER 2
               PERFORM 001-06-FS-RELATO
               ADD 2              TO ACUM-LINHAS
               PERFORM 006-02-IMPRIMIR-RECUSADO
                   VARYING WS-IDX-DSP FROM 1 BY 1
                   UNTIL WS-IDX-DSP GREATER WS-TAB-DSP-QTD.

       006-00-FIM.                EXIT.

      *================================================================*
       006-01-CONTAR-RECUSADO     SECTION.
      *================================================================*
           IF WS-TAB-DSP-SIT (WS-IDX-DSP) EQUAL 'R'
               ADD 1              TO ACUM-RECUSADOS.

       006-01-FIM.                EXIT.

      *================================================================*
       006-02-IMPRIMIR-RECUSADO   SECTION.
      *================================================================*
           IF WS-TAB-DSP-SIT (WS-IDX-DSP) EQUAL 'R'
               IF ACUM-LINHAS GREATER 59
                   PERFORM 008-00-CABECALHOS
               END-IF
               MOVE WS-TAB-DSP-PEDIDO (WS-IDX-DSP) TO WS-PEDIDO
               MOVE WS-PED-COD    TO OCO001-COD
               MOVE WS-PED-DATA   TO OCO001-DATA
               MOVE WS-PED-MOTIVO TO OCO001-MOTIVO
               MOVE WS-TAB-DSP-ERRO (WS-IDX-DSP) TO OCO001-ERRO
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-RELATO   FROM OCO001 AFTER 1
               PERFORM 001-06-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       006-02-FIM.                EXIT.

      *================================================================*
       007-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-DESISTENCIAS TO TOT002-DESISTENCIAS.
           MOVE ACUM-RECUSADOS    TO TOT003-RECUSADOS.
           MOVE ACUM-GRAVADOS     TO TOT004-GRAVADOS.
           MOVE ACUM-COB-CANCELADAS TO TOT005-CANCELADAS.
           MOVE ACUM-COB-REDUZIDAS  TO TOT006-REDUZIDAS.
           MOVE ACUM-COB-ESTORNADAS TO TOT007-ESTORNADAS.
           MOVE ACUM-VLR-CANCELADO  TO TOT008-VLR-CANCEL.
           MOVE ACUM-VLR-ESTORNO    TO TOT009-VLR-ESTORNO.

           IF ACUM-LINHAS GREATER 45
               PERFORM 008-00-CABECALHOS.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT002 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT003 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT004 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT005 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT006 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 2.
           PERFORM 001-06-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-06-FS-RELATO.

           IF ACUM-RECUSADOS NOT EQUAL ZEROS
               DISPLAY '* PEDIDOS DE DESISTENCIA RECUSADOS: '
                       ACUM-RECUSADOS ' - VER DESISPED *'
               MOVE 0004          TO RETURN-CODE.

       007-00-FIM.                EXIT.

      *================================================================*
       008-00-CABECALHOS          SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PAG.
           MOVE ACUM-PAG          TO CAB001-PAG.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
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

           MOVE 9                 TO ACUM-LINHAS.

       008-00-FIM.                EXIT.

      *================================================================*
       009-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELATO
                 CADALUNN
                 CARTMENN
                 DESISTEN.
           PERFORM 001-06-FS-RELATO.
           PERFORM 001-07-FS-CADALUNN.
           PERFORM 001-08-FS-CARTMENN.
           PERFORM 001-09-FS-DESISTEN.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
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
       999-00-GRAVAR-RUNLOG       SECTION.
      *================================================================*
           OPEN EXTEND RUNLOG.

           IF FS-RUNLOG EQUAL '00'
               MOVE FUNCTION CURRENT-DATE   TO WS-RUNLOG-DATA-HORA
               MOVE 'PU8EXF61'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-DESISTENCIAS       TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-RECUSADOS          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
