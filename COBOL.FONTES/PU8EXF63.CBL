       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF63.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * IMPRESSOS DO EMPRESTIMO PESSOAL, SOBRE O CONTEMP E O PARCEMP
      * GERADOS PELO PU8EXF62 (OS DOIS EM ORDEM DE CPF E CONTRATO).
      *
      * PARA CADA CONTRATO COM CRONOGRAMA SAI UMA PAGINA COM OS DADOS
      * DO CONTRATO E A TABELA DE AMORTIZACAO: VENCIMENTO, AMORTIZACAO,
      * JUROS, VALOR DA PARCELA, SALDO DEVEDOR APOS A PARCELA E A
      * SITUACAO ('A' A VENCER, 'V' EM ATRASO, 'P' PAGA, COM A DATA
      * DO DEBITO), FECHANDO COM OS TOTAIS DO CONTRATO.
      *
      * AS PARCELAS EM ATRASO ('V') SAO GUARDADAS E IMPRESSAS NO FIM
      * NO RELATORIO DE EMPRESTIMOS EM ATRASO: DIAS DE ATRASO NA DATA
      * DE REFERENCIA (PARMDATA, A TRINTA DIAS POR MES), VALOR DA
      * PARCELA, JUROS DE MORA CALCULADOS NA ULTIMA RODADA DO PU8EXF62
      * E O TOTAL DEVIDO, COM O TOTAL GERAL DA CARTEIRA EM ATRASO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT CONTEMP         ASSIGN TO UT-S-CONTEMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CONTEMP.
      *
           SELECT PARCEMP         ASSIGN TO UT-S-PARCEMP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARCEMP.
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
       FD CONTEMP
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-CONTEMP.
       COPY CONTEMP.
      *
       FD PARCEMP
          RECORD      CONTAINS    100 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PARCEMP.
       COPY PARCEMP.
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
      *  CHAVES DO CASAMENTO CONTRATO X PARCELAS (HIGH-VALUES NO FIM
      *  DO PARCEMP)
      *
       01 WS-CHAVE-CONTR.
          05 WS-CHAVE-CONTR-CPF   PIC 9(11).
          05 WS-CHAVE-CONTR-NUM   PIC 9(05).
       01 WS-CHAVE-PARC.
          05 WS-CHAVE-PARC-CPF    PIC 9(11).
          05 WS-CHAVE-PARC-NUM    PIC 9(05).
      *
      *  DIAS DE ATRASO, A TRINTA DIAS POR MES
      *
       01 WS-DATA-CALC.
          05 WS-ANO-CALC          PIC 9(04).
          05 WS-MES-CALC          PIC 9(02).
          05 WS-DIA-CALC          PIC 9(02).
      *
       77 WS-DIAS-CALC            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-REF             PIC 9(07) VALUE ZEROS.
      *
      *  TOTAIS DO CONTRATO EM IMPRESSAO
      *
       77 WS-TOT-AMORT            PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-JUROS            PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-PARC             PIC 9(11)V99 VALUE ZEROS.
      *
      *  PARCELAS EM ATRASO, IMPRESSAS NO FIM
      *
       01 WS-TAB-ATR.
          05 WS-TAB-ATR-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-ATR-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-ATR-CPF    PIC 9(11).
             10 WS-TAB-ATR-CONTR  PIC 9(05).
             10 WS-TAB-ATR-PARC   PIC 9(03).
             10 WS-TAB-ATR-VENC   PIC 9(08).
             10 WS-TAB-ATR-DIAS   PIC 9(05).
             10 WS-TAB-ATR-VALOR  PIC 9(09)V99.
             10 WS-TAB-ATR-MORA   PIC 9(07)V99.
      *
       77 WS-IDX-ATR              PIC 9(03) VALUE ZEROS.
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(06) VALUE ZEROS.
       77 ACUM-CRONOGRAMAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-LIDAS         PIC 9(06) VALUE ZEROS.
       77 ACUM-PARC-AVULSAS       PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ATR-PARC       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-ATR-MORA       PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-ATR-TOTAL      PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-CONTEMP              PIC X(02) VALUE SPACES.
       77 FS-PARCEMP              PIC X(02) VALUE SPACES.
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
      *  LINHAS DO CRONOGRAMA
      *
       01  CRO001.
          05 FILLER               PIC X(24) VALUE
             'CRONOGRAMA  CPF '.
          05 CRO001-CPF           PIC 9(11).
          05 FILLER               PIC X(14) VALUE '  CONTRATO '.
          05 CRO001-CONTR         PIC 9(05).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 CRO001-DIA           PIC 9(02)/.
          05 CRO001-MES           PIC 9(02)/.
          05 CRO001-ANO           PIC 9(04).
      *
       01  CRO002.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CRO003.
          05 FILLER               PIC X(15) VALUE 'PRINCIPAL.....:'.
          05 CRO003-PRINC         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'TAXA AO MES %.:'.
          05 CRO003-TAXA          PIC Z9,99.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'SISTEMA: '.
          05 CRO003-SISTEMA       PIC X(05).
      *
       01  CRO004.
          05 FILLER               PIC X(15) VALUE 'PARCELAS......:'.
          05 CRO004-QTD           PIC ZZ9.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'LIBERADO EM...:'.
          05 CRO004-LIBER         PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'SITUACAO: '.
          05 CRO004-SIT           PIC X(01).
      *
       01  CRO005.
          05 FILLER               PIC X(15) VALUE 'SALDO DEVEDOR.:'.
          05 CRO005-SALDO         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'PARCELAS PAGAS:'.
          05 CRO005-PAGAS         PIC ZZ9.
      *
       01  CRO006.
          05 FILLER               PIC X(05) VALUE 'PARC'.
          05 FILLER               PIC X(08) VALUE 'VENCTO'.
          05 FILLER               PIC X(14) VALUE '   AMORTIZACAO'.
          05 FILLER               PIC X(14) VALUE '         JUROS'.
          05 FILLER               PIC X(14) VALUE '       PARCELA'.
          05 FILLER               PIC X(14) VALUE '    SALDO APOS'.
          05 FILLER               PIC X(11) VALUE ' SIT PAGTO'.
      *
       01  CRO007.
          05 CRO007-PARC          PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CRO007-VENC          PIC 9(08).
          05 CRO007-AMORT         PIC ZZZ.ZZZ.ZZ9,99.
          05 CRO007-JUROS         PIC ZZZ.ZZZ.ZZ9,99.
          05 CRO007-VLR-PARC      PIC ZZZ.ZZZ.ZZ9,99.
          05 CRO007-SALDO         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 CRO007-SIT           PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 CRO007-PAGTO         PIC X(08).
      *
       01  CRO008.
          05 FILLER               PIC X(13) VALUE 'TOTAIS'.
          05 CRO008-AMORT         PIC ZZZ.ZZZ.ZZ9,99.
          05 CRO008-JUROS         PIC ZZZ.ZZZ.ZZ9,99.
          05 CRO008-VLR-PARC      PIC ZZZ.ZZZ.ZZ9,99.
      *
      *  LINHAS DO RELATORIO DE ATRASOS
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
             'PROGRAMA = PU8EXF63'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'EMPRESTIMOS PESSOAIS COM PARCELAS EM ATRASO'.
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(13) VALUE 'CPF'.
          05 FILLER               PIC X(07) VALUE 'CONTR.'.
          05 FILLER               PIC X(05) VALUE 'PARC'.
          05 FILLER               PIC X(09) VALUE 'VENCTO'.
          05 FILLER               PIC X(06) VALUE ' DIAS'.
          05 FILLER               PIC X(13) VALUE '      PARCELA'.
          05 FILLER               PIC X(11) VALUE '       MORA'.
          05 FILLER               PIC X(14) VALUE '         TOTAL'.
      *
       01  DET001.
          05 DET001-CPF           PIC 9(11).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-CONTR         PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-PARC          PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET001-VENC          PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DIAS          PIC ZZ.ZZ9.
          05 DET001-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 DET001-MORA          PIC Z.ZZZ.ZZ9,99.
          05 DET001-TOTAL         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT001.
          05 FILLER               PIC X(44) VALUE
             'CONTRATOS LIDOS                          :'.
          05 TOT001-LIDOS         PIC ZZZ.ZZ9.
      *
       01  TOT002.
          05 FILLER               PIC X(44) VALUE
             'CRONOGRAMAS IMPRESSOS                    :'.
          05 TOT002-CRONOGRAMAS   PIC ZZZ.ZZ9.
      *
       01  TOT003.
          05 FILLER               PIC X(44) VALUE
             'PARCELAS EM ATRASO                       :'.
          05 TOT003-ATRASO        PIC ZZZ.ZZ9.
      *
       01  TOT004.
          05 FILLER               PIC X(29) VALUE
             'VALOR DAS PARCELAS ATRASADAS:'.
          05 TOT004-VLR-PARC      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT005.
          05 FILLER               PIC X(29) VALUE
             'JUROS DE MORA              :'.
          05 TOT005-VLR-MORA      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT006.
          05 FILLER               PIC X(29) VALUE
             'TOTAL EM ATRASO            :'.
          05 TOT006-VLR-TOTAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT007.
          05 FILLER               PIC X(44) VALUE
             'PARCELAS SEM CONTRATO NO CONTEMP         :'.
          05 TOT007-AVULSAS       PIC ZZZ.ZZ9.
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
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-90-LER-PARCEMP.
           PERFORM 003-00-TRATAR
               UNTIL FS-CONTEMP EQUAL '10'.
           PERFORM 003-01-PULAR-AVULSA
               UNTIL FS-PARCEMP EQUAL '10'.
           PERFORM 004-00-IMPRIMIR-ATRASOS.
           PERFORM 005-00-IMPRIMIR-TOTAIS.
           PERFORM 006-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CONTEMP
                       PARCEMP
                       PARMDATA
                OUTPUT RELATO.
           PERFORM 001-02-FS-CONTEMP.
           PERFORM 001-03-FS-PARCEMP.
           PERFORM 001-05-FS-RELATO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTEMP.
           PERFORM 001-02-FS-CONTEMP.

       001-00-FIM.                EXIT.

      *================================================================*
       001-02-FS-CONTEMP          SECTION.
      *================================================================*
           MOVE 'CONTEMP'         TO FS-ARQUIVO.
           MOVE FS-CONTEMP        TO FS-COD-STATUS.

           IF FS-CONTEMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PARCEMP          SECTION.
      *================================================================*
           MOVE 'PARCEMP'         TO FS-ARQUIVO.
           MOVE FS-PARCEMP        TO FS-COD-STATUS.

           IF FS-PARCEMP NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

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

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-REF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-REF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDATA.

       001-06-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           IF WS-DATA-RELATORIO-PARM NOT EQUAL ZEROS
               MOVE WS-DATA-RELATORIO-PARM TO WS-DATA-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO
                                     CRO001-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES
                                     CRO001-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA
                                     CRO001-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.

           MOVE WS-DATA-REF       TO WS-DATA-CALC.
           PERFORM 003-08-CONTAR-DIAS.
           MOVE WS-DIAS-CALC      TO WS-DIAS-REF.

       002-00-FIM.                EXIT.

      *================================================================*
       003-00-TRATAR              SECTION.
      *================================================================*
      * CONTRATO SEM PARCELAS (AINDA NAO LIBERADO) NAO TEM CRONOGRAMA.
      *
           ADD 1                  TO ACUM-LIDOS.
           MOVE CPF-CEM           TO WS-CHAVE-CONTR-CPF.
           MOVE NUM-CONTR-CEM     TO WS-CHAVE-CONTR-NUM.

           PERFORM 003-01-PULAR-AVULSA
               UNTIL WS-CHAVE-PARC NOT LESS WS-CHAVE-CONTR.

           IF WS-CHAVE-PARC EQUAL WS-CHAVE-CONTR
               ADD 1              TO ACUM-CRONOGRAMAS
               PERFORM 003-02-ABRIR-CRONOGRAMA
               PERFORM 003-03-IMPRIMIR-PARCELA
                   UNTIL WS-CHAVE-PARC NOT EQUAL WS-CHAVE-CONTR
               PERFORM 003-05-FECHAR-CRONOGRAMA.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CONTEMP.
           PERFORM 001-02-FS-CONTEMP.

       003-00-FIM.                EXIT.

      *================================================================*
       003-01-PULAR-AVULSA        SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PARC-AVULSAS.

           PERFORM 003-90-LER-PARCEMP.

       003-01-FIM.                EXIT.

      *================================================================*
       003-02-ABRIR-CRONOGRAMA    SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-TOT-AMORT
                                     WS-TOT-JUROS
                                     WS-TOT-PARC.

           MOVE CPF-CEM           TO CRO001-CPF.
           MOVE NUM-CONTR-CEM     TO CRO001-CONTR.
           MOVE VLR-PRINC-CEM     TO CRO003-PRINC.
           MOVE TAXA-MES-CEM      TO CRO003-TAXA.
           MOVE QTD-PARC-CEM      TO CRO004-QTD.
           MOVE DT-LIBER-CEM      TO CRO004-LIBER.
           MOVE SIT-CEM           TO CRO004-SIT.
           MOVE SALDO-DEV-CEM     TO CRO005-SALDO.
           MOVE QTD-PAGAS-CEM     TO CRO005-PAGAS.

           IF TIPO-AMORT-CEM EQUAL 'P'
               MOVE 'PRICE'       TO CRO003-SISTEMA
           ELSE
               MOVE 'SAC'         TO CRO003-SISTEMA.

           WRITE REG-RELATO       FROM CRO001 AFTER PAGE.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO003 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO004 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO005 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO002 AFTER 2.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO006 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       003-02-FIM.                EXIT.

      *================================================================*
       003-03-IMPRIMIR-PARCELA    SECTION.
      *================================================================*
           ADD 1                  TO ACUM-PARC-LIDAS.

           MOVE NUM-PARC-PCE      TO CRO007-PARC.
           MOVE DT-VENC-PCE       TO CRO007-VENC.
           MOVE VLR-AMORT-PCE     TO CRO007-AMORT.
           MOVE VLR-JUROS-PCE     TO CRO007-JUROS.
           MOVE VLR-PARC-PCE      TO CRO007-VLR-PARC.
           MOVE SALDO-APOS-PCE    TO CRO007-SALDO.
           MOVE SIT-PCE           TO CRO007-SIT.

           IF SIT-PCE EQUAL 'P'
               MOVE DT-PAGTO-PCE  TO CRO007-PAGTO
           ELSE
               MOVE SPACES        TO CRO007-PAGTO.

           WRITE REG-RELATO       FROM CRO007 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           ADD VLR-AMORT-PCE      TO WS-TOT-AMORT.
           ADD VLR-JUROS-PCE      TO WS-TOT-JUROS.
           ADD VLR-PARC-PCE       TO WS-TOT-PARC.

           IF SIT-PCE EQUAL 'V'
               PERFORM 003-04-GUARDAR-ATRASO.

           PERFORM 003-90-LER-PARCEMP.

       003-03-FIM.                EXIT.

      *================================================================*
       003-04-GUARDAR-ATRASO      SECTION.
      *================================================================*
           IF WS-TAB-ATR-QTD EQUAL 500
               DISPLAY '* PARCEMP COM MAIS DE 500 ATRASOS    *'
               DISPLAY '* AUMENTAR WS-TAB-ATR E REPROCESSAR  *'
               MOVE 'PARCEMP'     TO FS-ARQUIVO
               MOVE FS-PARCEMP    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-ATR-QTD.
           MOVE CPF-PCE           TO
               WS-TAB-ATR-CPF (WS-TAB-ATR-QTD).
           MOVE NUM-CONTR-PCE     TO
               WS-TAB-ATR-CONTR (WS-TAB-ATR-QTD).
           MOVE NUM-PARC-PCE      TO
               WS-TAB-ATR-PARC (WS-TAB-ATR-QTD).
           MOVE DT-VENC-PCE       TO
               WS-TAB-ATR-VENC (WS-TAB-ATR-QTD).
           MOVE VLR-PARC-PCE      TO
               WS-TAB-ATR-VALOR (WS-TAB-ATR-QTD).
           MOVE VLR-MORA-PCE      TO
               WS-TAB-ATR-MORA (WS-TAB-ATR-QTD).

           MOVE DT-VENC-PCE       TO WS-DATA-CALC.
           PERFORM 003-08-CONTAR-DIAS.

           IF WS-DIAS-REF GREATER WS-DIAS-CALC
               COMPUTE WS-TAB-ATR-DIAS (WS-TAB-ATR-QTD) =
                   WS-DIAS-REF - WS-DIAS-CALC
           ELSE
               MOVE ZEROS         TO
                   WS-TAB-ATR-DIAS (WS-TAB-ATR-QTD).

       003-04-FIM.                EXIT.

      *================================================================*
       003-05-FECHAR-CRONOGRAMA   SECTION.
      *================================================================*
           MOVE WS-TOT-AMORT      TO CRO008-AMORT.
           MOVE WS-TOT-JUROS      TO CRO008-JUROS.
           MOVE WS-TOT-PARC       TO CRO008-VLR-PARC.

           WRITE REG-RELATO       FROM CRO002 AFTER 1.
           PERFORM 001-05-FS-RELATO.

           WRITE REG-RELATO       FROM CRO008 AFTER 1.
           PERFORM 001-05-FS-RELATO.

       003-05-FIM.                EXIT.

      *================================================================*
       003-08-CONTAR-DIAS         SECTION.
      *================================================================*
      * DIAS CORRIDOS DA DATA EM WS-DATA-CALC A TRINTA DIAS POR MES.
      *
           IF WS-DIA-CALC GREATER 30
               MOVE 30            TO WS-DIA-CALC.

           COMPUTE WS-DIAS-CALC =
               (WS-ANO-CALC * 360) + (WS-MES-CALC * 30).
           ADD WS-DIA-CALC        TO WS-DIAS-CALC.

       003-08-FIM.                EXIT.

      *================================================================*
       003-90-LER-PARCEMP         SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARCEMP.
           PERFORM 001-03-FS-PARCEMP.

           IF FS-PARCEMP EQUAL '00'
               MOVE CPF-PCE       TO WS-CHAVE-PARC-CPF
               MOVE NUM-CONTR-PCE TO WS-CHAVE-PARC-NUM
           ELSE
               MOVE HIGH-VALUES   TO WS-CHAVE-PARC.

       003-90-FIM.                EXIT.

      *================================================================*
       004-00-IMPRIMIR-ATRASOS    SECTION.
      *================================================================*
           PERFORM 008-00-CABECALHOS.

           PERFORM 004-01-IMPRIMIR-ATRASO
               VARYING WS-IDX-ATR FROM 1 BY 1
               UNTIL WS-IDX-ATR GREATER WS-TAB-ATR-QTD.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-IMPRIMIR-ATRASO     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-ATR-CPF (WS-IDX-ATR)   TO DET001-CPF.
           MOVE WS-TAB-ATR-CONTR (WS-IDX-ATR) TO DET001-CONTR.
           MOVE WS-TAB-ATR-PARC (WS-IDX-ATR)  TO DET001-PARC.
           MOVE WS-TAB-ATR-VENC (WS-IDX-ATR)  TO DET001-VENC.
           MOVE WS-TAB-ATR-DIAS (WS-IDX-ATR)  TO DET001-DIAS.
           MOVE WS-TAB-ATR-VALOR (WS-IDX-ATR) TO DET001-VALOR.
           MOVE WS-TAB-ATR-MORA (WS-IDX-ATR)  TO DET001-MORA.
           COMPUTE DET001-TOTAL =
               WS-TAB-ATR-VALOR (WS-IDX-ATR) +
               WS-TAB-ATR-MORA (WS-IDX-ATR).

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-05-FS-RELATO.
           ADD 1                  TO ACUM-LINHAS.

           ADD WS-TAB-ATR-VALOR (WS-IDX-ATR) TO ACUM-VLR-ATR-PARC
                                                ACUM-VLR-ATR-TOTAL.
           ADD WS-TAB-ATR-MORA (WS-IDX-ATR)  TO ACUM-VLR-ATR-MORA
                                                ACUM-VLR-ATR-TOTAL.

       004-01-FIM.                EXIT.

      *================================================================*
       005-00-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           MOVE ACUM-LIDOS        TO TOT001-LIDOS.
           MOVE ACUM-CRONOGRAMAS  TO TOT002-CRONOGRAMAS.
           MOVE WS-TAB-ATR-QTD    TO TOT003-ATRASO.
           MOVE ACUM-VLR-ATR-PARC TO TOT004-VLR-PARC.
           MOVE ACUM-VLR-ATR-MORA TO TOT005-VLR-MORA.
           MOVE ACUM-VLR-ATR-TOTAL TO TOT006-VLR-TOTAL.
           MOVE ACUM-PARC-AVULSAS TO TOT007-AVULSAS.

           IF ACUM-LINHAS GREATER 52
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

           IF ACUM-PARC-AVULSAS NOT EQUAL ZEROS
               DISPLAY '* PARCELAS SEM CONTRATO NO CONTEMP: '
                       ACUM-PARC-AVULSAS ' - VER PARCEMP *'
               MOVE 0004          TO RETURN-CODE.

       005-00-FIM.                EXIT.

      *================================================================*
       006-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CONTEMP
                 PARCEMP
                 RELATO.
           PERFORM 001-02-FS-CONTEMP.
           PERFORM 001-03-FS-PARCEMP.
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
               MOVE 'PU8EXF63'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-CRONOGRAMAS        TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-PARC-AVULSAS       TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
