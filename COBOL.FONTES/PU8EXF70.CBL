       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PU8EXF70.
       AUTHOR.        OSCAR SEI ITI TANIGUCHI.
      *
      * DISTRIBUICAO DOS RELATORIOS POR DESTINATARIO. LE O ACERVO DE
      * RELATORIOS (RELARQ, GRAVADO PELO PU8EXF18 NO MODO ARQUIVAR) E
      * SEPARA OS LOTES DA DATA DE REFERENCIA (PARMDATA; SEM ELA, A
      * DATA DO DIA) EM UMA ENTREGA POR DESTINATARIO, QUEBRANDO O
      * RELATORIO NAS LINHAS DE QUEBRA (SECAO, FORNECEDOR, TURMA,
      * CENTRO DE CUSTO ...).
      *
      * O PARMDIST E A TABELA DE DISTRIBUICAO: PROGRAMA, CHAVE DE
      * QUEBRA E DESTINATARIO. A LINHA COM CHAVE EM BRANCO DA O
      * DESTINATARIO DO PROGRAMA (RELATORIO SEM QUEBRA, PRIMEIRA
      * PAGINA ANTES DA PRIMEIRA QUEBRA E TOTAIS FINAIS); A LINHA COM
      * PROGRAMA E CHAVE EM BRANCO DA O DESTINATARIO PADRAO, QUE E
      * OBRIGATORIO E RECEBE TUDO O QUE NAO TEM REGRA.
      *
      * O PARMQBRA DIZ, POR PROGRAMA, COMO RECONHECER A QUEBRA: A
      * MARCA (COLUNA, TAMANHO E TEXTO) DA LINHA DE QUEBRA, A POSICAO
      * DA CHAVE NESSA LINHA, A MARCA OPCIONAL DO INICIO DOS TOTAIS
      * FINAIS (QUE VOLTAM PARA O DESTINATARIO DO PROGRAMA) E QUANTAS
      * LINHAS DO CABECALHO DE PAGINA VEM ANTES DA LINHA DE QUEBRA,
      * PARA QUE A PAGINA NOVA VA INTEIRA PARA O NOVO DESTINATARIO.
      * PROGRAMA SEM LINHA NO PARMQBRA E ENTREGUE INTEIRO. O
      * DESTINATARIO QUE ENTRA NO MEIO DE UMA PAGINA RECEBE ANTES O
      * CABECALHO DA PRIMEIRA PAGINA DO RELATORIO.
      *
      * SAIDAS: O RELDIST, COM UMA FOLHA DE ROSTO POR DESTINATARIO E
      * AS SUAS PARTES DOS RELATORIOS; O ENTREGAS (EM EXTEND), UM
      * REGISTRO POR DESTINATARIO E LOTE; E O RELATO, COM AS ENTREGAS
      * E A LISTA DAS CHAVES SEM REGRA. O QUE FOI PARA O DESTINATARIO
      * PADRAO POR FALTA DE REGRA SAI MARCADO 'SEM REGRA' E O PROGRAMA
      * TERMINA COM RETURN-CODE 0004, PARA QUE A TABELA SEJA ACERTADA.
      * PARAMETRO INVALIDO RECUSA A RODADA (RETURN-CODE 0008).
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT   SECTION.
       FILE-CONTROL.
      *
           SELECT RELARQ          ASSIGN TO UT-S-RELARQ
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELARQ.
      *
           SELECT PARMDIST        ASSIGN TO UT-S-PARMDIST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDIST.
      *
           SELECT     PARMQBRA    ASSIGN TO UT-S-PARMQBRA
                      FILE STATUS IS FS-PARMQBRA.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT SORTDIST        ASSIGN TO UT-S-SORTWK.
      *
           SELECT     RELDIST     ASSIGN TO UR-S-RELDIST
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELDIST.
      *
           SELECT ENTREGAS        ASSIGN TO UT-S-ENTREGAS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-ENTREGAS.
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
      * ACERVO DE RELATORIOS: UM LOTE POR PROGRAMA + DATA + HORA.
      *
       FD RELARQ
           RECORD     CONTAINS    110 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RELARQ.
       01 REG-RELARQ.
          05 ARQ-PROGRAMA         PIC X(08).
          05 ARQ-DATA             PIC 9(08).
          05 ARQ-HORA             PIC 9(06).
          05 ARQ-LINHA            PIC X(80).
          05 FILLER               PIC X(08).
      *
      * TABELA DE DISTRIBUICAO: PROGRAMA + CHAVE -> DESTINATARIO.
      *
       FD PARMDIST
           RECORD     CONTAINS    60 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDIST.
       01 REG-PARMDIST.
          05 PROGRAMA-DIS         PIC X(08).
          05 CHAVE-DIS            PIC X(10).
          05 DESTINATARIO-DIS     PIC X(30).
          05 FILLER               PIC X(12).
      *
      * RECONHECIMENTO DA QUEBRA, UMA LINHA POR PROGRAMA.
      *
       FD PARMQBRA
           RECORD     CONTAINS    70 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMQBRA.
       01 REG-PARMQBRA.
          05 PROGRAMA-QBR         PIC X(08).
          05 COL-MARCA-QBR        PIC 9(02).
          05 TAM-MARCA-QBR        PIC 9(02).
          05 MARCA-QBR            PIC X(20).
          05 COL-CHAVE-QBR        PIC 9(02).
          05 TAM-CHAVE-QBR        PIC 9(02).
          05 COL-FIM-QBR          PIC 9(02).
          05 TAM-FIM-QBR          PIC 9(02).
          05 MARCA-FIM-QBR        PIC X(20).
          05 LINHAS-CAB-QBR       PIC 9(02).
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
      * LINHAS DISTRIBUIDAS, POR DESTINATARIO, LOTE E ORDEM DE
      * EMISSAO.
      *
       SD SORTDIST
           RECORD     CONTAINS    145 CHARACTERS
           DATA       RECORD      IS REG-SORTDIST.
       01 REG-SORTDIST.
          05 SRT-DESTINATARIO     PIC X(30).
          05 SRT-LOTE             PIC 9(05).
          05 SRT-SEQ              PIC 9(07).
          05 SRT-PROGRAMA         PIC X(08).
          05 SRT-DATA             PIC 9(08).
          05 SRT-HORA             PIC 9(06).
          05 SRT-SEM-REGRA        PIC X(01).
          05 SRT-LINHA            PIC X(80).
      *
       FD RELDIST
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS OMITTED
           DATA       RECORD      IS REG-RELDIST.
       01 REG-RELDIST.
          05 FILLER               PIC X(80).
      *
      * REGISTRO DE ENTREGAS: UM POR DESTINATARIO E LOTE.
      *
       FD ENTREGAS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-ENTREGAS.
       01 REG-ENTREGAS.
          05 ENT-DESTINATARIO     PIC X(30).
          05 ENT-PROGRAMA         PIC X(08).
          05 ENT-DATA             PIC 9(08).
          05 ENT-HORA             PIC 9(06).
          05 ENT-LINHAS           PIC 9(06).
          05 ENT-PAGINAS          PIC 9(04).
          05 ENT-SEM-REGRA        PIC X(01).
          05 ENT-DATA-DIST        PIC 9(08).
          05 FILLER               PIC X(09).
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
       77 WS-DATA-DIST            PIC 9(08) VALUE ZEROS.
       77 WS-MSG-RECUSA           PIC X(40) VALUE SPACES.
      *
      *  INICIO DE PAGINA DOS RELATORIOS DA CASA
      *
       77 WS-CAB-PAGINA           PIC X(34) VALUE
             'FUTURE SCHOOL CURSOS DE COMPUTACAO'.
      *
      *  TABELA DE DISTRIBUICAO (PARMDIST)
      *
       01 WS-TAB-DIS.
          05 WS-TAB-DIS-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-DIS-PROGRAMA PIC X(08).
             10 WS-TAB-DIS-CHAVE  PIC X(10).
             10 WS-TAB-DIS-DEST   PIC X(30).
      *
       77 WS-QTD-DIS              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DIS              PIC 9(03) VALUE ZEROS.
       77 WS-DEST-PADRAO          PIC X(30) VALUE SPACES.
      *
      *  RECONHECIMENTO DA QUEBRA (PARMQBRA)
      *
       01 WS-TAB-QBR.
          05 WS-TAB-QBR-ENTRY OCCURS 50 TIMES.
             10 WS-TAB-QBR-PROGRAMA PIC X(08).
             10 WS-TAB-QBR-COL-MARCA PIC 9(02).
             10 WS-TAB-QBR-TAM-MARCA PIC 9(02).
             10 WS-TAB-QBR-MARCA  PIC X(20).
             10 WS-TAB-QBR-COL-CHAVE PIC 9(02).
             10 WS-TAB-QBR-TAM-CHAVE PIC 9(02).
             10 WS-TAB-QBR-COL-FIM PIC 9(02).
             10 WS-TAB-QBR-TAM-FIM PIC 9(02).
             10 WS-TAB-QBR-MARCA-FIM PIC X(20).
             10 WS-TAB-QBR-LINHAS-CAB PIC 9(02).
      *
       77 WS-QTD-QBR              PIC 9(02) VALUE ZEROS.
       77 WS-IDX-QBR              PIC 9(02) VALUE ZEROS.
       77 WS-QBR-VALIDA           PIC X(01) VALUE SPACES.
      *
      *  LOTE EM DISTRIBUICAO E A SUA REGRA DE QUEBRA
      *
       77 WS-LOTE-ATIVO           PIC X(01) VALUE 'N'.
       77 WS-LOTE-PROGRAMA        PIC X(08) VALUE SPACES.
       77 WS-LOTE-DATA            PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-HORA            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LOTES            PIC 9(05) VALUE ZEROS.
      *
       77 WS-QBR-ACHADA           PIC X(01) VALUE 'N'.
       77 WS-QBR-COL-MARCA        PIC 9(02) VALUE ZEROS.
       77 WS-QBR-TAM-MARCA        PIC 9(02) VALUE ZEROS.
       77 WS-QBR-MARCA            PIC X(20) VALUE SPACES.
       77 WS-QBR-COL-CHAVE        PIC 9(02) VALUE ZEROS.
       77 WS-QBR-TAM-CHAVE        PIC 9(02) VALUE ZEROS.
       77 WS-QBR-COL-FIM          PIC 9(02) VALUE ZEROS.
       77 WS-QBR-TAM-FIM          PIC 9(02) VALUE ZEROS.
       77 WS-QBR-MARCA-FIM        PIC X(20) VALUE SPACES.
       77 WS-QBR-LINHAS-CAB       PIC 9(02) VALUE ZEROS.
       77 WS-PASSOU-FIM           PIC X(01) VALUE 'N'.
      *
      *  DESTINATARIO CORRENTE E DESTINATARIO DO PROGRAMA
      *
       77 WS-CHAVE-BUSCA          PIC X(10) VALUE SPACES.
       77 WS-CHAVE-ATUAL          PIC X(10) VALUE SPACES.
       77 WS-DEST-ATUAL           PIC X(30) VALUE SPACES.
       77 WS-SEM-REGRA-ATUAL      PIC X(01) VALUE 'N'.
       77 WS-REGISTRADO-ATUAL     PIC X(01) VALUE 'N'.
       77 WS-DEST-PROGRAMA        PIC X(30) VALUE SPACES.
       77 WS-SEM-REGRA-PROGRAMA   PIC X(01) VALUE 'N'.
       77 WS-ACHOU                PIC X(01) VALUE 'N'.
       77 WS-LINHA-TRATADA        PIC X(01) VALUE 'N'.
      *
      *  LINHAS DO CABECALHO DE PAGINA RETIDAS ATE SE SABER A QUEM
      *  A PAGINA PERTENCE, E CABECALHO DA PRIMEIRA PAGINA DO LOTE
      *
       01 WS-TAB-BUF.
          05 WS-TAB-BUF-LINHA     PIC X(80) OCCURS 10 TIMES.
       77 WS-QTD-BUF              PIC 9(02) VALUE ZEROS.
       77 WS-IDX-BUF              PIC 9(02) VALUE ZEROS.
       77 WS-BUF-ATIVO            PIC X(01) VALUE 'N'.
      *
       01 WS-TAB-TIT.
          05 WS-TAB-TIT-LINHA     PIC X(80) OCCURS 10 TIMES.
       77 WS-QTD-TIT              PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TIT              PIC 9(02) VALUE ZEROS.
       77 WS-TIT-GUARDADO         PIC X(01) VALUE 'N'.
      *
      *  DESTINATARIOS QUE JA RECEBERAM LINHAS DO LOTE (CABEM TODOS
      *  OS DESTINOS DO PARMDIST MAIS O PADRAO)
      *
       01 WS-TAB-DST.
          05 WS-TAB-DST-DEST      PIC X(30) OCCURS 201 TIMES.
       77 WS-QTD-DST              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DST              PIC 9(03) VALUE ZEROS.
       77 WS-DST-NOVO             PIC X(01) VALUE 'N'.
      *
      *  CHAVES SEM REGRA NA TABELA DE DISTRIBUICAO
      *
       01 WS-TAB-SRG.
          05 WS-TAB-SRG-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-SRG-PROGRAMA PIC X(08).
             10 WS-TAB-SRG-CHAVE  PIC X(10).
             10 WS-TAB-SRG-OCOR   PIC 9(05).
       77 WS-QTD-SRG              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-SRG              PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SRG-EXCEDIDAS    PIC 9(05) VALUE ZEROS.
      *
      *  LINHA A DISTRIBUIR
      *
       77 WS-LINHA-EMITIR         PIC X(80) VALUE SPACES.
       77 WS-LINHA-SRT            PIC X(80) VALUE SPACES.
       77 WS-SEQ-EMISSAO          PIC 9(07) VALUE ZEROS.
      *
      *  ENTREGA EM GRAVACAO (PROCEDIMENTO DE SAIDA DO SORT)
      *
       77 WS-FIM-SORT             PIC X(01) VALUE 'N'.
       77 WS-DEST-ANT             PIC X(30) VALUE HIGH-VALUES.
       77 WS-GRP-ABERTO           PIC X(01) VALUE 'N'.
       77 WS-GRP-DEST             PIC X(30) VALUE SPACES.
       77 WS-GRP-LOTE             PIC 9(05) VALUE ZEROS.
       77 WS-GRP-PROGRAMA         PIC X(08) VALUE SPACES.
       77 WS-GRP-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-GRP-HORA             PIC 9(06) VALUE ZEROS.
       77 WS-GRP-LINHAS           PIC 9(06) VALUE ZEROS.
       77 WS-GRP-PAGINAS          PIC 9(04) VALUE ZEROS.
       77 WS-GRP-SEM-REGRA        PIC X(01) VALUE 'N'.
      *
      *  EDICAO DE DATA E HORA
      *
       01 WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R           REDEFINES WS-DATA-AUX.
          05 WS-ANO-AUX           PIC 9(04).
          05 WS-MES-AUX           PIC 9(02).
          05 WS-DIA-AUX           PIC 9(02).
      *
       01 WS-HORA-AUX             PIC 9(06) VALUE ZEROS.
       01 WS-HORA-AUX-R           REDEFINES WS-HORA-AUX.
          05 WS-HH-AUX            PIC 9(02).
          05 WS-MM-AUX            PIC 9(02).
          05 WS-SS-AUX            PIC 9(02).
      *
       01 WS-DATA-ED.
          05 WS-DIA-ED            PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-MES-ED            PIC 9(02).
          05 FILLER               PIC X(01) VALUE '/'.
          05 WS-ANO-ED            PIC 9(04).
      *
       01 WS-HORA-ED.
          05 WS-HH-ED             PIC 9(02).
          05 FILLER               PIC X(01) VALUE ':'.
          05 WS-MM-ED             PIC 9(02).
      *
      *  ACUMULADORES
      *
       77 ACUM-LINHAS             PIC 9(02) VALUE 60.
       77 ACUM-PAG                PIC 9(04) VALUE ZEROS.
       77 ACUM-LIDOS              PIC 9(07) VALUE ZEROS.
       77 ACUM-DISTRIBUIDAS       PIC 9(07) VALUE ZEROS.
       77 ACUM-ENTREGAS           PIC 9(05) VALUE ZEROS.
       77 ACUM-SEM-REGRA          PIC 9(05) VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-RELARQ               PIC X(02) VALUE SPACES.
       77 FS-PARMDIST             PIC X(02) VALUE SPACES.
       77 FS-PARMQBRA             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-RELDIST              PIC X(02) VALUE SPACES.
       77 FS-ENTREGAS             PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
       77 FS-ABERTURA             PIC X(13) VALUE 'NA ABERTURA'.
       77 FS-LEITURA              PIC X(13) VALUE 'NA LEITURA'.
       77 FS-GRAVACAO             PIC X(13) VALUE 'NA GRAVACAO'.
       77 FS-FECHAMENTO           PIC X(13) VALUE 'NO FECHAMENTO'.
      *
      *  FOLHA DE ROSTO DA ENTREGA (RELDIST)
      *
       01  ROS001.
          05 FILLER               PIC X(18) VALUE
             '*** ENTREGA PARA: '.
          05 ROS001-DEST          PIC X(30).
          05 FILLER               PIC X(04) VALUE ' ***'.
      *
       01  ROS002.
          05 FILLER               PIC X(32) VALUE
             'RELATORIOS ARQUIVADOS EM '.
          05 ROS002-DATA          PIC X(10).
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
             'PROGRAMA = PU8EXF70'.
          05 CAB002-DIA           PIC 9(02)/.
          05 CAB002-MES           PIC 9(02)/.
          05 CAB002-ANO           PIC 9(04).
      *
       01  CAB003.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(42) VALUE
             'DISTRIBUICAO DOS RELATORIOS ARQUIVADOS EM '.
          05 CAB003-DATA          PIC X(10).
      *
       01  CAB004.
          05 FILLER               PIC X(78) VALUE ALL '='.
      *
       01  CAB005.
          05 FILLER               PIC X(31) VALUE 'DESTINATARIO'.
          05 FILLER               PIC X(09) VALUE 'PROGRAMA'.
          05 FILLER               PIC X(11) VALUE 'DATA'.
          05 FILLER               PIC X(06) VALUE 'HORA'.
          05 FILLER               PIC X(08) VALUE ' LINHAS'.
          05 FILLER               PIC X(06) VALUE ' PAGS'.
      *
       01  CAB006.
          05 FILLER               PIC X(50) VALUE
             'CHAVES SEM REGRA NO PARMDIST (INCLUIR NA TABELA)'.
      *
       01  CAB007.
          05 FILLER               PIC X(10) VALUE 'PROGRAMA'.
          05 FILLER               PIC X(14) VALUE 'CHAVE'.
          05 FILLER               PIC X(11) VALUE 'OCORRENCIAS'.
      *
       01  DET001.
          05 DET001-DEST          PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PROGRAMA      PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-DATA          PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-HORA          PIC X(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-LINHAS        PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-PAGINAS       PIC Z.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DET001-OBS           PIC X(09).
      *
       01  DET002.
          05 DET002-PROGRAMA      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-CHAVE         PIC X(12).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 DET002-OCOR          PIC ZZ.ZZ9.
      *
       01  DET003.
          05 DET003-TEXTO         PIC X(60).
      *
       01  TOT001.
          05 TOT001-DESCR         PIC X(44).
          05 TOT001-QTD           PIC Z.ZZZ.ZZ9.
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
           PERFORM 001-00-LER-PARMDIST.
           PERFORM 001-04-LER-PARMQBRA.
           PERFORM 001-09-LER-PARMDATA.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 001-10-ABRIR-ARQUIVOS.

           SORT SORTDIST
               ON ASCENDING KEY SRT-DESTINATARIO
                                SRT-LOTE
                                SRT-SEQ
               INPUT PROCEDURE IS 010-00-SEPARAR-RELATORIOS
               OUTPUT PROCEDURE IS 050-00-GRAVAR-ENTREGAS.

           PERFORM 060-00-IMPRIMIR-SEM-REGRA.
           PERFORM 060-02-IMPRIMIR-TOTAIS.
           PERFORM 061-00-FECHAR-ARQUIVOS.
           STOP RUN.

      *================================================================*
       001-00-LER-PARMDIST        SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMDIST.
           PERFORM 001-03-FS-PARMDIST.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDIST.
           PERFORM 001-03-FS-PARMDIST.

           PERFORM 001-01-CARREGAR-DISTRIBUICAO
               UNTIL FS-PARMDIST EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDIST.
           PERFORM 001-03-FS-PARMDIST.

           IF WS-DEST-PADRAO EQUAL SPACES
               MOVE 'PARMDIST SEM DESTINATARIO PADRAO' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

       001-00-FIM.                EXIT.

      *================================================================*
       001-01-CARREGAR-DISTRIBUICAO SECTION.
      *================================================================*
           IF DESTINATARIO-DIS EQUAL SPACES
               MOVE 'LINHA DO PARMDIST SEM DESTINATARIO'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           IF PROGRAMA-DIS EQUAL SPACES AND CHAVE-DIS NOT EQUAL SPACES
               MOVE 'CHAVE NO PARMDIST SEM PROGRAMA' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           PERFORM 001-02-PROCURAR-DUPLICADA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS GREATER WS-QTD-DIS.

           IF PROGRAMA-DIS EQUAL SPACES AND
              WS-DEST-PADRAO NOT EQUAL SPACES
               MOVE 'DESTINATARIO PADRAO REPETIDO NO PARMDIST'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           IF PROGRAMA-DIS EQUAL SPACES
               MOVE DESTINATARIO-DIS TO WS-DEST-PADRAO
           ELSE
               IF WS-QTD-DIS NOT LESS 200
                   MOVE 'MAIS DE 200 LINHAS NO PARMDIST'
                                  TO WS-MSG-RECUSA
                   PERFORM 901-00-RECUSAR-RODADA
               END-IF
               ADD 1              TO WS-QTD-DIS
               MOVE PROGRAMA-DIS  TO WS-TAB-DIS-PROGRAMA (WS-QTD-DIS)
               MOVE CHAVE-DIS     TO WS-TAB-DIS-CHAVE (WS-QTD-DIS)
               MOVE DESTINATARIO-DIS TO WS-TAB-DIS-DEST (WS-QTD-DIS).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDIST.
           PERFORM 001-03-FS-PARMDIST.

       001-01-FIM.                EXIT.

      *================================================================*
       001-02-PROCURAR-DUPLICADA  SECTION.
      *================================================================*
           IF WS-TAB-DIS-PROGRAMA (WS-IDX-DIS) EQUAL PROGRAMA-DIS AND
              WS-TAB-DIS-CHAVE (WS-IDX-DIS) EQUAL CHAVE-DIS
               MOVE 'PROGRAMA E CHAVE REPETIDOS NO PARMDIST'
                                  TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

       001-02-FIM.                EXIT.

      *================================================================*
       001-03-FS-PARMDIST         SECTION.
      *================================================================*
           MOVE 'PARMDIST'        TO FS-ARQUIVO.
           MOVE FS-PARMDIST       TO FS-COD-STATUS.

           IF FS-PARMDIST NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-03-FIM.                EXIT.

      *================================================================*
       001-04-LER-PARMQBRA        SECTION.
      *================================================================*
      *    SEM PARMQBRA TODOS OS RELATORIOS SAO ENTREGUES INTEIROS
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PARMQBRA.
           PERFORM 001-07-FS-PARMQBRA.

           IF FS-PARMQBRA NOT EQUAL '35'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PARMQBRA
               PERFORM 001-07-FS-PARMQBRA
               PERFORM 001-05-CARREGAR-QUEBRA
                   UNTIL FS-PARMQBRA EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PARMQBRA
               PERFORM 001-07-FS-PARMQBRA.

       001-04-FIM.                EXIT.

      *================================================================*
       001-05-CARREGAR-QUEBRA     SECTION.
      *================================================================*
           PERFORM 001-06-VALIDAR-QUEBRA.

           IF WS-QBR-VALIDA NOT EQUAL 'S'
               MOVE 'LINHA DO PARMQBRA INVALIDA' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           PERFORM 001-08-PROCURAR-QBR-DUPLICADA
               VARYING WS-IDX-QBR FROM 1 BY 1
               UNTIL WS-IDX-QBR GREATER WS-QTD-QBR.

           IF WS-QTD-QBR NOT LESS 50
               MOVE 'MAIS DE 50 LINHAS NO PARMQBRA' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

           ADD 1                  TO WS-QTD-QBR.
           MOVE PROGRAMA-QBR      TO WS-TAB-QBR-PROGRAMA (WS-QTD-QBR).
           MOVE COL-MARCA-QBR     TO WS-TAB-QBR-COL-MARCA (WS-QTD-QBR).
           MOVE TAM-MARCA-QBR     TO WS-TAB-QBR-TAM-MARCA (WS-QTD-QBR).
           MOVE MARCA-QBR         TO WS-TAB-QBR-MARCA (WS-QTD-QBR).
           MOVE COL-CHAVE-QBR     TO WS-TAB-QBR-COL-CHAVE (WS-QTD-QBR).
           MOVE TAM-CHAVE-QBR     TO WS-TAB-QBR-TAM-CHAVE (WS-QTD-QBR).
           MOVE COL-FIM-QBR       TO WS-TAB-QBR-COL-FIM (WS-QTD-QBR).
           MOVE TAM-FIM-QBR       TO WS-TAB-QBR-TAM-FIM (WS-QTD-QBR).
           MOVE MARCA-FIM-QBR     TO WS-TAB-QBR-MARCA-FIM (WS-QTD-QBR).
           MOVE LINHAS-CAB-QBR    TO
                                  WS-TAB-QBR-LINHAS-CAB (WS-QTD-QBR).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMQBRA.
           PERFORM 001-07-FS-PARMQBRA.

       001-05-FIM.                EXIT.

      *================================================================*
       001-06-VALIDAR-QUEBRA      SECTION.
      *================================================================*
      * A MARCA E A CHAVE TEM QUE CABER NA LINHA DE 80 COLUNAS; A
      * MARCA DOS TOTAIS FINAIS E OPCIONAL (TAMANHO ZERO).
      *
           MOVE 'S'               TO WS-QBR-VALIDA.

           IF PROGRAMA-QBR EQUAL SPACES
           OR COL-MARCA-QBR NOT NUMERIC OR TAM-MARCA-QBR NOT NUMERIC
           OR COL-CHAVE-QBR NOT NUMERIC OR TAM-CHAVE-QBR NOT NUMERIC
           OR COL-FIM-QBR NOT NUMERIC OR TAM-FIM-QBR NOT NUMERIC
           OR LINHAS-CAB-QBR NOT NUMERIC
               MOVE 'N'           TO WS-QBR-VALIDA.

           IF WS-QBR-VALIDA EQUAL 'S'
               IF COL-MARCA-QBR LESS 1 OR TAM-MARCA-QBR LESS 1
               OR TAM-MARCA-QBR GREATER 20
               OR COL-MARCA-QBR + TAM-MARCA-QBR GREATER 81
                   MOVE 'N'       TO WS-QBR-VALIDA.

           IF WS-QBR-VALIDA EQUAL 'S'
               IF COL-CHAVE-QBR LESS 1 OR TAM-CHAVE-QBR LESS 1
               OR TAM-CHAVE-QBR GREATER 10
               OR COL-CHAVE-QBR + TAM-CHAVE-QBR GREATER 81
                   MOVE 'N'       TO WS-QBR-VALIDA.

           IF WS-QBR-VALIDA EQUAL 'S' AND TAM-FIM-QBR GREATER ZEROS
               IF COL-FIM-QBR LESS 1 OR TAM-FIM-QBR GREATER 20
               OR COL-FIM-QBR + TAM-FIM-QBR GREATER 81
                   MOVE 'N'       TO WS-QBR-VALIDA.

           IF WS-QBR-VALIDA EQUAL 'S'
               IF LINHAS-CAB-QBR GREATER 10
                   MOVE 'N'       TO WS-QBR-VALIDA.

       001-06-FIM.                EXIT.

      *================================================================*
       001-07-FS-PARMQBRA         SECTION.
      *================================================================*
           MOVE 'PARMQBRA'        TO FS-ARQUIVO.
           MOVE FS-PARMQBRA       TO FS-COD-STATUS.

           IF FS-PARMQBRA NOT EQUAL '00' AND '10' AND '35'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-08-PROCURAR-QBR-DUPLICADA SECTION.
      *================================================================*
           IF WS-TAB-QBR-PROGRAMA (WS-IDX-QBR) EQUAL PROGRAMA-QBR
               MOVE 'PROGRAMA REPETIDO NO PARMQBRA' TO WS-MSG-RECUSA
               PERFORM 901-00-RECUSAR-RODADA.

       001-08-FIM.                EXIT.

      *================================================================*
       001-09-LER-PARMDATA        SECTION.
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

       001-09-FIM.                EXIT.

      *================================================================*
       001-10-ABRIR-ARQUIVOS      SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  RELARQ
                OUTPUT RELDIST
                       RELATO
                EXTEND ENTREGAS.
           PERFORM 001-11-FS-RELARQ.
           PERFORM 001-12-FS-RELDIST.
           PERFORM 001-13-FS-ENTREGAS.
           PERFORM 001-14-FS-RELATO.

       001-10-FIM.                EXIT.

      *================================================================*
       001-11-FS-RELARQ           SECTION.
      *================================================================*
           MOVE 'RELARQ'          TO FS-ARQUIVO.
           MOVE FS-RELARQ         TO FS-COD-STATUS.

           IF FS-RELARQ NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-11-FIM.                EXIT.

      *================================================================*
       001-12-FS-RELDIST          SECTION.
      *================================================================*
           MOVE 'RELDIST'         TO FS-ARQUIVO.
           MOVE FS-RELDIST        TO FS-COD-STATUS.

           IF FS-RELDIST NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-12-FIM.                EXIT.

      *================================================================*
       001-13-FS-ENTREGAS         SECTION.
      *================================================================*
           MOVE 'ENTREGAS'        TO FS-ARQUIVO.
           MOVE FS-ENTREGAS       TO FS-COD-STATUS.

           IF FS-ENTREGAS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-13-FIM.                EXIT.

      *================================================================*
       001-14-FS-RELATO           SECTION.
      *================================================================*
           MOVE 'RELATO'          TO FS-ARQUIVO.
           MOVE FS-RELATO         TO FS-COD-STATUS.

           IF FS-RELATO NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-14-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORARIO-SYS.

           MOVE WS-ANO-SYS        TO CAB002-ANO.
           MOVE WS-MES-SYS        TO CAB002-MES.
           MOVE WS-DIA-SYS        TO CAB002-DIA.
           MOVE WS-HOR-SYS        TO CAB002-HOR.
           MOVE WS-MIN-SYS        TO CAB002-MIN.
           MOVE WS-DATA-SYS       TO WS-DATA-DIST.

           MOVE WS-DATA-REF       TO WS-DATA-AUX.
           MOVE WS-DIA-AUX        TO WS-DIA-ED.
           MOVE WS-MES-AUX        TO WS-MES-ED.
           MOVE WS-ANO-AUX        TO WS-ANO-ED.
           MOVE WS-DATA-ED        TO CAB003-DATA.
           MOVE WS-DATA-ED        TO ROS002-DATA.

       002-00-FIM.                EXIT.

      *================================================================*
       010-00-SEPARAR-RELATORIOS  SECTION.
      *================================================================*
      * PROCEDIMENTO DE ENTRADA DO SORT: PERCORRE O ACERVO E SOLTA
      * CADA LINHA DOS LOTES DA DATA COM O SEU DESTINATARIO.
      *
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RELARQ.
           PERFORM 001-11-FS-RELARQ.

           PERFORM 010-01-TRATAR-REGISTRO
               UNTIL FS-RELARQ EQUAL '10'.

           PERFORM 010-05-ENCERRAR-LOTE.

       010-00-FIM.                EXIT.

      *================================================================*
       010-01-TRATAR-REGISTRO     SECTION.
      *================================================================*
      * O LOTE E A SEQUENCIA CONTIGUA DE LINHAS DE MESMO PROGRAMA,
      * DATA E HORA, COMO O PU8EXF18 AS ANEXA AO ACERVO.
      *
           ADD 1                  TO ACUM-LIDOS.

           IF ARQ-DATA EQUAL WS-DATA-REF
               IF WS-LOTE-ATIVO EQUAL 'N'
               OR ARQ-PROGRAMA NOT EQUAL WS-LOTE-PROGRAMA
               OR ARQ-HORA NOT EQUAL WS-LOTE-HORA
                   PERFORM 010-05-ENCERRAR-LOTE
                   PERFORM 010-03-INICIAR-LOTE
               END-IF
               PERFORM 010-02-TRATAR-LINHA
           ELSE
               PERFORM 010-05-ENCERRAR-LOTE.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RELARQ.
           PERFORM 001-11-FS-RELARQ.

       010-01-FIM.                EXIT.

      *================================================================*
       010-02-TRATAR-LINHA        SECTION.
      *================================================================*
           IF WS-QBR-ACHADA EQUAL 'S'
               PERFORM 011-00-TRATAR-COM-QUEBRA
           ELSE
               MOVE ARQ-LINHA     TO WS-LINHA-EMITIR
               PERFORM 020-00-EMITIR-LINHA.

       010-02-FIM.                EXIT.

      *================================================================*
       010-03-INICIAR-LOTE        SECTION.
      *================================================================*
           ADD 1                  TO WS-QTD-LOTES.
           MOVE 'S'               TO WS-LOTE-ATIVO.
           MOVE ARQ-PROGRAMA      TO WS-LOTE-PROGRAMA.
           MOVE ARQ-DATA          TO WS-LOTE-DATA.
           MOVE ARQ-HORA          TO WS-LOTE-HORA.

           MOVE ZEROS             TO WS-QTD-DST.
           MOVE ZEROS             TO WS-QTD-BUF.
           MOVE 'N'               TO WS-BUF-ATIVO.
           MOVE ZEROS             TO WS-QTD-TIT.
           MOVE 'N'               TO WS-TIT-GUARDADO.
           MOVE 'N'               TO WS-PASSOU-FIM.

           MOVE 'N'               TO WS-QBR-ACHADA.
           PERFORM 010-04-PROCURAR-QUEBRA
               VARYING WS-IDX-QBR FROM 1 BY 1
               UNTIL WS-IDX-QBR GREATER WS-QTD-QBR
                  OR WS-QBR-ACHADA EQUAL 'S'.

      *    DESTINATARIO DO PROGRAMA (LINHA DO PARMDIST SEM CHAVE)
           MOVE SPACES            TO WS-CHAVE-BUSCA.
           PERFORM 012-00-RESOLVER-CHAVE.
           MOVE WS-DEST-ATUAL     TO WS-DEST-PROGRAMA.
           MOVE WS-SEM-REGRA-ATUAL TO WS-SEM-REGRA-PROGRAMA.

       010-03-FIM.                EXIT.

      *================================================================*
       010-04-PROCURAR-QUEBRA     SECTION.
      *================================================================*
           IF WS-TAB-QBR-PROGRAMA (WS-IDX-QBR) EQUAL WS-LOTE-PROGRAMA
               MOVE 'S'           TO WS-QBR-ACHADA
               MOVE WS-TAB-QBR-COL-MARCA (WS-IDX-QBR)
                                  TO WS-QBR-COL-MARCA
               MOVE WS-TAB-QBR-TAM-MARCA (WS-IDX-QBR)
                                  TO WS-QBR-TAM-MARCA
               MOVE WS-TAB-QBR-MARCA (WS-IDX-QBR)
                                  TO WS-QBR-MARCA
               MOVE WS-TAB-QBR-COL-CHAVE (WS-IDX-QBR)
                                  TO WS-QBR-COL-CHAVE
               MOVE WS-TAB-QBR-TAM-CHAVE (WS-IDX-QBR)
                                  TO WS-QBR-TAM-CHAVE
               MOVE WS-TAB-QBR-COL-FIM (WS-IDX-QBR)
                                  TO WS-QBR-COL-FIM
               MOVE WS-TAB-QBR-TAM-FIM (WS-IDX-QBR)
                                  TO WS-QBR-TAM-FIM
               MOVE WS-TAB-QBR-MARCA-FIM (WS-IDX-QBR)
                                  TO WS-QBR-MARCA-FIM
               MOVE WS-TAB-QBR-LINHAS-CAB (WS-IDX-QBR)
                                  TO WS-QBR-LINHAS-CAB.

       010-04-FIM.                EXIT.

      *================================================================*
       010-05-ENCERRAR-LOTE       SECTION.
      *================================================================*
           IF WS-LOTE-ATIVO EQUAL 'S'
               PERFORM 021-00-DESCARREGAR-BUFFER
               MOVE 'N'           TO WS-LOTE-ATIVO.

       010-05-FIM.                EXIT.

      *================================================================*
       011-00-TRATAR-COM-QUEBRA   SECTION.
      *================================================================*
      * O INICIO DE PAGINA FICA RETIDO ATE A LINHA DE QUEBRA (QUE
      * TROCA O DESTINATARIO) OU ATE PASSAR DO TAMANHO DO CABECALHO
      * (PAGINA QUE CONTINUA COM O MESMO DESTINATARIO). DEPOIS DA
      * MARCA DOS TOTAIS FINAIS NAO HA MAIS QUEBRA.
      *
           MOVE 'N'               TO WS-LINHA-TRATADA.

           IF ARQ-LINHA (1:34) EQUAL WS-CAB-PAGINA
              AND WS-QBR-LINHAS-CAB GREATER ZEROS
               PERFORM 021-00-DESCARREGAR-BUFFER
               MOVE 'S'           TO WS-BUF-ATIVO
               MOVE 1             TO WS-QTD-BUF
               MOVE ARQ-LINHA     TO WS-TAB-BUF-LINHA (1)
               MOVE 'S'           TO WS-LINHA-TRATADA.

           IF WS-LINHA-TRATADA EQUAL 'N' AND WS-PASSOU-FIM EQUAL 'N'
              AND WS-QBR-TAM-FIM GREATER ZEROS
               IF ARQ-LINHA (WS-QBR-COL-FIM:WS-QBR-TAM-FIM) EQUAL
                  WS-QBR-MARCA-FIM (1:WS-QBR-TAM-FIM)
                   MOVE 'S'       TO WS-PASSOU-FIM
                   MOVE WS-DEST-PROGRAMA TO WS-DEST-ATUAL
                   MOVE WS-SEM-REGRA-PROGRAMA TO WS-SEM-REGRA-ATUAL
                   MOVE SPACES    TO WS-CHAVE-ATUAL
                   MOVE 'N'       TO WS-REGISTRADO-ATUAL
                   PERFORM 021-00-DESCARREGAR-BUFFER
                   MOVE ARQ-LINHA TO WS-LINHA-EMITIR
                   PERFORM 020-00-EMITIR-LINHA
                   MOVE 'S'       TO WS-LINHA-TRATADA.

           IF WS-LINHA-TRATADA EQUAL 'N' AND WS-PASSOU-FIM EQUAL 'N'
               IF ARQ-LINHA (WS-QBR-COL-MARCA:WS-QBR-TAM-MARCA) EQUAL
                  WS-QBR-MARCA (1:WS-QBR-TAM-MARCA)
                   MOVE SPACES    TO WS-CHAVE-BUSCA
                   MOVE ARQ-LINHA (WS-QBR-COL-CHAVE:WS-QBR-TAM-CHAVE)
                                  TO WS-CHAVE-BUSCA
                   PERFORM 012-00-RESOLVER-CHAVE
                   PERFORM 021-00-DESCARREGAR-BUFFER
                   MOVE ARQ-LINHA TO WS-LINHA-EMITIR
                   PERFORM 020-00-EMITIR-LINHA
                   MOVE 'S'       TO WS-LINHA-TRATADA.

           IF WS-LINHA-TRATADA EQUAL 'N' AND WS-BUF-ATIVO EQUAL 'S'
              AND WS-QTD-BUF LESS WS-QBR-LINHAS-CAB
               ADD 1              TO WS-QTD-BUF
               MOVE ARQ-LINHA     TO WS-TAB-BUF-LINHA (WS-QTD-BUF)
               MOVE 'S'           TO WS-LINHA-TRATADA.

           IF WS-LINHA-TRATADA EQUAL 'N'
               PERFORM 021-00-DESCARREGAR-BUFFER
               MOVE ARQ-LINHA     TO WS-LINHA-EMITIR
               PERFORM 020-00-EMITIR-LINHA.

       011-00-FIM.                EXIT.

      *================================================================*
       012-00-RESOLVER-CHAVE      SECTION.
      *================================================================*
      * DESTINATARIO DO PROGRAMA DO LOTE E DA CHAVE PEDIDA; SEM REGRA,
      * O DESTINATARIO PADRAO, COM A MARCA DE SEM REGRA.
      *
           MOVE WS-CHAVE-BUSCA    TO WS-CHAVE-ATUAL.
           MOVE 'N'               TO WS-REGISTRADO-ATUAL.
           MOVE 'N'               TO WS-ACHOU.

           PERFORM 012-01-PROCURAR-DESTINO
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS GREATER WS-QTD-DIS
                  OR WS-ACHOU EQUAL 'S'.

           IF WS-ACHOU EQUAL 'N'
               MOVE WS-DEST-PADRAO TO WS-DEST-ATUAL
               MOVE 'S'           TO WS-SEM-REGRA-ATUAL.

       012-00-FIM.                EXIT.

      *================================================================*
       012-01-PROCURAR-DESTINO    SECTION.
      *================================================================*
           IF WS-TAB-DIS-PROGRAMA (WS-IDX-DIS) EQUAL WS-LOTE-PROGRAMA
              AND WS-TAB-DIS-CHAVE (WS-IDX-DIS) EQUAL WS-CHAVE-BUSCA
               MOVE 'S'           TO WS-ACHOU
               MOVE WS-TAB-DIS-DEST (WS-IDX-DIS) TO WS-DEST-ATUAL
               MOVE 'N'           TO WS-SEM-REGRA-ATUAL.

       012-01-FIM.                EXIT.

      *================================================================*
       012-02-REGISTRAR-SEM-REGRA SECTION.
      *================================================================*
      * CADA TRECHO ENTREGUE SEM REGRA CONTA UMA OCORRENCIA DO PAR
      * PROGRAMA + CHAVE NA LISTA DO RELATO.
      *
           MOVE 'N'               TO WS-ACHOU.

           PERFORM 012-03-PROCURAR-SEM-REGRA
               VARYING WS-IDX-SRG FROM 1 BY 1
               UNTIL WS-IDX-SRG GREATER WS-QTD-SRG
                  OR WS-ACHOU EQUAL 'S'.

           IF WS-ACHOU EQUAL 'N'
               IF WS-QTD-SRG LESS 100
                   ADD 1          TO WS-QTD-SRG
                   MOVE WS-LOTE-PROGRAMA
                                  TO WS-TAB-SRG-PROGRAMA (WS-QTD-SRG)
                   MOVE WS-CHAVE-ATUAL
                                  TO WS-TAB-SRG-CHAVE (WS-QTD-SRG)
                   MOVE 1         TO WS-TAB-SRG-OCOR (WS-QTD-SRG)
               ELSE
                   ADD 1          TO WS-QTD-SRG-EXCEDIDAS.

           MOVE 'S'               TO WS-REGISTRADO-ATUAL.

       012-02-FIM.                EXIT.

      *================================================================*
       012-03-PROCURAR-SEM-REGRA  SECTION.
      *================================================================*
           IF WS-TAB-SRG-PROGRAMA (WS-IDX-SRG) EQUAL WS-LOTE-PROGRAMA
              AND WS-TAB-SRG-CHAVE (WS-IDX-SRG) EQUAL WS-CHAVE-ATUAL
               MOVE 'S'           TO WS-ACHOU
               ADD 1              TO WS-TAB-SRG-OCOR (WS-IDX-SRG).

       012-03-FIM.                EXIT.

      *================================================================*
       020-00-EMITIR-LINHA        SECTION.
      *================================================================*
      * O DESTINATARIO QUE RECEBE A PRIMEIRA LINHA DO LOTE FORA DO
      * INICIO DE UMA PAGINA RECEBE ANTES O CABECALHO DA PRIMEIRA
      * PAGINA, PARA SABER DE QUE RELATORIO SE TRATA.
      *
           IF WS-SEM-REGRA-ATUAL EQUAL 'S'
              AND WS-REGISTRADO-ATUAL EQUAL 'N'
               PERFORM 012-02-REGISTRAR-SEM-REGRA.

           PERFORM 020-01-MARCAR-DESTINATARIO.

           IF WS-DST-NOVO EQUAL 'S' AND WS-TIT-GUARDADO EQUAL 'S'
              AND WS-LINHA-EMITIR (1:34) NOT EQUAL WS-CAB-PAGINA
               PERFORM 020-04-LIBERAR-TITULO
                   VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT GREATER WS-QTD-TIT.

           MOVE WS-LINHA-EMITIR   TO WS-LINHA-SRT.
           PERFORM 020-03-LIBERAR-LINHA.

       020-00-FIM.                EXIT.

      *================================================================*
       020-01-MARCAR-DESTINATARIO SECTION.
      *================================================================*
           MOVE 'S'               TO WS-DST-NOVO.

           PERFORM 020-02-PROCURAR-DESTINATARIO
               VARYING WS-IDX-DST FROM 1 BY 1
               UNTIL WS-IDX-DST GREATER WS-QTD-DST
                  OR WS-DST-NOVO EQUAL 'N'.

           IF WS-DST-NOVO EQUAL 'S'
               ADD 1              TO WS-QTD-DST
               MOVE WS-DEST-ATUAL TO WS-TAB-DST-DEST (WS-QTD-DST).

       020-01-FIM.                EXIT.

      *================================================================*
       020-02-PROCURAR-DESTINATARIO SECTION.
      *================================================================*
           IF WS-TAB-DST-DEST (WS-IDX-DST) EQUAL WS-DEST-ATUAL
               MOVE 'N'           TO WS-DST-NOVO.

       020-02-FIM.                EXIT.

      *================================================================*
       020-03-LIBERAR-LINHA       SECTION.
      *================================================================*
           ADD 1                  TO WS-SEQ-EMISSAO.

           MOVE WS-DEST-ATUAL     TO SRT-DESTINATARIO.
           MOVE WS-QTD-LOTES      TO SRT-LOTE.
           MOVE WS-SEQ-EMISSAO    TO SRT-SEQ.
           MOVE WS-LOTE-PROGRAMA  TO SRT-PROGRAMA.
           MOVE WS-LOTE-DATA      TO SRT-DATA.
           MOVE WS-LOTE-HORA      TO SRT-HORA.
           MOVE WS-SEM-REGRA-ATUAL TO SRT-SEM-REGRA.
           MOVE WS-LINHA-SRT      TO SRT-LINHA.
           RELEASE REG-SORTDIST.

           ADD 1                  TO ACUM-DISTRIBUIDAS.

       020-03-FIM.                EXIT.

      *================================================================*
       020-04-LIBERAR-TITULO      SECTION.
      *================================================================*
           MOVE WS-TAB-TIT-LINHA (WS-IDX-TIT) TO WS-LINHA-SRT.
           PERFORM 020-03-LIBERAR-LINHA.

       020-04-FIM.                EXIT.

      *================================================================*
       021-00-DESCARREGAR-BUFFER  SECTION.
      *================================================================*
      * O PRIMEIRO CABECALHO DE PAGINA DO LOTE FICA GUARDADO COMO
      * CABECALHO DO RELATORIO.
      *
           IF WS-QTD-BUF GREATER ZEROS
               IF WS-TIT-GUARDADO EQUAL 'N'
                   PERFORM 021-01-GUARDAR-TITULO
                       VARYING WS-IDX-BUF FROM 1 BY 1
                       UNTIL WS-IDX-BUF GREATER WS-QTD-BUF
                   MOVE WS-QTD-BUF TO WS-QTD-TIT
                   MOVE 'S'       TO WS-TIT-GUARDADO
               END-IF
               PERFORM 021-02-EMITIR-BUFFER
                   VARYING WS-IDX-BUF FROM 1 BY 1
                   UNTIL WS-IDX-BUF GREATER WS-QTD-BUF.

           MOVE ZEROS             TO WS-QTD-BUF.
           MOVE 'N'               TO WS-BUF-ATIVO.

       021-00-FIM.                EXIT.

      *================================================================*
       021-01-GUARDAR-TITULO      SECTION.
      *================================================================*
           MOVE WS-TAB-BUF-LINHA (WS-IDX-BUF)
                                  TO WS-TAB-TIT-LINHA (WS-IDX-BUF).

       021-01-FIM.                EXIT.

      *================================================================*
       021-02-EMITIR-BUFFER       SECTION.
      *================================================================*
           MOVE WS-TAB-BUF-LINHA (WS-IDX-BUF) TO WS-LINHA-EMITIR.
           PERFORM 020-00-EMITIR-LINHA.

       021-02-FIM.                EXIT.

      *================================================================*
       050-00-GRAVAR-ENTREGAS     SECTION.
      *================================================================*
      * PROCEDIMENTO DE SAIDA DO SORT: UMA FOLHA DE ROSTO POR
      * DESTINATARIO E, EM SEGUIDA, AS SUAS PARTES DE CADA LOTE, CADA
      * UMA COMECANDO EM PAGINA NOVA.
      *
           MOVE 'N'               TO WS-FIM-SORT.
           MOVE 'N'               TO WS-GRP-ABERTO.

           RETURN SORTDIST
               AT END MOVE 'S'    TO WS-FIM-SORT.

           PERFORM 050-01-TRATAR-LINHA-SORT
               UNTIL WS-FIM-SORT EQUAL 'S'.

           PERFORM 050-02-FECHAR-ENTREGA.

           IF ACUM-ENTREGAS EQUAL ZEROS
               PERFORM 070-00-CABECALHOS
               MOVE 'NENHUM RELATORIO ARQUIVADO NA DATA'
                                  TO DET003-TEXTO
               WRITE REG-RELATO   FROM DET003 AFTER 1
               PERFORM 001-14-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       050-00-FIM.                EXIT.

      *================================================================*
       050-01-TRATAR-LINHA-SORT   SECTION.
      *================================================================*
           IF WS-GRP-ABERTO EQUAL 'N'
           OR SRT-DESTINATARIO NOT EQUAL WS-GRP-DEST
           OR SRT-LOTE NOT EQUAL WS-GRP-LOTE
               PERFORM 050-02-FECHAR-ENTREGA
               IF SRT-DESTINATARIO NOT EQUAL WS-DEST-ANT
                   PERFORM 050-03-ABRIR-DESTINATARIO
               END-IF
               MOVE 'S'           TO WS-GRP-ABERTO
               MOVE SRT-DESTINATARIO TO WS-GRP-DEST
               MOVE SRT-LOTE      TO WS-GRP-LOTE
               MOVE SRT-PROGRAMA  TO WS-GRP-PROGRAMA
               MOVE SRT-DATA      TO WS-GRP-DATA
               MOVE SRT-HORA      TO WS-GRP-HORA
               MOVE ZEROS         TO WS-GRP-LINHAS
               MOVE 1             TO WS-GRP-PAGINAS
               MOVE 'N'           TO WS-GRP-SEM-REGRA
               WRITE REG-RELDIST  FROM SRT-LINHA AFTER PAGE
           ELSE
               IF SRT-LINHA (1:34) EQUAL WS-CAB-PAGINA
                   ADD 1          TO WS-GRP-PAGINAS
                   WRITE REG-RELDIST FROM SRT-LINHA AFTER PAGE
               ELSE
                   WRITE REG-RELDIST FROM SRT-LINHA AFTER 1.

           PERFORM 001-12-FS-RELDIST.

           ADD 1                  TO WS-GRP-LINHAS.
           IF SRT-SEM-REGRA EQUAL 'S'
               MOVE 'S'           TO WS-GRP-SEM-REGRA.

           RETURN SORTDIST
               AT END MOVE 'S'    TO WS-FIM-SORT.

       050-01-FIM.                EXIT.

      *================================================================*
       050-02-FECHAR-ENTREGA      SECTION.
      *================================================================*
      * GRAVA O REGISTRO DA ENTREGA E A SUA LINHA NO RELATO.
      *
           IF WS-GRP-ABERTO EQUAL 'S'
               MOVE SPACES        TO REG-ENTREGAS
               MOVE WS-GRP-DEST   TO ENT-DESTINATARIO
               MOVE WS-GRP-PROGRAMA TO ENT-PROGRAMA
               MOVE WS-GRP-DATA   TO ENT-DATA
               MOVE WS-GRP-HORA   TO ENT-HORA
               MOVE WS-GRP-LINHAS TO ENT-LINHAS
               MOVE WS-GRP-PAGINAS TO ENT-PAGINAS
               MOVE WS-GRP-SEM-REGRA TO ENT-SEM-REGRA
               MOVE WS-DATA-DIST  TO ENT-DATA-DIST
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-ENTREGAS
               PERFORM 001-13-FS-ENTREGAS
               ADD 1              TO ACUM-ENTREGAS
               PERFORM 050-04-IMPRIMIR-ENTREGA
               MOVE 'N'           TO WS-GRP-ABERTO.

       050-02-FIM.                EXIT.

      *================================================================*
       050-03-ABRIR-DESTINATARIO  SECTION.
      *================================================================*
           MOVE SRT-DESTINATARIO  TO ROS001-DEST.
           MOVE SRT-DESTINATARIO  TO WS-DEST-ANT.

           WRITE REG-RELDIST      FROM ROS001 AFTER PAGE.
           PERFORM 001-12-FS-RELDIST.

           WRITE REG-RELDIST      FROM ROS002 AFTER 2.
           PERFORM 001-12-FS-RELDIST.

       050-03-FIM.                EXIT.

      *================================================================*
       050-04-IMPRIMIR-ENTREGA    SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 54
               PERFORM 070-00-CABECALHOS.

           MOVE WS-GRP-DEST       TO DET001-DEST.
           MOVE WS-GRP-PROGRAMA   TO DET001-PROGRAMA.
           MOVE WS-GRP-DATA       TO WS-DATA-AUX.
           MOVE WS-DIA-AUX        TO WS-DIA-ED.
           MOVE WS-MES-AUX        TO WS-MES-ED.
           MOVE WS-ANO-AUX        TO WS-ANO-ED.
           MOVE WS-DATA-ED        TO DET001-DATA.
           MOVE WS-GRP-HORA       TO WS-HORA-AUX.
           MOVE WS-HH-AUX         TO WS-HH-ED.
           MOVE WS-MM-AUX         TO WS-MM-ED.
           MOVE WS-HORA-ED        TO DET001-HORA.
           MOVE WS-GRP-LINHAS     TO DET001-LINHAS.
           MOVE WS-GRP-PAGINAS    TO DET001-PAGINAS.

           IF WS-GRP-SEM-REGRA EQUAL 'S'
               MOVE 'SEM REGRA'   TO DET001-OBS
               ADD 1              TO ACUM-SEM-REGRA
           ELSE
               MOVE SPACES        TO DET001-OBS.

           WRITE REG-RELATO       FROM DET001 AFTER 1.
           PERFORM 001-14-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       050-04-FIM.                EXIT.

      *================================================================*
       060-00-IMPRIMIR-SEM-REGRA  SECTION.
      *================================================================*
           IF WS-QTD-SRG GREATER ZEROS
               IF ACUM-LINHAS GREATER 50
                   PERFORM 070-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM CAB006 AFTER 3
               PERFORM 001-14-FS-RELATO
               WRITE REG-RELATO   FROM CAB007 AFTER 2
               PERFORM 001-14-FS-RELATO
               WRITE REG-RELATO   FROM CAB004 AFTER 1
               PERFORM 001-14-FS-RELATO
               ADD 7              TO ACUM-LINHAS
               PERFORM 060-01-IMPRIMIR-CHAVE
                   VARYING WS-IDX-SRG FROM 1 BY 1
                   UNTIL WS-IDX-SRG GREATER WS-QTD-SRG.

           IF WS-QTD-SRG-EXCEDIDAS GREATER ZEROS
               MOVE 'OUTRAS CHAVES SEM REGRA ALEM DAS 100 LISTADAS'
                                  TO DET003-TEXTO
               WRITE REG-RELATO   FROM DET003 AFTER 1
               PERFORM 001-14-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       060-00-FIM.                EXIT.

      *================================================================*
       060-01-IMPRIMIR-CHAVE      SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 54
               PERFORM 070-00-CABECALHOS
               WRITE REG-RELATO   FROM CAB007 AFTER 2
               PERFORM 001-14-FS-RELATO
               WRITE REG-RELATO   FROM CAB004 AFTER 1
               PERFORM 001-14-FS-RELATO
               ADD 3              TO ACUM-LINHAS.

           MOVE WS-TAB-SRG-PROGRAMA (WS-IDX-SRG) TO DET002-PROGRAMA.

           IF WS-TAB-SRG-CHAVE (WS-IDX-SRG) EQUAL SPACES
               MOVE '(SEM CHAVE)' TO DET002-CHAVE
           ELSE
               MOVE WS-TAB-SRG-CHAVE (WS-IDX-SRG) TO DET002-CHAVE.

           MOVE WS-TAB-SRG-OCOR (WS-IDX-SRG) TO DET002-OCOR.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-14-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       060-01-FIM.                EXIT.

      *================================================================*
       060-02-IMPRIMIR-TOTAIS     SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 48
               PERFORM 070-00-CABECALHOS.

           MOVE 'LINHAS LIDAS DO ACERVO                  :'
                                  TO TOT001-DESCR.
           MOVE ACUM-LIDOS        TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-14-FS-RELATO.

           MOVE 'RELATORIOS (LOTES) DISTRIBUIDOS         :'
                                  TO TOT001-DESCR.
           MOVE WS-QTD-LOTES      TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-14-FS-RELATO.

           MOVE 'LINHAS DISTRIBUIDAS                     :'
                                  TO TOT001-DESCR.
           MOVE ACUM-DISTRIBUIDAS TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-14-FS-RELATO.

           MOVE 'ENTREGAS GRAVADAS                       :'
                                  TO TOT001-DESCR.
           MOVE ACUM-ENTREGAS     TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-14-FS-RELATO.

           MOVE 'ENTREGAS SEM REGRA (DESTINATARIO PADRAO):'
                                  TO TOT001-DESCR.
           MOVE ACUM-SEM-REGRA    TO TOT001-QTD.
           WRITE REG-RELATO       FROM TOT001 AFTER 1.
           PERFORM 001-14-FS-RELATO.

       060-02-FIM.                EXIT.

      *================================================================*
       061-00-FECHAR-ARQUIVOS     SECTION.
      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RELARQ
                 RELDIST
                 ENTREGAS
                 RELATO.
           PERFORM 001-11-FS-RELARQ.
           PERFORM 001-12-FS-RELDIST.
           PERFORM 001-13-FS-ENTREGAS.
           PERFORM 001-14-FS-RELATO.

           IF ACUM-SEM-REGRA GREATER ZEROS
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
           PERFORM 001-14-FS-RELATO.

           WRITE REG-RELATO       FROM CAB002 AFTER 1.
           PERFORM 001-14-FS-RELATO.

           WRITE REG-RELATO       FROM CAB003 AFTER 2.
           PERFORM 001-14-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 2.
           PERFORM 001-14-FS-RELATO.

           WRITE REG-RELATO       FROM CAB005 AFTER 1.
           PERFORM 001-14-FS-RELATO.

           WRITE REG-RELATO       FROM CAB004 AFTER 1.
           PERFORM 001-14-FS-RELATO.

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
      *    PARAMETRO SEM CONDICAO: NENHUMA ENTREGA E FEITA
           DISPLAY '* DISTRIBUICAO DE RELATORIOS NAO PROCESSADA *'
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
               MOVE 'PU8EXF70'        TO RUNLOG-PROGRAMA
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
               MOVE ACUM-DISTRIBUIDAS       TO RUNLOG-QTD-GRAVADOS
               MOVE ACUM-SEM-REGRA          TO RUNLOG-QTD-REJEITADOS
               WRITE REG-RUNLOG FROM WS-REG-RUNLOG
               CLOSE RUNLOG
           ELSE
               DISPLAY '* AVISO RUNLOG FS=' FS-RUNLOG.

       999-00-FIM.                EXIT.
