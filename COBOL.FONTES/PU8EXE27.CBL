      * APONTAMENTO CUJO CODIGO NAO EXISTE NO CADFUNC E CRITICADO NO
      * ARQUIVO DE INCONSISTENCIAS, PARA CORRECAO PELO RH.
      *
      * A COMISSAO DOS VENDEDORES, APURADA PELO PU8EXF37, CHEGA NO
      * MESMO APONTFUN (COPY APONTFUN, VLR-COMIS-APO) E E SOMADA AO
      * SALARIO BRUTO, ENTRANDO NAS FAIXAS DO INSS E DO IRRF. AS
      * LINHAS DO MESMO FUNCIONARIO (FREQUENCIA E COMISSAO) SAO
      * SOMADAS NA CARGA DO APONTAMENTO.
      *
      *
      * OS EMPRESTIMOS CONSIGNADOS DO EMPFUNC (CONTRATOS COM
      * SITUACAO 'A') TEM A PARCELA MENSAL DESCONTADA DO LIQUIDO,
      * SUSPENSO) SE O LIQUIDO FOSSE FICAR ABAIXO DO PISO, E A
      * DIFERENCA FICA PARA O MES SEGUINTE NO SALDO DEVEDOR, QUE E
      * ADMINISTRADO PELO PU8EXF13.
      *
      * CADA LINHA GRAVADA NO FOLHALIQ VAI TAMBEM PARA O HISTORICO
      * PERMANENTE DE FOLHA (HISTFOL, EM EXTEND, TIPO 'N'), COM O MES
      * DE REFERENCIA DO PARMDATA (SEM PARAMETRO, O MES CORRENTE).
      * O HISTORICO ALIMENTA O INFORME DE RENDIMENTOS DO PU8EXF53.
      *
      * FUNCIONARIO ADMITIDO PELO PU8EXF54 CHEGA MARCADO NO CADFUNC
      * (IND-ADMIS = 'N'). SE O MES/ANO DE DT-ADMIS FOR O MES DE
      * REFERENCIA DA FOLHA, O SALARIO E PAGO SO PELOS DIAS DA
      * ADMISSAO ATE O FIM DO MES (BASE 30 DIAS, MINIMO DE 1 DIA); AS
      * FALTAS E HORAS EXTRAS CONTINUAM VALORADAS PELO SALARIO CHEIO.
      *
      * OS BENEFICIOS (PLANOS DO PLANBEN, INSCRICOES DO INSCBEN) TEM
      * A PARTE DO FUNCIONARIO DESCONTADA DO LIQUIDO, ANTES DO
      * CONSIGNADO, E INFORMADA EM LINHA PROPRIA NO FOLHALIQ
      * (BENEF-LIQ). SO CONTAM AS INSCRICOES VIGENTES NO MES DE
      * REFERENCIA; NOS PLANOS POR DEPENDENTE O VALOR POR VIDA VALE
      * PARA O TITULAR E CADA DEPENDENTE. O DESCONTO NUNCA PASSA DO
      * LIQUIDO. INSCRICAO EM PLANO QUE NAO EXISTE NO PLANBEN E
      * CRITICADA NO ARQUIVO DE INCONSISTENCIAS.
      *
      * OS PROFESSORES HORISTAS RECEBEM AS HORAS-AULA DADAS NO MES,
      * APURADAS PELO PU8EXF59 E GRAVADAS NO MESMO APONTFUN
      * (HORAS-AULA-APO, COM O VALOR DA HORA EM VLR-HORA-AULA-APO).
      * O VALOR DAS AULAS E SOMADO AO SALARIO BRUTO, COMO A COMISSAO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT PARMPISO        ASSIGN TO UT-S-PARMPISO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMPISO.
      *
           SELECT PARMDATA        ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT HISTFOL         ASSIGN TO UT-S-HISTFOL
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-HISTFOL.
      *
           SELECT PLANBEN         ASSIGN TO UT-S-PLANBEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PLANBEN.
      *
           SELECT INSCBEN         ASSIGN TO UT-S-INSCBEN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-INSCBEN.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
      * APONTAMENTO MENSAL DE FREQUENCIA POR FUNCIONARIO.
      *
       FD APONTFUN
          RECORD      CONTAINS    40 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-APONTFUN.
       COPY APONTFUN.
      *
       FD CADFUNC
          RECORD      CONTAINS    110 CHARACTERS
          05 NOME                 PIC X(30).
          05 DT-NASC               PIC 9(06).
          05 DT-ADMIS              PIC 9(06).
          05 DT-ADMIS-R           REDEFINES DT-ADMIS.
             10 DD-ADMIS          PIC 9(02).
             10 MM-ADMIS          PIC 9(02).
             10 AA-ADMIS          PIC 9(02).
          05 ENDER                PIC X(30).
          05 CEP                  PIC 9(08).
          05 UF                   PIC X(02).
          05 IND-ADMIS            PIC X(01).
          05 FILLER               PIC X(03).
          05 SALARIO              PIC 9(07)V99.
          05 DESCON               PIC 9(07)V99.
          05 SECAO                PIC X(01).
      * CALCULADO, PARA USO DO DEPARTAMENTO DE PESSOAL.
      *
       FD FOLHALIQ
          RECORD      CONTAINS    81 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-FOLHALIQ.
          05 INSS-LIQ             PIC 9(07)V99.
          05 IRRF-LIQ             PIC 9(07)V99.
          05 SALARIO-NETO         PIC 9(07)V99.
          05 BENEF-LIQ            PIC 9(07)V99.
      *
      * REGISTROS COM DESCON MAIOR QUE SALARIO, DESVIADOS DO EXTRATO
      * DE LIQUIDO PARA CORRECAO PELO RH, COM O MOTIVO DA REJEICAO.
          DATA        RECORD      IS REG-PARMPISO.
       01 REG-PARMPISO.
          05 VALOR-PISO-PARM      PIC 9(07)V99.
      *
      * DATA DE REFERENCIA DA FOLHA (AAAAMMDD); SO O MES E USADO.
      *
       FD PARMDATA
          RECORD      CONTAINS    08 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
      * HISTORICO PERMANENTE DE FOLHA, GRAVADO EM EXTEND.
      *
       FD HISTFOL
          RECORD      CONTAINS    80 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-HISTFOL.
       COPY HISTFOL.
      *
      * PLANOS DE BENEFICIO E INSCRICOES DOS FUNCIONARIOS.
      *
       FD PLANBEN
          RECORD      CONTAINS    60 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-PLANBEN.
       COPY PLANBEN.
      *
       FD INSCBEN
          RECORD      CONTAINS    40 CHARACTERS
          RECORDING   MODE        IS F
          LABEL       RECORD      IS STANDARD
          DATA        RECORD      IS REG-INSCBEN.
       COPY INSCBEN.
      *
       FD RUNLOG
          RECORD      CONTAINS    80 CHARACTERS
       77 ACUM-GRAVADOS           PIC 9(06) VALUE ZEROS.
       77 ACUM-REJEITADOS         PIC 9(06) VALUE ZEROS.
      *
      *  MES DE REFERENCIA DA FOLHA, PARA O HISTFOL
      *
       77 WS-DATA-RELATORIO-PARM  PIC 9(08) VALUE ZEROS.
      *
       01 WS-DATA-REF.
          05 WS-ANO-REF           PIC 9(04).
          05 WS-MES-REF           PIC 9(02).
          05 WS-DIA-REF           PIC 9(02).
      *
      *  APONTAMENTO DE FREQUENCIA EM TABELA E SALARIO BRUTO DO MES
      *
       01 WS-TAB-APO.
             10 WS-TAB-APO-FALTAS PIC 9(02).
             10 WS-TAB-APO-HE50   PIC 9(03)V99.
             10 WS-TAB-APO-HE100  PIC 9(03)V99.
             10 WS-TAB-APO-COMIS  PIC 9(07)V99.
             10 WS-TAB-APO-AULAS  PIC 9(07)V99.
             10 WS-TAB-APO-USADO  PIC X(01).
      *
       77 WS-IDX-APO              PIC 9(03) VALUE ZEROS.
       77 WS-SALARIO-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-HORA             PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-DIA              PIC 9(07)V99 VALUE ZEROS.
       77 WS-SALARIO-BASE         PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIAS-ADMIS           PIC 9(02) VALUE ZEROS.
      *
      *  PLANOS DE BENEFICIO E PARTE DO FUNCIONARIO POR INSCRICAO
      *  VIGENTE NO MES
      *
       01 WS-TAB-PLB.
          05 WS-TAB-PLB-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PLB-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-PLB-COD    PIC X(03).
             10 WS-TAB-PLB-BASE   PIC X(01).
             10 WS-TAB-PLB-VLR    PIC 9(05)V99.
      *
       01 WS-TAB-INS.
          05 WS-TAB-INS-QTD       PIC 9(04) VALUE ZEROS.
          05 WS-TAB-INS-ENTRY OCCURS 2000 TIMES.
             10 WS-TAB-INS-COD    PIC 9(05).
             10 WS-TAB-INS-VLR    PIC 9(07)V99.
      *
       77 WS-IDX-PLB              PIC 9(03) VALUE ZEROS.
       77 WS-PLB-ACHADO           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-INS              PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VIDAS            PIC 9(03) VALUE ZEROS.
       77 WS-VLR-BENEF            PIC 9(07)V99 VALUE ZEROS.
       77 WS-INICIO-MES           PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES              PIC 9(08) VALUE ZEROS.
      *
      *  FAIXAS DE INSS E IRRF CARREGADAS DO TABFOLHA E AREAS DO
      *  CALCULO PROGRESSIVO
       77 FS-PARMPISO             PIC X(02) VALUE SPACES.
       77 FS-FOLHALIQ             PIC X(02) VALUE SPACES.
       77 FS-FOLHAINC             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-HISTFOL              PIC X(02) VALUE SPACES.
       77 FS-PLANBEN              PIC X(02) VALUE SPACES.
       77 FS-INSCBEN              PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
       77 FS-OPERACAO             PIC X(13) VALUE SPACES.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 001-06-LER-PARMDATA.
           PERFORM 001-10-CARREGAR-TABFOLHA.
           PERFORM 001-13-CARREGAR-APONTFUN.
           PERFORM 001-16-CARREGAR-EMPFUNC.
           PERFORM 001-19-LER-PARMPISO.
           PERFORM 001-20-CARREGAR-PLANBEN.
           PERFORM 001-23-CARREGAR-INSCBEN.
           PERFORM 002-00-VER-ARQ-VAZIO.
           PERFORM 003-00-TRATAR
               UNTIL FS-CADFUNC EQUAL '10'.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  CADFUNC
                       APONTFUN
                       PARMDATA
                OUTPUT FOLHALIQ
                       FOLHAINC
                       DESCEMP
                EXTEND HISTFOL.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.
           PERFORM 001-03-FS-FOLHALIQ.
           PERFORM 001-04-FS-FOLHAINC.
           PERFORM 001-05-FS-DESCEMP.
           PERFORM 001-07-FS-HISTFOL.

       001-01-FIM.                EXIT.

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
       001-07-FS-HISTFOL          SECTION.
      *================================================================*
           MOVE 'HISTFOL'         TO FS-ARQUIVO.
           MOVE FS-HISTFOL        TO FS-COD-STATUS.

           IF FS-HISTFOL NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-07-FIM.                EXIT.

      *================================================================*
       001-05-FS-DESCEMP          SECTION.
      *================================================================*
      *================================================================*
       001-15-ACUMULAR-APONTFUN   SECTION.
      *================================================================*
      * CODIGO JA CARREGADO (FREQUENCIA E COMISSAO EM LINHAS
      * SEPARADAS) TEM AS LINHAS SOMADAS NA MESMA ENTRADA.
      *
           MOVE ZEROS             TO WS-APO-ACHADO.

           PERFORM 001-15-01-PROCURAR-CODIGO
               VARYING WS-IDX-APO FROM 1 BY 1
               UNTIL WS-IDX-APO GREATER WS-TAB-APO-QTD
                  OR WS-APO-ACHADO NOT EQUAL ZEROS.

           IF WS-APO-ACHADO EQUAL ZEROS
               ADD 1              TO WS-TAB-APO-QTD
               MOVE WS-TAB-APO-QTD TO WS-APO-ACHADO
               MOVE CODIGO-APO    TO
                   WS-TAB-APO-COD (WS-APO-ACHADO)
               MOVE ZEROS         TO
                   WS-TAB-APO-FALTAS (WS-APO-ACHADO)
                   WS-TAB-APO-HE50 (WS-APO-ACHADO)
                   WS-TAB-APO-HE100 (WS-APO-ACHADO)
                   WS-TAB-APO-COMIS (WS-APO-ACHADO)
                   WS-TAB-APO-AULAS (WS-APO-ACHADO)
               MOVE 'N'           TO
                   WS-TAB-APO-USADO (WS-APO-ACHADO).

           ADD DIAS-FALTA-APO     TO
               WS-TAB-APO-FALTAS (WS-APO-ACHADO).
           ADD HORAS-HE50-APO     TO
               WS-TAB-APO-HE50 (WS-APO-ACHADO).
           ADD HORAS-HE100-APO    TO
               WS-TAB-APO-HE100 (WS-APO-ACHADO).

           IF VLR-COMIS-APO NUMERIC
               ADD VLR-COMIS-APO  TO
                   WS-TAB-APO-COMIS (WS-APO-ACHADO).

           IF HORAS-AULA-APO NUMERIC
              AND VLR-HORA-AULA-APO NUMERIC
               COMPUTE WS-TAB-APO-AULAS (WS-APO-ACHADO) ROUNDED =
                   WS-TAB-APO-AULAS (WS-APO-ACHADO)
                   + (HORAS-AULA-APO * VLR-HORA-AULA-APO).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ APONTFUN.

       001-15-FIM.                EXIT.

      *================================================================*
       001-15-01-PROCURAR-CODIGO  SECTION.
      *================================================================*
           IF WS-TAB-APO-COD (WS-IDX-APO) EQUAL CODIGO-APO
               MOVE WS-IDX-APO    TO WS-APO-ACHADO.

       001-15-01-FIM.             EXIT.

      *================================================================*
       001-16-CARREGAR-EMPFUNC    SECTION.
      *================================================================*

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-CARREGAR-PLANBEN    SECTION.
      *================================================================*
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PLANBEN.
           PERFORM 001-21-FS-PLANBEN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANBEN.
           PERFORM 001-21-FS-PLANBEN.

           PERFORM 001-22-ACUMULAR-PLANBEN
               UNTIL FS-PLANBEN EQUAL '10'
                  OR WS-TAB-PLB-QTD EQUAL 100.

           IF FS-PLANBEN NOT EQUAL '10'
               DISPLAY '* PLANBEN COM MAIS DE 100 PLANOS     *'
               DISPLAY '* AUMENTAR WS-TAB-PLB E REPROCESSAR  *'
               MOVE 'PLANBEN'     TO FS-ARQUIVO
               MOVE FS-PLANBEN    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PLANBEN.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-FS-PLANBEN          SECTION.
      *================================================================*
           MOVE 'PLANBEN'         TO FS-ARQUIVO.
           MOVE FS-PLANBEN        TO FS-COD-STATUS.

           IF FS-PLANBEN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-ACUMULAR-PLANBEN    SECTION.
      *================================================================*
           ADD 1                  TO WS-TAB-PLB-QTD.
           MOVE COD-PLANO-PLB     TO WS-TAB-PLB-COD  (WS-TAB-PLB-QTD).
           MOVE BASE-PLB          TO WS-TAB-PLB-BASE (WS-TAB-PLB-QTD).
           MOVE VLR-FUNC-PLB      TO WS-TAB-PLB-VLR  (WS-TAB-PLB-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PLANBEN.
           PERFORM 001-21-FS-PLANBEN.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-CARREGAR-INSCBEN    SECTION.
      *================================================================*
      * SO AS INSCRICOES VIGENTES EM ALGUM DIA DO MES DE REFERENCIA
      * ENTRAM NA TABELA, JA COM A PARTE DO FUNCIONARIO CALCULADA.
      *
           MOVE WS-DATA-REF       TO WS-INICIO-MES.
           MOVE 01                TO WS-INICIO-MES (7:2).
           MOVE WS-DATA-REF       TO WS-FIM-MES.
           MOVE 31                TO WS-FIM-MES (7:2).

           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT INSCBEN.
           PERFORM 001-24-FS-INSCBEN.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ INSCBEN.
           PERFORM 001-24-FS-INSCBEN.

           PERFORM 001-25-ACUMULAR-INSCBEN
               UNTIL FS-INSCBEN EQUAL '10'
                  OR WS-TAB-INS-QTD EQUAL 2000.

           IF FS-INSCBEN NOT EQUAL '10'
               DISPLAY '* INSCBEN COM MAIS DE 2000 INSCRICOES *'
               DISPLAY '* AUMENTAR WS-TAB-INS E REPROCESSAR   *'
               MOVE 'INSCBEN'     TO FS-ARQUIVO
               MOVE FS-INSCBEN    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE INSCBEN.

       001-23-FIM.                EXIT.

      *================================================================*
       001-24-FS-INSCBEN          SECTION.
      *================================================================*
           MOVE 'INSCBEN'         TO FS-ARQUIVO.
           MOVE FS-INSCBEN        TO FS-COD-STATUS.

           IF FS-INSCBEN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-24-FIM.                EXIT.

      *================================================================*
       001-25-ACUMULAR-INSCBEN    SECTION.
      *================================================================*
           IF DT-INICIO-INS NOT GREATER WS-FIM-MES
              AND (DT-FIM-INS EQUAL ZEROS
                   OR DT-FIM-INS NOT LESS WS-INICIO-MES)
               MOVE ZEROS         TO WS-PLB-ACHADO
               PERFORM 001-25-01-PROCURAR-PLANO
                   VARYING WS-IDX-PLB FROM 1 BY 1
                   UNTIL WS-IDX-PLB GREATER WS-TAB-PLB-QTD
               IF WS-PLB-ACHADO EQUAL ZEROS
                   PERFORM 001-25-02-CRITICAR-INSCRICAO
               ELSE
                   MOVE 1         TO WS-QTD-VIDAS
                   IF WS-TAB-PLB-BASE (WS-PLB-ACHADO) EQUAL 'D'
                       ADD QTD-DEPEND-INS TO WS-QTD-VIDAS
                   END-IF
                   ADD 1          TO WS-TAB-INS-QTD
                   MOVE CODIGO-INS TO WS-TAB-INS-COD (WS-TAB-INS-QTD)
                   COMPUTE WS-TAB-INS-VLR (WS-TAB-INS-QTD) =
                       WS-TAB-PLB-VLR (WS-PLB-ACHADO) * WS-QTD-VIDAS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ INSCBEN.
           PERFORM 001-24-FS-INSCBEN.

       001-25-FIM.                EXIT.

      *================================================================*
       001-25-01-PROCURAR-PLANO   SECTION.
      *================================================================*
           IF WS-TAB-PLB-COD (WS-IDX-PLB) EQUAL COD-PLANO-INS
               MOVE WS-IDX-PLB    TO WS-PLB-ACHADO.

       001-25-01-FIM.             EXIT.

      *================================================================*
       001-25-02-CRITICAR-INSCRICAO SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-FOLHAINC.
           MOVE CODIGO-INS        TO CODIGO-INC.
           MOVE ZEROS             TO SALARIO-INC.
           MOVE ZEROS             TO DESCON-INC.
           MOVE 'INSCRICAO EM PLANO INEXISTENTE' TO MOTIVO-INC.
           WRITE REG-FOLHAINC.
           PERFORM 001-04-FS-FOLHAINC.
           ADD 1                  TO ACUM-REJEITADOS.

       001-25-02-FIM.             EXIT.

      *================================================================*
       002-00-VER-ARQ-VAZIO       SECTION.
      *================================================================*
           COMPUTE SALARIO-NETO =
               WS-SALARIO-BRUTO - WS-VLR-INSS - WS-VLR-IRRF.

           PERFORM 003-11-DESCONTAR-BENEFICIO.
           PERFORM 003-08-DESCONTAR-EMPRESTIMO.

           WRITE REG-FOLHALIQ.
           PERFORM 001-03-FS-FOLHALIQ.
           ADD 1                  TO ACUM-GRAVADOS.

           PERFORM 003-09-GRAVAR-HISTFOL.

       003-01-FIM.                EXIT.

      *================================================================*
       003-09-GRAVAR-HISTFOL      SECTION.
      *================================================================*
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           MOVE SPACES            TO REG-HISTFOL.

           MOVE CODIGO-LIQ        TO CODIGO-HFO.
           MOVE NOME-LIQ          TO NOME-HFO.
           MOVE SECAO-LIQ         TO SECAO-HFO.
           MOVE WS-DATA-REF (1:6) TO ANOMES-HFO.
           MOVE 'N'               TO TIPO-HFO.
           MOVE SALARIO-LIQ       TO BRUTO-HFO.
           MOVE INSS-LIQ          TO INSS-HFO.
           MOVE IRRF-LIQ          TO IRRF-HFO.
           MOVE SALARIO-NETO      TO LIQUIDO-HFO.

           WRITE REG-HISTFOL.
           PERFORM 001-07-FS-HISTFOL.

       003-09-FIM.                EXIT.

      *================================================================*
       003-02-GRAVAR-FOLHAINC     SECTION.
      *================================================================*
       003-07-APURAR-BRUTO        SECTION.
      *================================================================*
      * SALARIO PROPORCIONAL AS FALTAS (BASE 30 DIAS) MAIS AS HORAS
      * EXTRAS PELO DIVISOR 220, MAIS A COMISSAO E AS HORAS-AULA
      * DO MES. SEM APONTAMENTO = SALARIO INTEGRAL. NO MES DA
      * ADMISSAO, O SALARIO E SO O DOS DIAS TRABALHADOS DESDE
      * DT-ADMIS.
      *
           MOVE SALARIO           TO WS-SALARIO-BASE.

           IF IND-ADMIS EQUAL 'N'
              AND MM-ADMIS EQUAL WS-MES-REF
              AND AA-ADMIS EQUAL WS-ANO-REF (3:2)
               IF DD-ADMIS GREATER 30
                   MOVE 1         TO WS-DIAS-ADMIS
               ELSE
                   COMPUTE WS-DIAS-ADMIS = 31 - DD-ADMIS
               END-IF
               COMPUTE WS-SALARIO-BASE ROUNDED =
                   SALARIO * WS-DIAS-ADMIS / 30.

           MOVE WS-SALARIO-BASE   TO WS-SALARIO-BRUTO.
           MOVE ZEROS             TO WS-APO-ACHADO.

           PERFORM 003-07-01-PROCURAR-APO
               COMPUTE WS-VLR-DIA ROUNDED = SALARIO / 30
               COMPUTE WS-VLR-HORA ROUNDED = SALARIO / 220
               COMPUTE WS-SALARIO-BRUTO ROUNDED =
                   WS-SALARIO-BASE
                   - (WS-VLR-DIA *
                      WS-TAB-APO-FALTAS (WS-APO-ACHADO))
                   + (WS-VLR-HORA * 1,5 *
                      WS-TAB-APO-HE50 (WS-APO-ACHADO))
                   + (WS-VLR-HORA * 2 *
                      WS-TAB-APO-HE100 (WS-APO-ACHADO))
                   + WS-TAB-APO-COMIS (WS-APO-ACHADO)
               ADD WS-TAB-APO-AULAS (WS-APO-ACHADO)
                   TO WS-SALARIO-BRUTO.

       003-07-FIM.                EXIT.


       003-08-01-FIM.             EXIT.

      *================================================================*
       003-11-DESCONTAR-BENEFICIO SECTION.
      *================================================================*
      * SOMA A PARTE DO FUNCIONARIO DAS INSCRICOES VIGENTES E
      * DESCONTA DO LIQUIDO, LIMITADA AO PROPRIO LIQUIDO.
      *
           MOVE ZEROS             TO WS-VLR-BENEF.

           PERFORM 003-11-01-SOMAR-BENEFICIO
               VARYING WS-IDX-INS FROM 1 BY 1
               UNTIL WS-IDX-INS GREATER WS-TAB-INS-QTD.

           IF WS-VLR-BENEF GREATER SALARIO-NETO
               MOVE SALARIO-NETO  TO WS-VLR-BENEF.

           MOVE WS-VLR-BENEF      TO BENEF-LIQ.
           SUBTRACT WS-VLR-BENEF  FROM SALARIO-NETO.

       003-11-FIM.                EXIT.

      *================================================================*
       003-11-01-SOMAR-BENEFICIO  SECTION.
      *================================================================*
           IF WS-TAB-INS-COD (WS-IDX-INS) EQUAL CODIGO
               ADD WS-TAB-INS-VLR (WS-IDX-INS)
                   TO WS-VLR-BENEF.

       003-11-01-FIM.             EXIT.

      *================================================================*
       003-10-CRITICAR-ORFAOS     SECTION.
      *================================================================*
           CLOSE CADFUNC
                 FOLHALIQ
                 FOLHAINC
                 DESCEMP
                 HISTFOL.
           PERFORM 001-01-TESTAR-FS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
