      * O NUMERO DA NOTA) BAIXA OS ITENS PAGOS, QUE NAO PASSAM PARA
      * A PROXIMA CARTEIRA. O RELATORIO LISTA A NECESSIDADE DE CAIXA
      * POR DATA DE VENCIMENTO, POR FORNECEDOR.
      *
      * CADA DEVOLUCAO DA QUALIDADE (DEVFORN, GRAVADO PELO PU8EXE77)
      * ENTRA NA CARTEIRA COMO NOTA DE DEBITO AO FORNECEDOR (TIPO-
      * DOC-AP 'D'), IDENTIFICADA PELO DOCUMENTO DO RECEBIMENTO E
      * VALORIZADA PELO PRECO DO PEDIDO (PEDIDO NAS POSICOES 1 A 6 DO
      * DOCUMENTO, MAIS A PECA); DEVOLUCAO SEM PEDIDO E SO CONTADA.
      * NA REMESSA, AS NOTAS DE DEBITO EM ABERTO DO FORNECEDOR SAO
      * COMPENSADAS CONTRA OS ITENS DELE QUE ESTAO SAINDO: O ITEM VAI
      * AO BANCO PELO LIQUIDO (ITEM ZERADO NAO VAI E FICA BAIXADO) E
      * A NOTA DE DEBITO FICA COM O SALDO (ZERADA, E BAIXADA). O
      * RELATORIO IMPRIME AS COMPENSACOES E, PARA A RECUPERACAO PELO
      * COMPRAS, AS NOTAS DE DEBITO QUE CONTINUAM EM ABERTO, COM OS
      * DIAS DESDE A DEVOLUCAO.
      *
      * AS NOTAS SEM PEDIDO DE COMPRA (SERVICOS E DESPESAS), JA
      * CRITICADAS PELO PU8EXF31 (NOTADESV, VER COPY NOTADESP),
      * ENTRAM NA CARTEIRA COM O FORNECEDOR DA PROPRIA NOTA E O
      * VENCIMENTO PELO PRAZFORN, COMO AS DEMAIS, MARCADAS COM
      * TIPO-DOC-AP 'S' (NOTA SEM PEDIDO).
      *
      * RETENCOES NA FONTE: NO PAGAMENTO AO FORNECEDOR DE SERVICOS
      * COM CATEGORIA FISCAL NO CADFORN (CATEG-RET-FORN), CADA
      * TRIBUTO DA CATEGORIA NA TABRET (ISS, IRRF, PIS, COFINS, CSLL)
      * E RETIDO SOBRE O VALOR DO ITEM, QUE VAI AO BANCO PELO
      * LIQUIDO. O RETIDO ENTRA NA CARTEIRA COMO ITEM DO TRIBUTO A
      * RECOLHER (TIPO-DOC-AP 'T', FORNECEDOR ZEROS, NUMERO = TRIBUTO
      * + ANO/MES DO PAGAMENTO, ACUMULADO NO MES), VENCENDO NO DIA
      * LEGAL DO MES SEGUINTE, E CADA RETENCAO E GRAVADA NO RETFORN
      * (EM EXTEND) PARA O RELATORIO MENSAL DO PU8EXF32.
      *
      * CONTABILIZACAO DA CARTEIRA: OS LANCAMENTOS SAEM NO APCONT, NO
      * LAYOUT DO CADCONTA, RESUMIDOS POR CONTA E NATUREZA NA DATA DE
      * REFERENCIA (COMO O ESTCONT DO PU8EXF20), PARA A MESCLA DO
      * PU8EXE45 E O FECHAMENTO DO PU8EXE43:
      *   NOTA COM PEDIDO  - DEBITO EM RECEBIDO NAO FATURADO (A MESMA
      *                      CONTA DO PARMESTC QUE O PU8EXF20 CREDITA
      *                      NO RECEBIMENTO DA PECA) E CREDITO EM
      *                      FORNECEDORES;
      *   NOTA SEM PEDIDO  - DEBITO NA CONTA DE DESPESA DA NOTA E
      *                      CREDITO EM FORNECEDORES;
      *   NOTA DE DEBITO   - DEBITO EM FORNECEDORES E CREDITO EM
      *                      RECEBIDO NAO FATURADO;
      *   PAGAMENTO        - NO RETORNO DO BANCO, DEBITO EM
      *                      FORNECEDORES E CREDITO NO BANCO, PELO
      *                      VALOR REMETIDO DO ITEM.
      * AS CONTAS DE FORNECEDORES E DO BANCO VEM DO PARMDESP (A MESMA
      * CONTA DE FORNECEDORES DO PU8EXF31). COMPENSACOES E RETENCOES
      * SO MOVEM SALDO ENTRE ITENS DA CARTEIRA, DENTRO DA CONTA DE
      * FORNECEDORES, E NAO GERAM LANCAMENTO.
      *
      * TRAVA DE PERIODO: PARTIDA DATADA EM ANO/MES JA FECHADO NO
      * PERCONT (FECHAMENTO DO PU8EXE43) NAO ENTRA NO APCONT; E
      * RETIDA NO PERSUS COM O MOTIVO, E A QUANTIDADE E EXIBIDA NO FIM.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
           SELECT NOTALIB         ASSIGN TO UT-S-NOTALIB
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-NOTALIB.
      *
           SELECT NOTADESV        ASSIGN TO UT-S-NOTADESV
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-NOTADESV.
      *
           SELECT CADFORN         ASSIGN TO UT-S-CADFORN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-CADFORN.
      *
           SELECT TABRET          ASSIGN TO UT-S-TABRET
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-TABRET.
      *
           SELECT RETFORN         ASSIGN TO UT-S-RETFORN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RETFORN.
      *
           SELECT PEDCOMP         ASSIGN TO UT-S-PEDCOMP
                                  ACCESS SEQUENTIAL
           SELECT PRAZFORN        ASSIGN TO UT-S-PRAZFORN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PRAZFORN.
      *
           SELECT DEVFORN         ASSIGN TO UT-S-DEVFORN
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-DEVFORN.
      *
           SELECT RETPAG          ASSIGN TO UT-S-RETPAG
                                  ACCESS SEQUENTIAL
           SELECT     RELATO      ASSIGN TO UR-S-RELATO
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-RELATO.
      *
           SELECT APCONT          ASSIGN TO UT-S-APCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-APCONT.
      *
           SELECT     PARMESTC    ASSIGN TO UT-S-PARMESTC
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMESTC.
      *
           SELECT     PARMDESP    ASSIGN TO UT-S-PARMDESP
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDESP.
      *
           SELECT     PARMDATA    ASSIGN TO UT-S-PARMDATA
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PARMDATA.
      *
           SELECT PERCONT         ASSIGN TO UT-S-PERCONT
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERCONT.
      *
           SELECT PERSUS          ASSIGN TO UT-S-PERSUS
                                  ACCESS SEQUENTIAL
                                  FILE STATUS FS-PERSUS.
      *
           SELECT RUNLOG           ASSIGN TO UT-S-RUNLOG
                                  ACCESS SEQUENTIAL
      * REMETIDO AO BANCO). TAXA-CAMBIO-AP GUARDA A TAXA DE CAMBIO
      * DO ULTIMO APRECAMENTO DO ITEM EM MOEDA ESTRANGEIRA (ZEROS =
      * MOEDA LOCAL OU ITEM AINDA NAO APRECADO PELO PU8EXE83).
      * TIPO-DOC-AP 'D' E NOTA DE DEBITO AO FORNECEDOR (DEVOLUCAO DA
      * QUALIDADE): NUMERO = DOCUMENTO DO RECEBIMENTO, VALOR = SALDO
      * A RECUPERAR E DT-VENC-AP = DATA DA DEVOLUCAO. 'S' = NOTA SEM
      * PEDIDO DE COMPRA (NOTADESV). 'T' = TRIBUTO RETIDO A RECOLHER.
      * BRANCOS = NOTA DO FORNECEDOR.
      *
       FD APABERTO
           RECORD     CONTAINS    50 CHARACTERS
          05 DT-VENC-AP           PIC 9(08).
          05 SITUACAO-AP          PIC X(01).
          05 TAXA-CAMBIO-AP       PIC 9(05)V9(04).
          05 TIPO-DOC-AP          PIC X(01).
          05 FILLER               PIC X(03).
      *
       FD NOTALIB
           RECORD     CONTAINS    60 CHARACTERS
          05 PREC-NF              PIC 9(13)V99.
          05 DATA-NF              PIC 9(08).
          05 FILLER               PIC X(11).
      *
      * NOTAS SEM PEDIDO DE COMPRA ACEITAS PELO PU8EXF31.
      *
       FD NOTADESV
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-NOTADESP.
       COPY NOTADESP.
      *
      * CATEGORIA FISCAL DO FORNECEDOR PARA AS RETENCOES.
      *
       FD CADFORN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-CADFORN.
       COPY CADFORN.
      *
       FD TABRET
           RECORD     CONTAINS    30 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-TABRET.
       COPY TABRET.
      *
       FD RETFORN
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-RETFORN.
       COPY RETFORN.
      *
       FD PEDCOMP
           RECORD     CONTAINS    60 CHARACTERS
          05 SITUACAO-PO          PIC X(01).
          05 FILLER               PIC X(10).
      *
      * DEVOLUCOES AO FORNECEDOR REJEITADAS PELA QUALIDADE (PU8EXE77):
      * O DOCUMENTO E O DO RECEBIMENTO, COM O PEDIDO NAS POSICOES 1
      * A 6 E O LOTE EM SEGUIDA.
      *
       FD DEVFORN
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-DEVFORN.
       01 REG-DEVFORN.
          05 FORN-DEV             PIC X(05).
          05 COD-PECA-DEV         PIC 9(05).
          05 QTD-DEV              PIC 9(05).
          05 DOC-DEV.
             10 PO-DOC-DEV        PIC X(06).
             10 LOTE-DOC-DEV      PIC X(04).
          05 DATA-DEV             PIC 9(08).
          05 FILLER               PIC X(07).
      *
      * PRAZO DE PAGAMENTO EM DIAS POR FORNECEDOR.
      *
       FD PRAZFORN
           DATA       RECORD      IS REG-RELATO.
       01 REG-RELATO.
          05 FILLER               PIC X(80).
      *
      * LANCAMENTOS DA CARTEIRA, NO LAYOUT DO CADCONTA.
      *
       FD APCONT
           RECORD     CONTAINS    42 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-APCONT.
       01 REG-APCONT.
          05 CONTA-APC            PIC X(10).
          05 IND-DC-APC           PIC X(01).
          05 QTD-APC              PIC 9(06).
          05 VALOR-APC            PIC 9(11)V99.
          05 DATA-LANC-APC        PIC 9(08).
          05 QTD-REG-APC          PIC 9(04).
      *
      * PARAMETRO DO PU8EXF20: A CONTA DE RECEBIDO NAO FATURADO
      * CREDITADA NO RECEBIMENTO E DEBITADA AQUI NA ENTRADA DA NOTA
      * COM PEDIDO.
      *
       FD PARMESTC
           RECORD     CONTAINS    50 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMESTC.
       01 REG-PARMESTC.
          05 CONTA-RNF-PARM       PIC X(10).
          05 CONTA-PROC-PARM      PIC X(10).
          05 CONTA-DIF-PARM       PIC X(10).
          05 CONTA-TRANS-PARM     PIC X(10).
          05 CONTA-ACES-PARM      PIC X(10).
      *
      * CONTA DE FORNECEDORES (PASSIVO, A MESMA DO PU8EXF31) E CONTA
      * DO BANCO PAGADOR.
      *
       FD PARMDESP
           RECORD     CONTAINS    20 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PARMDESP.
       01 REG-PARMDESP.
          05 CONTA-FORN-PARM      PIC X(10).
          05 CONTA-BANCO-PARM     PIC X(10).
      *
       FD PARMDATA
           RECORD     CONTAINS    08 CHARACTERS
           DATA       RECORD      IS REG-PARMDATA.
       01 REG-PARMDATA.
          05 DATA-RELATORIO-PARM  PIC 9(08).
      *
      * SITUACAO DOS PERIODOS CONTABEIS (FECHAMENTO DO PU8EXE43)
      *
       FD PERCONT
           RECORD     CONTAINS    40 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERCONT.
       COPY PERCONT.
      *
      * PARTIDAS RETIDAS POR ESTAREM DATADAS EM PERIODO FECHADO
      *
       FD PERSUS
           RECORD     CONTAINS    80 CHARACTERS
           RECORDING  MODE        IS F
           LABEL      RECORD      IS STANDARD
           DATA       RECORD      IS REG-PERSUS.
       COPY PERSUS.
      *
       FD RUNLOG
           RECORD     CONTAINS    80 CHARACTERS
      *
      *  CARTEIRA EM TABELA: ITENS ANTERIORES MAIS AS NOTAS NOVAS.
      *  SITUACAO 'A' ABERTO, 'R' REMETIDO, 'P' PAGO (BAIXADO).
      *  TIPO 'D' NOTA DE DEBITO AO FORNECEDOR, 'S' NOTA SEM PEDIDO,
      *  'T' TRIBUTO RETIDO A RECOLHER, BRANCOS NOTA.
      *
       01 WS-TAB-AP.
          05 WS-TAB-AP-QTD        PIC 9(03) VALUE ZEROS.
             10 WS-TAB-AP-SIT     PIC X(01).
             10 WS-TAB-AP-TAXA    PIC 9(05)V9(04).
             10 WS-TAB-AP-IMPRESSO PIC X(01).
             10 WS-TAB-AP-TIPO    PIC X(01).
      *
      *  PEDIDOS DE COMPRA (PEDIDO -> FORNECEDOR, PECA E PRECO PARA
      *  AS NOTAS DE DEBITO) E PRAZOS
      *
       01 WS-TAB-PO.
          05 WS-TAB-PO-QTD        PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PO-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-PO-NUM     PIC 9(06).
             10 WS-TAB-PO-FORN    PIC 9(05).
             10 WS-TAB-PO-PECA    PIC 9(05).
             10 WS-TAB-PO-PRECO   PIC 9(13)V99.
      *
       01 WS-TAB-PRZ.
          05 WS-TAB-PRZ-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PRZ-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-PRZ-FORN   PIC 9(05).
             10 WS-TAB-PRZ-DIAS   PIC 9(03).
      *
      *  CATEGORIA FISCAL DOS FORNECEDORES QUE TEM RETENCAO E
      *  ALIQUOTAS POR CATEGORIA E TRIBUTO
      *
       01 WS-TAB-FRT.
          05 WS-TAB-FRT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-FRT-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-FRT-FORN   PIC 9(05).
             10 WS-TAB-FRT-CATEG  PIC X(01).
      *
       01 WS-TAB-TRT.
          05 WS-TAB-TRT-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-TRT-ENTRY OCCURS 100 TIMES.
             10 WS-TAB-TRT-CATEG  PIC X(01).
             10 WS-TAB-TRT-TRIB   PIC X(04).
             10 WS-TAB-TRT-ALIQ   PIC 9(02)V99.
             10 WS-TAB-TRT-DIA    PIC 9(02).
             10 WS-TAB-TRT-MIN    PIC 9(07)V99.
      *
      *  COMPENSACOES DA REMESSA (NOTA DE DEBITO CONTRA ITEM), PARA
      *  O RELATORIO
      *
       01 WS-TAB-CMP.
          05 WS-TAB-CMP-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CMP-ENTRY OCCURS 500 TIMES.
             10 WS-TAB-CMP-FORN   PIC 9(05).
             10 WS-TAB-CMP-NOTA   PIC X(10).
             10 WS-TAB-CMP-DEBITO PIC X(10).
             10 WS-TAB-CMP-VALOR  PIC 9(11)V99.
      *
       77 WS-IDX                  PIC 9(03) VALUE ZEROS.
       77 WS-IDX-2                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MENOR            PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO               PIC 9(03) VALUE ZEROS.
       77 WS-FORN-NOTA            PIC 9(05) VALUE ZEROS.
       77 WS-DATA-NOTA            PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PRAZO           PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-NOTA           PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-TRAB            PIC 9(07) VALUE ZEROS.
       77 WS-DT-VENC-TRAB         PIC 9(08) VALUE ZEROS.
       77 WS-NUM-PO-DEV           PIC 9(06) VALUE ZEROS.
       77 WS-SALDO-REMESSA        PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-COMP           PIC 9(11)V99 VALUE ZEROS.
       77 WS-IDX-DEB              PIC 9(03) VALUE ZEROS.
      *
      *  CONTABILIZACAO: CONTAS DOS PARAMETROS, PARTIDA EM MONTAGEM E
      *  LANCAMENTOS ACUMULADOS POR CONTA E NATUREZA (D/C)
      *
       77 WS-CONTA-RNF            PIC X(10) VALUE SPACES.
       77 WS-CONTA-FORN           PIC X(10) VALUE SPACES.
       77 WS-CONTA-BANCO          PIC X(10) VALUE SPACES.
       77 WS-CONTA-DEB            PIC X(10) VALUE SPACES.
       77 WS-CONTA-CRED           PIC X(10) VALUE SPACES.
       77 WS-CONTA-ACUM           PIC X(10) VALUE SPACES.
       77 WS-DC-ACUM              PIC X(01) VALUE SPACES.
       77 WS-VALOR-LANC           PIC 9(11)V99 VALUE ZEROS.
       77 WS-IDX-CTA              PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO-CTA           PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-LANC             PIC 9(04) VALUE ZEROS.
      *
       01 WS-TAB-CTA.
          05 WS-TAB-CTA-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-CTA-ENTRY OCCURS 200 TIMES.
             10 WS-TAB-CTA-CONTA  PIC X(10).
             10 WS-TAB-CTA-DC     PIC X(01).
             10 WS-TAB-CTA-ITENS  PIC 9(06).
             10 WS-TAB-CTA-VALOR  PIC 9(11)V99.
      *
      *  RETENCOES NA FONTE DO ITEM EM PAGAMENTO
      *
       77 WS-IDX-TRT              PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TRB              PIC 9(03) VALUE ZEROS.
       77 WS-ACHADO-TRB           PIC 9(03) VALUE ZEROS.
       77 WS-CATEG-RET            PIC X(01) VALUE SPACES.
       77 WS-BASE-RET             PIC 9(11)V99 VALUE ZEROS.
       77 WS-VALOR-RET            PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIA-RECOLHE          PIC 9(02) VALUE ZEROS.
       01 WS-DATA-PAGTO.
          05 WS-ANO-PAGTO         PIC 9(04).
          05 WS-MES-PAGTO         PIC 9(02).
          05 WS-DIA-PAGTO         PIC 9(02).
       01 WS-DT-RECOLHE.
          05 WS-ANO-RECOLHE       PIC 9(04).
          05 WS-MES-RECOLHE       PIC 9(02).
          05 WS-DIA-RECOLHE-DT    PIC 9(02).
       01 WS-NOTA-TRIB.
          05 WS-NOTA-TRIB-COD     PIC X(04).
          05 WS-NOTA-TRIB-ANO     PIC 9(04).
          05 WS-NOTA-TRIB-MES     PIC 9(02).
      *
      *  ACUMULADORES
      *
       77 ACUM-RET-SEM-ITEM       PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-ABERTO         PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-REMESSA        PIC 9(11)V99 VALUE ZEROS.
       77 ACUM-DEBITOS            PIC 9(06) VALUE ZEROS.
       77 ACUM-DEV-SEM-PO         PIC 9(06) VALUE ZEROS.
       77 ACUM-COMPENSADAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-QUITADAS-COMP      PIC 9(06) VALUE ZEROS.
       77 ACUM-DEB-ABERTAS        PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-COMPENSADO     PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-DEB-ABERTO     PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-SEM-PEDIDO         PIC 9(06) VALUE ZEROS.
       77 ACUM-RETENCOES          PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-RETIDO         PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-LANCAMENTOS        PIC 9(06) VALUE ZEROS.
       77 ACUM-VLR-DEBITOS        PIC 9(13)V99 VALUE ZEROS.
       77 ACUM-VLR-CREDITOS       PIC 9(13)V99 VALUE ZEROS.
      *
      * FILE STATUS
      *
       77 FS-APABERTO             PIC X(02) VALUE SPACES.
       77 FS-NOTALIB              PIC X(02) VALUE SPACES.
       77 FS-NOTADESV             PIC X(02) VALUE SPACES.
       77 FS-CADFORN              PIC X(02) VALUE SPACES.
       77 FS-TABRET               PIC X(02) VALUE SPACES.
       77 FS-RETFORN              PIC X(02) VALUE SPACES.
       77 FS-PEDCOMP              PIC X(02) VALUE SPACES.
       77 FS-PRAZFORN             PIC X(02) VALUE SPACES.
       77 FS-RETPAG               PIC X(02) VALUE SPACES.
       77 FS-DEVFORN              PIC X(02) VALUE SPACES.
       77 FS-APABERTN             PIC X(02) VALUE SPACES.
       77 FS-REMESSA              PIC X(02) VALUE SPACES.
       77 FS-RELATO               PIC X(02) VALUE SPACES.
       77 FS-APCONT               PIC X(02) VALUE SPACES.
       77 FS-PARMESTC             PIC X(02) VALUE SPACES.
       77 FS-PARMDESP             PIC X(02) VALUE SPACES.
       77 FS-PARMDATA             PIC X(02) VALUE SPACES.
       77 FS-COD-STATUS           PIC X(02) VALUE SPACES.
       77 FS-ARQUIVO              PIC X(08) VALUE SPACES.
             'RETORNOS SEM ITEM NA CARTEIRA            :'.
          05 TOT007-SEM-ITEM      PIC ZZZ.ZZ9.
      *
       01  TOT008.
          05 FILLER               PIC X(44) VALUE
             'NOTAS DE DEBITO INCLUIDAS (DEVOLUCOES)   :'.
          05 TOT008-DEBITOS       PIC ZZZ.ZZ9.
      *
       01  TOT009.
          05 FILLER               PIC X(44) VALUE
             'DEVOLUCOES SEM PEDIDO DE COMPRA          :'.
          05 TOT009-SEM-PO        PIC ZZZ.ZZ9.
      *
       01  TOT010.
          05 FILLER               PIC X(44) VALUE
             'COMPENSACOES NA REMESSA                  :'.
          05 TOT010-COMPENSADAS   PIC ZZZ.ZZ9.
      *
       01  TOT011.
          05 FILLER               PIC X(44) VALUE
             'ITENS QUITADOS SO POR COMPENSACAO        :'.
          05 TOT011-QUITADAS      PIC ZZZ.ZZ9.
      *
       01  TOT012.
          05 FILLER               PIC X(29) VALUE
             'VALOR COMPENSADO           :'.
          05 TOT012-VLR-COMP      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT013.
          05 FILLER               PIC X(44) VALUE
             'NOTAS DE DEBITO EM ABERTO A RECUPERAR    :'.
          05 TOT013-DEB-ABERTAS   PIC ZZZ.ZZ9.
      *
       01  TOT014.
          05 FILLER               PIC X(29) VALUE
             'VALOR A RECUPERAR          :'.
          05 TOT014-VLR-DEBITO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT015.
          05 FILLER               PIC X(44) VALUE
             'NOTAS SEM PEDIDO INCLUIDAS (NOTADESV)    :'.
          05 TOT015-SEM-PEDIDO    PIC ZZZ.ZZ9.
      *
       01  TOT016.
          05 FILLER               PIC X(44) VALUE
             'RETENCOES NA FONTE NA REMESSA (RETFORN)  :'.
          05 TOT016-RETENCOES     PIC ZZZ.ZZ9.
      *
       01  TOT017.
          05 FILLER               PIC X(29) VALUE
             'VALOR RETIDO A RECOLHER    :'.
          05 TOT017-VLR-RETIDO    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT018.
          05 FILLER               PIC X(44) VALUE
             'LANCAMENTOS CONTABEIS GERADOS (APCONT)   :'.
          05 TOT018-LANCAMENTOS   PIC ZZZ.ZZ9.
      *
       01  TOT019.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL DOS DEBITOS    :'.
          05 TOT019-DEBITOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT020.
          05 FILLER               PIC X(29) VALUE
             'VALOR TOTAL DOS CREDITOS   :'.
          05 TOT020-CREDITOS      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *  COMPENSACOES E NOTAS DE DEBITO SEM COMPENSACAO
      *
       01  TIT002.
          05 FILLER               PIC X(60) VALUE
             'COMPENSACOES DE NOTAS DE DEBITO NA REMESSA'.
      *
       01  CAB006.
          05 FILLER               PIC X(07) VALUE 'FORN.'.
          05 FILLER               PIC X(12) VALUE 'NOTA'.
          05 FILLER               PIC X(12) VALUE 'NOTA DEBITO'.
          05 FILLER               PIC X(17) VALUE 'VALOR COMPENS.'.
      *
       01  DET002.
          05 DET002-FORN          PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-NOTA          PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-DEBITO        PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET002-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  TIT003.
          05 FILLER               PIC X(60) VALUE
             'NOTAS DE DEBITO A RECUPERAR (SEM ITEM PARA COMPENSAR)'.
      *
       01  CAB007.
          05 FILLER               PIC X(12) VALUE 'DEVOLUCAO'.
          05 FILLER               PIC X(07) VALUE 'FORN.'.
          05 FILLER               PIC X(12) VALUE 'DOCUMENTO'.
          05 FILLER               PIC X(17) VALUE 'SALDO'.
          05 FILLER               PIC X(10) VALUE 'DIAS'.
      *
       01  DET003.
          05 DET003-DATA          PIC 9(08).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET003-FORN          PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-DOC           PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET003-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET003-DIAS          PIC ZZZ.ZZ9.
      *
      *  RESUMO DOS LANCAMENTOS CONTABEIS POR CONTA E NATUREZA
      *
       01  TIT004.
          05 FILLER               PIC X(60) VALUE
             'LANCAMENTOS CONTABEIS DA CARTEIRA (APCONT)'.
      *
       01  CAB008.
          05 FILLER               PIC X(12) VALUE 'CONTA'.
          05 FILLER               PIC X(05) VALUE 'D/C'.
          05 FILLER               PIC X(10) VALUE 'ITENS'.
          05 FILLER               PIC X(17) VALUE 'VALOR'.
      *
       01  DET004.
          05 DET004-CONTA         PIC X(10).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 DET004-DC            PIC X(01).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 DET004-ITENS         PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DET004-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
      *
      *
      *  TRAVA DE PERIODO CONTABIL - ANO/MES FECHADOS NO PERCONT E
      *  PARTIDAS RETIDAS NO PERSUS POR CAIREM NUM DELES
      *
       01 WS-TAB-PER.
          05 WS-TAB-PER-QTD       PIC 9(03) VALUE ZEROS.
          05 WS-TAB-PER-ANOMES    PIC 9(06) OCCURS 240 TIMES.
       01 WS-PER-DATA.
          05 WS-PER-ANOMES        PIC 9(06).
          05 WS-PER-DIA           PIC 9(02).
       01 WS-PER-MOTIVO.
          05 FILLER               PIC X(08) VALUE 'PERIODO '.
          05 WS-PER-MOTIVO-ANOMES PIC 9(06).
          05 FILLER               PIC X(08) VALUE ' FECHADO'.
       77 WS-IDX-PER              PIC 9(03) VALUE ZEROS.
       77 WS-PER-FECHADO          PIC X(01) VALUE 'N'.
       77 WS-PERSUS-ABERTO        PIC X(01) VALUE 'N'.
       77 WS-PER-ARQUIVO          PIC X(08) VALUE SPACES.
       77 WS-PER-LANC             PIC X(42) VALUE SPACES.
       77 ACUM-PER-RETIDOS        PIC 9(06) VALUE ZEROS.
       77 FS-PERCONT              PIC X(02) VALUE SPACES.
       77 FS-PERSUS               PIC X(02) VALUE SPACES.
      *
      * TRILHA DE AUDITORIA (RUNLOG) - GRAVADA AO FINAL DA EXECUCAO
      *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNLOG-HORA-INICIO.
           PERFORM 001-00-ABRIR-ARQUIVOS.
           PERFORM 800-00-CARREGAR-PERIODOS.
           PERFORM 001-11-LER-PARMDATA.
           PERFORM 001-12-CARREGAR-PRAZFORN.
           PERFORM 001-14-CARREGAR-PEDCOMP.
           PERFORM 001-16-CARREGAR-APABERTO.
           PERFORM 001-18-CARREGAR-CADFORN.
           PERFORM 001-20-CARREGAR-TABRET.
           PERFORM 001-22-LER-PARMESTC.
           PERFORM 001-23-LER-PARMDESP.
           PERFORM 002-00-OBTER-DATA-HORA.
           PERFORM 003-00-INCLUIR-NOTAS.
           PERFORM 003-20-INCLUIR-SEM-PEDIDO.
           PERFORM 003-50-INCLUIR-DEBITOS.
           PERFORM 004-00-PROCESSAR-RETORNO.
           PERFORM 005-00-GERAR-REMESSA.
           PERFORM 006-00-IMPRIMIR-CARTEIRA.
           PERFORM 006-10-IMPRIMIR-COMPENSACOES.
           PERFORM 006-20-IMPRIMIR-DEBITOS.
           PERFORM 006-50-GRAVAR-APABERTN.
           PERFORM 006-30-GERAR-LANCAMENTOS.
           PERFORM 007-00-IMPRIMIR-TOTAIS.
           PERFORM 007-50-FECHAR-ARQUIVOS.
           STOP RUN.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT  APABERTO
                       NOTALIB
                       NOTADESV
                       CADFORN
                       TABRET
                       PEDCOMP
                       PRAZFORN
                       DEVFORN
                       RETPAG
                       PARMESTC
                       PARMDESP
                       PARMDATA
                OUTPUT APABERTN
                       REMESSA
                       APCONT
                       RELATO
                EXTEND RETFORN.
           PERFORM 001-01-TESTAR-FS.

       001-00-FIM.                EXIT.
           PERFORM 001-07-FS-APABERTN.
           PERFORM 001-08-FS-REMESSA.
           PERFORM 001-09-FS-RELATO.
           PERFORM 001-10-FS-DEVFORN.
           PERFORM 001-10-01-FS-NOTADESV.
           PERFORM 001-10-02-FS-CADFORN.
           PERFORM 001-10-03-FS-TABRET.
           PERFORM 001-10-04-FS-RETFORN.
           PERFORM 001-10-05-FS-APCONT.

       001-01-FIM.                EXIT.


       001-09-FIM.                EXIT.

      *================================================================*
       001-10-FS-DEVFORN          SECTION.
      *================================================================*
           MOVE 'DEVFORN'         TO FS-ARQUIVO.
           MOVE FS-DEVFORN        TO FS-COD-STATUS.

           IF FS-DEVFORN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-10-FIM.                EXIT.

      *================================================================*
       001-10-01-FS-NOTADESV      SECTION.
      *================================================================*
           MOVE 'NOTADESV'        TO FS-ARQUIVO.
           MOVE FS-NOTADESV       TO FS-COD-STATUS.

           IF FS-NOTADESV NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-10-01-FIM.             EXIT.

      *================================================================*
       001-10-02-FS-CADFORN       SECTION.
      *================================================================*
           MOVE 'CADFORN'         TO FS-ARQUIVO.
           MOVE FS-CADFORN        TO FS-COD-STATUS.

           IF FS-CADFORN NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-10-02-FIM.             EXIT.

      *================================================================*
       001-10-03-FS-TABRET        SECTION.
      *================================================================*
           MOVE 'TABRET'          TO FS-ARQUIVO.
           MOVE FS-TABRET         TO FS-COD-STATUS.

           IF FS-TABRET NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       001-10-03-FIM.             EXIT.

      *================================================================*
       001-10-04-FS-RETFORN       SECTION.
      *================================================================*
           MOVE 'RETFORN'         TO FS-ARQUIVO.
           MOVE FS-RETFORN        TO FS-COD-STATUS.

           IF FS-RETFORN NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-10-04-FIM.             EXIT.

      *================================================================*
       001-10-05-FS-APCONT        SECTION.
      *================================================================*
           MOVE 'APCONT'          TO FS-ARQUIVO.
           MOVE FS-APCONT         TO FS-COD-STATUS.

           IF FS-APCONT NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       001-10-05-FIM.             EXIT.

      *================================================================*
       001-11-LER-PARMDATA        SECTION.
      *================================================================*
               WS-TAB-PO-NUM (WS-TAB-PO-QTD).
           MOVE FORN-PO           TO
               WS-TAB-PO-FORN (WS-TAB-PO-QTD).
           MOVE COD-PECA-PO       TO
               WS-TAB-PO-PECA (WS-TAB-PO-QTD).
           MOVE PREC-PO           TO
               WS-TAB-PO-PRECO (WS-TAB-PO-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PEDCOMP.
               MOVE ZEROS         TO
                   WS-TAB-AP-TAXA (WS-TAB-AP-QTD).

           IF TIPO-DOC-AP EQUAL 'D' OR 'S' OR 'T'
               MOVE TIPO-DOC-AP   TO
                   WS-TAB-AP-TIPO (WS-TAB-AP-QTD)
           ELSE
               MOVE SPACES        TO
                   WS-TAB-AP-TIPO (WS-TAB-AP-QTD).

           MOVE 'N'               TO
               WS-TAB-AP-IMPRESSO (WS-TAB-AP-QTD).


       001-17-FIM.                EXIT.

      *================================================================*
       001-18-CARREGAR-CADFORN    SECTION.
      *================================================================*
      * SO OS FORNECEDORES COM CATEGORIA FISCAL DE RETENCAO.
      *
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFORN.
           PERFORM 001-10-02-FS-CADFORN.

           PERFORM 001-19-ACUMULAR-CADFORN
               UNTIL FS-CADFORN EQUAL '10'
                  OR WS-TAB-FRT-QTD EQUAL 500.

           IF FS-CADFORN NOT EQUAL '10'
               DISPLAY '* CADFORN COM MAIS DE 500 CATEGORIAS *'
               DISPLAY '* AUMENTAR WS-TAB-FRT E REPROCESSAR  *'
               MOVE 'CADFORN'     TO FS-ARQUIVO
               MOVE FS-CADFORN    TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE CADFORN.

       001-18-FIM.                EXIT.

      *================================================================*
       001-19-ACUMULAR-CADFORN    SECTION.
      *================================================================*
           IF CATEG-RET-FORN NOT EQUAL SPACES AND LOW-VALUES
              AND COD-FORN NUMERIC
               ADD 1              TO WS-TAB-FRT-QTD
               MOVE COD-FORN      TO
                   WS-TAB-FRT-FORN (WS-TAB-FRT-QTD)
               MOVE CATEG-RET-FORN TO
                   WS-TAB-FRT-CATEG (WS-TAB-FRT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ CADFORN.
           PERFORM 001-10-02-FS-CADFORN.

       001-19-FIM.                EXIT.

      *================================================================*
       001-20-CARREGAR-TABRET     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TABRET.
           PERFORM 001-10-03-FS-TABRET.

           PERFORM 001-21-ACUMULAR-TABRET
               UNTIL FS-TABRET EQUAL '10'
                  OR WS-TAB-TRT-QTD EQUAL 100.

           IF FS-TABRET NOT EQUAL '10'
               DISPLAY '* TABRET COM MAIS DE 100 ALIQUOTAS   *'
               DISPLAY '* AUMENTAR WS-TAB-TRT E REPROCESSAR  *'
               MOVE 'TABRET'      TO FS-ARQUIVO
               MOVE FS-TABRET     TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE TABRET.

       001-20-FIM.                EXIT.

      *================================================================*
       001-21-ACUMULAR-TABRET     SECTION.
      *================================================================*
      * DIA DE RECOLHIMENTO FORA DE 1 A 28 VALE O DIA 20.
      *
           ADD 1                  TO WS-TAB-TRT-QTD.
           MOVE CATEG-TRT         TO
               WS-TAB-TRT-CATEG (WS-TAB-TRT-QTD).
           MOVE TRIBUTO-TRT       TO
               WS-TAB-TRT-TRIB (WS-TAB-TRT-QTD).
           MOVE ALIQ-TRT          TO
               WS-TAB-TRT-ALIQ (WS-TAB-TRT-QTD).
           MOVE VLR-MIN-TRT       TO
               WS-TAB-TRT-MIN (WS-TAB-TRT-QTD).

           IF DIA-VENC-TRT EQUAL ZEROS OR DIA-VENC-TRT GREATER 28
               MOVE 20            TO
                   WS-TAB-TRT-DIA (WS-TAB-TRT-QTD)
           ELSE
               MOVE DIA-VENC-TRT  TO
                   WS-TAB-TRT-DIA (WS-TAB-TRT-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ TABRET.
           PERFORM 001-10-03-FS-TABRET.

       001-21-FIM.                EXIT.

      *================================================================*
       001-22-LER-PARMESTC        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMESTC.

           MOVE 'PARMESTC'        TO FS-ARQUIVO.
           MOVE FS-PARMESTC       TO FS-COD-STATUS.
           IF FS-PARMESTC NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-RNF-PARM    TO WS-CONTA-RNF.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMESTC.

       001-22-FIM.                EXIT.

      *================================================================*
       001-23-LER-PARMDESP        SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PARMDESP.

           MOVE 'PARMDESP'        TO FS-ARQUIVO.
           MOVE FS-PARMDESP       TO FS-COD-STATUS.
           IF FS-PARMDESP NOT EQUAL '00'
               PERFORM 900-00-ERRO.

           MOVE CONTA-FORN-PARM   TO WS-CONTA-FORN.
           MOVE CONTA-BANCO-PARM  TO WS-CONTA-BANCO.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE PARMDESP.

       001-23-FIM.                EXIT.

      *================================================================*
       002-00-OBTER-DATA-HORA     SECTION.
      *================================================================*
               PERFORM 900-00-ERRO.

           PERFORM 003-02-RESOLVER-FORNECEDOR.
           MOVE DATA-NF           TO WS-DATA-NOTA.
           PERFORM 003-03-CALCULAR-VENCIMENTO.
           COMPUTE WS-VALOR-NOTA = QTD-NF * PREC-NF.

               WS-TAB-AP-TAXA (WS-TAB-AP-QTD).
           MOVE 'N'               TO
               WS-TAB-AP-IMPRESSO (WS-TAB-AP-QTD).
           MOVE SPACES            TO
               WS-TAB-AP-TIPO (WS-TAB-AP-QTD).

           MOVE WS-CONTA-RNF      TO WS-CONTA-DEB.
           MOVE WS-CONTA-FORN     TO WS-CONTA-CRED.
           MOVE WS-VALOR-NOTA     TO WS-VALOR-LANC.
           PERFORM 003-90-LANCAR-PARTIDAS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ NOTALIB.
               MOVE WS-TAB-PRZ-DIAS (WS-ACHADO) TO WS-DIAS-PRAZO.

           COMPUTE WS-DIAS-TRAB =
               FUNCTION INTEGER-OF-DATE (WS-DATA-NOTA) + WS-DIAS-PRAZO.
           COMPUTE WS-DT-VENC-TRAB =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-TRAB).

       003-03-01-FIM.             EXIT.

      *================================================================*
       003-20-INCLUIR-SEM-PEDIDO  SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ NOTADESV.
           PERFORM 001-10-01-FS-NOTADESV.

           PERFORM 003-21-INCLUIR-UMA-SEM-PO
               UNTIL FS-NOTADESV EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE NOTADESV.

       003-20-FIM.                EXIT.

      *================================================================*
       003-21-INCLUIR-UMA-SEM-PO  SECTION.
      *================================================================*
      * O FORNECEDOR VEM DA PROPRIA NOTA; O VENCIMENTO SEGUE O PRAZO
      * DO FORNECEDOR, COMO NAS NOTAS COM PEDIDO.
      *
           IF WS-TAB-AP-QTD EQUAL 500
               DISPLAY '* CARTEIRA COM MAIS DE 500 ITENS     *'
               DISPLAY '* AUMENTAR WS-TAB-AP E REPROCESSAR   *'
               MOVE 'NOTADESV'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           MOVE FORN-NDS          TO WS-FORN-NOTA.
           MOVE DATA-NDS          TO WS-DATA-NOTA.
           PERFORM 003-03-CALCULAR-VENCIMENTO.

           ADD 1                  TO ACUM-SEM-PEDIDO.
           ADD 1                  TO WS-TAB-AP-QTD.
           MOVE DOC-NDS           TO
               WS-TAB-AP-NOTA (WS-TAB-AP-QTD).
           MOVE WS-FORN-NOTA      TO
               WS-TAB-AP-FORN (WS-TAB-AP-QTD).
           MOVE VALOR-NDS         TO
               WS-TAB-AP-VALOR (WS-TAB-AP-QTD).
           MOVE WS-DT-VENC-TRAB   TO
               WS-TAB-AP-VENC (WS-TAB-AP-QTD).
           MOVE 'A'               TO
               WS-TAB-AP-SIT (WS-TAB-AP-QTD).
           MOVE ZEROS             TO
               WS-TAB-AP-TAXA (WS-TAB-AP-QTD).
           MOVE 'N'               TO
               WS-TAB-AP-IMPRESSO (WS-TAB-AP-QTD).
           MOVE 'S'               TO
               WS-TAB-AP-TIPO (WS-TAB-AP-QTD).

           MOVE CONTA-NDS         TO WS-CONTA-DEB.
           MOVE WS-CONTA-FORN     TO WS-CONTA-CRED.
           MOVE VALOR-NDS         TO WS-VALOR-LANC.
           PERFORM 003-90-LANCAR-PARTIDAS.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ NOTADESV.
           PERFORM 001-10-01-FS-NOTADESV.

       003-21-FIM.                EXIT.

      *================================================================*
       003-50-INCLUIR-DEBITOS     SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DEVFORN.
           PERFORM 001-10-FS-DEVFORN.

           PERFORM 003-51-INCLUIR-UM-DEBITO
               UNTIL FS-DEVFORN EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE DEVFORN.

       003-50-FIM.                EXIT.

      *================================================================*
       003-51-INCLUIR-UM-DEBITO   SECTION.
      *================================================================*
      * A DEVOLUCAO E VALORIZADA PELO PRECO DO PEDIDO DO RECEBIMENTO
      * (PEDIDO + PECA) E VIRA NOTA DE DEBITO DO FORNECEDOR DO PEDIDO.
      *
           MOVE ZEROS             TO WS-ACHADO.

           IF PO-DOC-DEV NUMERIC
               MOVE PO-DOC-DEV    TO WS-NUM-PO-DEV
               PERFORM 003-52-PROCURAR-PO-PECA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-PO-QTD
                      OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO EQUAL ZEROS
               ADD 1              TO ACUM-DEV-SEM-PO
           ELSE
               PERFORM 003-53-GUARDAR-DEBITO.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ DEVFORN.
           PERFORM 001-10-FS-DEVFORN.

       003-51-FIM.                EXIT.

      *================================================================*
       003-52-PROCURAR-PO-PECA    SECTION.
      *================================================================*
           IF WS-TAB-PO-NUM (WS-IDX) EQUAL WS-NUM-PO-DEV
              AND WS-TAB-PO-PECA (WS-IDX) EQUAL COD-PECA-DEV
               MOVE WS-IDX        TO WS-ACHADO.

       003-52-FIM.                EXIT.

      *================================================================*
       003-53-GUARDAR-DEBITO      SECTION.
      *================================================================*
           IF WS-TAB-AP-QTD EQUAL 500
               DISPLAY '* CARTEIRA COM MAIS DE 500 ITENS     *'
               DISPLAY '* AUMENTAR WS-TAB-AP E REPROCESSAR   *'
               MOVE 'DEVFORN'     TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           COMPUTE WS-VALOR-NOTA =
               QTD-DEV * WS-TAB-PO-PRECO (WS-ACHADO).

           ADD 1                  TO ACUM-DEBITOS.
           ADD 1                  TO WS-TAB-AP-QTD.
           MOVE DOC-DEV           TO
               WS-TAB-AP-NOTA (WS-TAB-AP-QTD).
           MOVE WS-TAB-PO-FORN (WS-ACHADO) TO
               WS-TAB-AP-FORN (WS-TAB-AP-QTD).
           MOVE WS-VALOR-NOTA     TO
               WS-TAB-AP-VALOR (WS-TAB-AP-QTD).
           MOVE DATA-DEV          TO
               WS-TAB-AP-VENC (WS-TAB-AP-QTD).
           MOVE 'A'               TO
               WS-TAB-AP-SIT (WS-TAB-AP-QTD).
           MOVE ZEROS             TO
               WS-TAB-AP-TAXA (WS-TAB-AP-QTD).
           MOVE 'N'               TO
               WS-TAB-AP-IMPRESSO (WS-TAB-AP-QTD).
           MOVE 'D'               TO
               WS-TAB-AP-TIPO (WS-TAB-AP-QTD).

           MOVE WS-CONTA-FORN     TO WS-CONTA-DEB.
           MOVE WS-CONTA-RNF      TO WS-CONTA-CRED.
           MOVE WS-VALOR-NOTA     TO WS-VALOR-LANC.
           PERFORM 003-90-LANCAR-PARTIDAS.

       003-53-FIM.                EXIT.

      *================================================================*
       003-90-LANCAR-PARTIDAS     SECTION.
      *================================================================*
      * ACUMULA O DEBITO E O CREDITO DA PARTIDA MONTADA PELO CHAMADOR
      * (WS-CONTA-DEB, WS-CONTA-CRED E WS-VALOR-LANC).
      *
           IF WS-VALOR-LANC GREATER ZEROS
               MOVE WS-CONTA-DEB  TO WS-CONTA-ACUM
               MOVE 'D'           TO WS-DC-ACUM
               PERFORM 003-91-ACUMULAR-CONTA
               MOVE WS-CONTA-CRED TO WS-CONTA-ACUM
               MOVE 'C'           TO WS-DC-ACUM
               PERFORM 003-91-ACUMULAR-CONTA
               ADD WS-VALOR-LANC  TO ACUM-VLR-DEBITOS
                                     ACUM-VLR-CREDITOS.

       003-90-FIM.                EXIT.

      *================================================================*
       003-91-ACUMULAR-CONTA      SECTION.
      *================================================================*
           MOVE ZEROS             TO WS-ACHADO-CTA.
           PERFORM 003-92-PROCURAR-ACUM
               VARYING WS-IDX-CTA FROM 1 BY 1
               UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD
                  OR WS-ACHADO-CTA NOT EQUAL ZEROS.

           IF WS-ACHADO-CTA EQUAL ZEROS
               IF WS-TAB-CTA-QTD EQUAL 200
                   DISPLAY '* MAIS DE 200 CONTAS NO MOVIMENTO    *'
                   DISPLAY '* AUMENTAR WS-TAB-CTA E REPROCESSAR  *'
                   MOVE 'APCONT'  TO FS-ARQUIVO
                   MOVE '99'      TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-CTA-QTD
               MOVE WS-TAB-CTA-QTD TO WS-ACHADO-CTA
               MOVE WS-CONTA-ACUM TO
                   WS-TAB-CTA-CONTA (WS-ACHADO-CTA)
               MOVE WS-DC-ACUM    TO
                   WS-TAB-CTA-DC (WS-ACHADO-CTA)
               MOVE ZEROS         TO
                   WS-TAB-CTA-ITENS (WS-ACHADO-CTA)
                   WS-TAB-CTA-VALOR (WS-ACHADO-CTA).

           ADD 1                  TO WS-TAB-CTA-ITENS (WS-ACHADO-CTA).
           ADD WS-VALOR-LANC      TO WS-TAB-CTA-VALOR (WS-ACHADO-CTA).

       003-91-FIM.                EXIT.

      *================================================================*
       003-92-PROCURAR-ACUM       SECTION.
      *================================================================*
           IF WS-TAB-CTA-CONTA (WS-IDX-CTA) EQUAL WS-CONTA-ACUM
              AND WS-TAB-CTA-DC (WS-IDX-CTA) EQUAL WS-DC-ACUM
               MOVE WS-IDX-CTA    TO WS-ACHADO-CTA.

       003-92-FIM.                EXIT.

      *================================================================*
       004-00-PROCESSAR-RETORNO   SECTION.
      *================================================================*
           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RETPAG.
           PERFORM 001-06-FS-RETPAG.

           PERFORM 004-01-BAIXAR-UM
               UNTIL FS-RETPAG EQUAL '10'.

           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE RETPAG.

       004-00-FIM.                EXIT.

      *================================================================*
       004-01-BAIXAR-UM           SECTION.
      *================================================================*
           IF TIPO-RET EQUAL '1'
               MOVE ZEROS         TO WS-ACHADO
               PERFORM 004-01-01-PROCURAR-ITEM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-AP-QTD
                      OR WS-ACHADO NOT EQUAL ZEROS
               IF WS-ACHADO NOT EQUAL ZEROS
                   ADD 1          TO ACUM-PAGAS
                   MOVE 'P'       TO WS-TAB-AP-SIT (WS-ACHADO)
                   MOVE WS-CONTA-FORN  TO WS-CONTA-DEB
                   MOVE WS-CONTA-BANCO TO WS-CONTA-CRED
                   MOVE WS-TAB-AP-VALOR (WS-ACHADO) TO WS-VALOR-LANC
                   PERFORM 003-90-LANCAR-PARTIDAS
               ELSE
                   ADD 1          TO ACUM-RET-SEM-ITEM
               END-IF.

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ RETPAG.
           PERFORM 001-06-FS-RETPAG.

       004-01-FIM.                EXIT.

      *================================================================*
       004-01-01-PROCURAR-ITEM    SECTION.
      *================================================================*
           IF WS-TAB-AP-NOTA (WS-IDX) EQUAL NUM-NOTA-RET
              AND WS-TAB-AP-SIT (WS-IDX) NOT EQUAL 'P'
              AND WS-TAB-AP-TIPO (WS-IDX) NOT EQUAL 'D'
               MOVE WS-IDX        TO WS-ACHADO.

       004-01-01-FIM.             EXIT.

       005-01-REMETER-UM          SECTION.
      *================================================================*
      * ITEM ABERTO COM VENCIMENTO ATE 7 DIAS DA REFERENCIA ENTRA NA
      * REMESSA E FICA MARCADO 'R', PELO LIQUIDO DAS RETENCOES NA
      * FONTE E DAS NOTAS DE DEBITO DO FORNECEDOR COMPENSADAS NELE.
      * ITEM TODO COMPENSADO NAO VAI AO BANCO E FICA BAIXADO ('P').
      *
           IF WS-TAB-AP-SIT (WS-IDX) EQUAL 'A'
              AND WS-TAB-AP-TIPO (WS-IDX) NOT EQUAL 'D'
               COMPUTE WS-DIAS-TRAB =
                   FUNCTION INTEGER-OF-DATE
                       (WS-TAB-AP-VENC (WS-IDX))
               IF WS-DIAS-TRAB NOT GREATER WS-DIAS-REF + 7
                   IF WS-TAB-AP-TIPO (WS-IDX) NOT EQUAL 'T'
                       PERFORM 005-10-CALCULAR-RETENCOES
                   END-IF
                   PERFORM 005-02-COMPENSAR-DEBITOS
                   IF WS-TAB-AP-VALOR (WS-IDX) EQUAL ZEROS
                       ADD 1      TO ACUM-QUITADAS-COMP
                       MOVE 'P'   TO WS-TAB-AP-SIT (WS-IDX)
                   ELSE
                       PERFORM 005-04-GRAVAR-DETALHE
                   END-IF
               END-IF.

       005-01-FIM.                EXIT.

      *================================================================*
       005-02-COMPENSAR-DEBITOS   SECTION.
      *================================================================*
           MOVE WS-TAB-AP-VALOR (WS-IDX) TO WS-SALDO-REMESSA.

           PERFORM 005-03-COMPENSAR-UM
               VARYING WS-IDX-DEB FROM 1 BY 1
               UNTIL WS-IDX-DEB GREATER WS-TAB-AP-QTD
                  OR WS-SALDO-REMESSA EQUAL ZEROS.

           MOVE WS-SALDO-REMESSA  TO WS-TAB-AP-VALOR (WS-IDX).

       005-02-FIM.                EXIT.

      *================================================================*
       005-03-COMPENSAR-UM        SECTION.
      *================================================================*
      * ABATE DO ITEM A NOTA DE DEBITO EM ABERTO DO MESMO FORNECEDOR,
      * ATE O MENOR DOS DOIS SALDOS; NOTA DE DEBITO ZERADA E BAIXADA.
      *
           IF WS-TAB-AP-TIPO (WS-IDX-DEB) EQUAL 'D'
              AND WS-TAB-AP-SIT (WS-IDX-DEB) EQUAL 'A'
              AND WS-TAB-AP-FORN (WS-IDX-DEB) EQUAL
                  WS-TAB-AP-FORN (WS-IDX)
              AND WS-TAB-AP-VALOR (WS-IDX-DEB) GREATER ZEROS
               IF WS-TAB-AP-VALOR (WS-IDX-DEB) LESS WS-SALDO-REMESSA
                   MOVE WS-TAB-AP-VALOR (WS-IDX-DEB) TO WS-VALOR-COMP
               ELSE
                   MOVE WS-SALDO-REMESSA TO WS-VALOR-COMP
               END-IF
               SUBTRACT WS-VALOR-COMP FROM WS-SALDO-REMESSA
               SUBTRACT WS-VALOR-COMP FROM
                   WS-TAB-AP-VALOR (WS-IDX-DEB)
               IF WS-TAB-AP-VALOR (WS-IDX-DEB) EQUAL ZEROS
                   MOVE 'P'       TO WS-TAB-AP-SIT (WS-IDX-DEB)
               END-IF
               ADD 1              TO ACUM-COMPENSADAS
               ADD WS-VALOR-COMP  TO ACUM-VLR-COMPENSADO
               PERFORM 005-03-01-GUARDAR-COMPENSACAO.

       005-03-FIM.                EXIT.

      *================================================================*
       005-03-01-GUARDAR-COMPENSACAO SECTION.
      *================================================================*
           IF WS-TAB-CMP-QTD EQUAL 500
               DISPLAY '* MAIS DE 500 COMPENSACOES           *'
               DISPLAY '* AUMENTAR WS-TAB-CMP E REPROCESSAR  *'
               MOVE 'APABERTO'    TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-CMP-QTD.
           MOVE WS-TAB-AP-FORN (WS-IDX)     TO
               WS-TAB-CMP-FORN (WS-TAB-CMP-QTD).
           MOVE WS-TAB-AP-NOTA (WS-IDX)     TO
               WS-TAB-CMP-NOTA (WS-TAB-CMP-QTD).
           MOVE WS-TAB-AP-NOTA (WS-IDX-DEB) TO
               WS-TAB-CMP-DEBITO (WS-TAB-CMP-QTD).
           MOVE WS-VALOR-COMP     TO
               WS-TAB-CMP-VALOR (WS-TAB-CMP-QTD).

       005-03-01-FIM.             EXIT.

      *================================================================*
       005-04-GRAVAR-DETALHE      SECTION.
      *================================================================*
           ADD 1                  TO ACUM-REMETIDAS.
           ADD 1                  TO WS-SEQUENCIA.
           ADD WS-TAB-AP-VALOR (WS-IDX) TO ACUM-VLR-REMESSA.
           MOVE WS-TAB-AP-NOTA (WS-IDX)  TO WS-REM-DET-NOTA.
           MOVE WS-TAB-AP-FORN (WS-IDX)  TO WS-REM-DET-FORN.
           MOVE WS-TAB-AP-VALOR (WS-IDX) TO WS-REM-DET-VALOR.
           MOVE WS-TAB-AP-VENC (WS-IDX)  TO WS-REM-DET-VENCTO.
           MOVE WS-SEQUENCIA      TO WS-REM-DET-SEQ.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-REMESSA      FROM WS-REM-DETALHE.
           PERFORM 001-08-FS-REMESSA.
           MOVE 'R'               TO WS-TAB-AP-SIT (WS-IDX).

       005-04-FIM.                EXIT.

      *================================================================*
       005-10-CALCULAR-RETENCOES  SECTION.
      *================================================================*
      * O PAGAMENTO E NO VENCIMENTO DO ITEM OU, SE JA VENCIDO, NA
      * DATA DE REFERENCIA; O MES DO PAGAMENTO E A COMPETENCIA DAS
      * RETENCOES. A BASE E O VALOR DO ITEM ANTES DAS COMPENSACOES.
      *
           MOVE SPACES            TO WS-CATEG-RET.
           MOVE ZEROS             TO WS-ACHADO-TRB.

           PERFORM 005-10-01-PROCURAR-CATEG
               VARYING WS-IDX-TRB FROM 1 BY 1
               UNTIL WS-IDX-TRB GREATER WS-TAB-FRT-QTD
                  OR WS-ACHADO-TRB NOT EQUAL ZEROS.

           IF WS-ACHADO-TRB NOT EQUAL ZEROS
               MOVE WS-TAB-FRT-CATEG (WS-ACHADO-TRB) TO WS-CATEG-RET
               IF WS-TAB-AP-VENC (WS-IDX) GREATER WS-DATA-REF
                   MOVE WS-TAB-AP-VENC (WS-IDX) TO WS-DATA-PAGTO
               ELSE
                   MOVE WS-DATA-REF TO WS-DATA-PAGTO
               END-IF
               MOVE WS-TAB-AP-VALOR (WS-IDX) TO WS-BASE-RET
               PERFORM 005-11-RETER-TRIBUTO
                   VARYING WS-IDX-TRT FROM 1 BY 1
                   UNTIL WS-IDX-TRT GREATER WS-TAB-TRT-QTD.

       005-10-FIM.                EXIT.

      *================================================================*
       005-10-01-PROCURAR-CATEG   SECTION.
      *================================================================*
           IF WS-TAB-FRT-FORN (WS-IDX-TRB) EQUAL
              WS-TAB-AP-FORN (WS-IDX)
               MOVE WS-IDX-TRB    TO WS-ACHADO-TRB.

       005-10-01-FIM.             EXIT.

      *================================================================*
       005-11-RETER-TRIBUTO       SECTION.
      *================================================================*
      * RETENCAO ABAIXO DO MINIMO DO TRIBUTO NAO E FEITA.
      *
           IF WS-TAB-TRT-CATEG (WS-IDX-TRT) EQUAL WS-CATEG-RET
               COMPUTE WS-VALOR-RET ROUNDED =
                   WS-BASE-RET * WS-TAB-TRT-ALIQ (WS-IDX-TRT) / 100
               IF WS-VALOR-RET GREATER ZEROS
                  AND WS-VALOR-RET NOT LESS
                      WS-TAB-TRT-MIN (WS-IDX-TRT)
                  AND WS-VALOR-RET NOT GREATER
                      WS-TAB-AP-VALOR (WS-IDX)
                   SUBTRACT WS-VALOR-RET FROM
                       WS-TAB-AP-VALOR (WS-IDX)
                   ADD 1          TO ACUM-RETENCOES
                   ADD WS-VALOR-RET TO ACUM-VLR-RETIDO
                   PERFORM 005-12-LANCAR-TRIBUTO
                   PERFORM 005-13-GRAVAR-RETFORN.

       005-11-FIM.                EXIT.

      *================================================================*
       005-12-LANCAR-TRIBUTO      SECTION.
      *================================================================*
      * ACUMULA NO ITEM DO TRIBUTO DO MES AINDA EM ABERTO OU ABRE UM
      * NOVO, COM VENCIMENTO NO DIA LEGAL DO MES SEGUINTE.
      *
           MOVE WS-TAB-TRT-TRIB (WS-IDX-TRT) TO WS-NOTA-TRIB-COD.
           MOVE WS-ANO-PAGTO      TO WS-NOTA-TRIB-ANO.
           MOVE WS-MES-PAGTO      TO WS-NOTA-TRIB-MES.

           MOVE WS-TAB-TRT-DIA (WS-IDX-TRT) TO WS-DIA-RECOLHE.
           MOVE WS-DIA-RECOLHE    TO WS-DIA-RECOLHE-DT.
           IF WS-MES-PAGTO EQUAL 12
               COMPUTE WS-ANO-RECOLHE = WS-ANO-PAGTO + 1
               MOVE 01            TO WS-MES-RECOLHE
           ELSE
               MOVE WS-ANO-PAGTO  TO WS-ANO-RECOLHE
               COMPUTE WS-MES-RECOLHE = WS-MES-PAGTO + 1.

           MOVE ZEROS             TO WS-ACHADO-TRB.
           PERFORM 005-12-01-PROCURAR-TRIBUTO
               VARYING WS-IDX-TRB FROM 1 BY 1
               UNTIL WS-IDX-TRB GREATER WS-TAB-AP-QTD
                  OR WS-ACHADO-TRB NOT EQUAL ZEROS.

           IF WS-ACHADO-TRB NOT EQUAL ZEROS
               ADD WS-VALOR-RET   TO WS-TAB-AP-VALOR (WS-ACHADO-TRB)
           ELSE
               PERFORM 005-12-02-ABRIR-TRIBUTO.

       005-12-FIM.                EXIT.

      *================================================================*
       005-12-01-PROCURAR-TRIBUTO SECTION.
      *================================================================*
           IF WS-TAB-AP-TIPO (WS-IDX-TRB) EQUAL 'T'
              AND WS-TAB-AP-SIT (WS-IDX-TRB) EQUAL 'A'
              AND WS-TAB-AP-NOTA (WS-IDX-TRB) EQUAL WS-NOTA-TRIB
               MOVE WS-IDX-TRB    TO WS-ACHADO-TRB.

       005-12-01-FIM.             EXIT.

      *================================================================*
       005-12-02-ABRIR-TRIBUTO    SECTION.
      *================================================================*
           IF WS-TAB-AP-QTD EQUAL 500
               DISPLAY '* CARTEIRA COM MAIS DE 500 ITENS     *'
               DISPLAY '* AUMENTAR WS-TAB-AP E REPROCESSAR   *'
               MOVE 'TABRET'      TO FS-ARQUIVO
               MOVE '99'          TO FS-COD-STATUS
               PERFORM 900-00-ERRO.

           ADD 1                  TO WS-TAB-AP-QTD.
           MOVE WS-NOTA-TRIB      TO
               WS-TAB-AP-NOTA (WS-TAB-AP-QTD).
           MOVE ZEROS             TO
               WS-TAB-AP-FORN (WS-TAB-AP-QTD).
           MOVE WS-VALOR-RET      TO
               WS-TAB-AP-VALOR (WS-TAB-AP-QTD).
           MOVE WS-DT-RECOLHE     TO
               WS-TAB-AP-VENC (WS-TAB-AP-QTD).
           MOVE 'A'               TO
               WS-TAB-AP-SIT (WS-TAB-AP-QTD).
           MOVE ZEROS             TO
               WS-TAB-AP-TAXA (WS-TAB-AP-QTD).
           MOVE 'N'               TO
               WS-TAB-AP-IMPRESSO (WS-TAB-AP-QTD).
           MOVE 'T'               TO
               WS-TAB-AP-TIPO (WS-TAB-AP-QTD).

       005-12-02-FIM.             EXIT.

      *================================================================*
       005-13-GRAVAR-RETFORN      SECTION.
      *================================================================*
           MOVE SPACES            TO REG-RETFORN.
           MOVE WS-DATA-PAGTO     TO DATA-PAGTO-RTF.
           MOVE WS-TAB-AP-FORN (WS-IDX) TO FORN-RTF.
           MOVE WS-TAB-AP-NOTA (WS-IDX) TO NOTA-RTF.
           MOVE WS-TAB-TRT-TRIB (WS-IDX-TRT) TO TRIBUTO-RTF.
           MOVE WS-BASE-RET       TO BASE-RTF.
           MOVE WS-TAB-TRT-ALIQ (WS-IDX-TRT) TO ALIQ-RTF.
           MOVE WS-VALOR-RET      TO VALOR-RTF.
           MOVE WS-DT-RECOLHE     TO VENC-RTF.
           MOVE WS-NOTA-TRIB      TO NOTA-TRIB-RTF.

           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-RETFORN.
           PERFORM 001-10-04-FS-RETFORN.

       005-13-FIM.                EXIT.

      *================================================================*
       006-00-IMPRIMIR-CARTEIRA   SECTION.
      *================================================================*
      *================================================================*
           IF WS-TAB-AP-IMPRESSO (WS-IDX) EQUAL 'N'
              AND WS-TAB-AP-SIT (WS-IDX) NOT EQUAL 'P'
              AND WS-TAB-AP-TIPO (WS-IDX) NOT EQUAL 'D'
               IF WS-IDX-MENOR EQUAL ZEROS
                   MOVE WS-IDX    TO WS-IDX-MENOR
               ELSE

       006-03-FIM.                EXIT.

      *================================================================*
       006-10-IMPRIMIR-COMPENSACOES SECTION.
      *================================================================*
           IF WS-TAB-CMP-QTD GREATER ZEROS
               IF ACUM-LINHAS GREATER 53
                   PERFORM 008-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM TIT002 AFTER 2
               PERFORM 001-09-FS-RELATO
               WRITE REG-RELATO   FROM CAB006 AFTER 2
               PERFORM 001-09-FS-RELATO
               WRITE REG-RELATO   FROM CAB004 AFTER 1
               PERFORM 001-09-FS-RELATO
               ADD 5              TO ACUM-LINHAS
               PERFORM 006-11-IMPRIMIR-COMPENSACAO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-CMP-QTD.

       006-10-FIM.                EXIT.

      *================================================================*
       006-11-IMPRIMIR-COMPENSACAO SECTION.
      *================================================================*
           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-CMP-FORN (WS-IDX)    TO DET002-FORN.
           MOVE WS-TAB-CMP-NOTA (WS-IDX)    TO DET002-NOTA.
           MOVE WS-TAB-CMP-DEBITO (WS-IDX)  TO DET002-DEBITO.
           MOVE WS-TAB-CMP-VALOR (WS-IDX)   TO DET002-VALOR.

           WRITE REG-RELATO       FROM DET002 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       006-11-FIM.                EXIT.

      *================================================================*
       006-20-IMPRIMIR-DEBITOS    SECTION.
      *================================================================*
      * NOTAS DE DEBITO QUE CONTINUAM EM ABERTO (SEM ITEM DO
      * FORNECEDOR PARA COMPENSAR), COM OS DIAS DESDE A DEVOLUCAO,
      * PARA A COBRANCA PELO COMPRAS.
      *
           MOVE ZEROS             TO WS-ACHADO.
           PERFORM 006-21-PROCURAR-DEBITO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER WS-TAB-AP-QTD
                  OR WS-ACHADO NOT EQUAL ZEROS.

           IF WS-ACHADO NOT EQUAL ZEROS
               IF ACUM-LINHAS GREATER 53
                   PERFORM 008-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM TIT003 AFTER 2
               PERFORM 001-09-FS-RELATO
               WRITE REG-RELATO   FROM CAB007 AFTER 2
               PERFORM 001-09-FS-RELATO
               WRITE REG-RELATO   FROM CAB004 AFTER 1
               PERFORM 001-09-FS-RELATO
               ADD 5              TO ACUM-LINHAS
               PERFORM 006-22-IMPRIMIR-DEBITO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER WS-TAB-AP-QTD.

       006-20-FIM.                EXIT.

      *================================================================*
       006-21-PROCURAR-DEBITO     SECTION.
      *================================================================*
           IF WS-TAB-AP-TIPO (WS-IDX) EQUAL 'D'
              AND WS-TAB-AP-SIT (WS-IDX) NOT EQUAL 'P'
               MOVE WS-IDX        TO WS-ACHADO.

       006-21-FIM.                EXIT.

      *================================================================*
       006-22-IMPRIMIR-DEBITO     SECTION.
      *================================================================*
           IF WS-TAB-AP-TIPO (WS-IDX) EQUAL 'D'
              AND WS-TAB-AP-SIT (WS-IDX) NOT EQUAL 'P'
               IF ACUM-LINHAS GREATER 59
                   PERFORM 008-00-CABECALHOS
               END-IF
               COMPUTE WS-DIAS-TRAB = WS-DIAS-REF -
                   FUNCTION INTEGER-OF-DATE
                       (WS-TAB-AP-VENC (WS-IDX))
               MOVE WS-TAB-AP-VENC (WS-IDX)  TO DET003-DATA
               MOVE WS-TAB-AP-FORN (WS-IDX)  TO DET003-FORN
               MOVE WS-TAB-AP-NOTA (WS-IDX)  TO DET003-DOC
               MOVE WS-TAB-AP-VALOR (WS-IDX) TO DET003-VALOR
               MOVE WS-DIAS-TRAB  TO DET003-DIAS
               WRITE REG-RELATO   FROM DET003 AFTER 1
               PERFORM 001-09-FS-RELATO
               ADD 1              TO ACUM-LINHAS.

       006-22-FIM.                EXIT.

      *================================================================*
       006-30-GERAR-LANCAMENTOS   SECTION.
      *================================================================*
      * UM LANCAMENTO POR CONTA E NATUREZA, NA DATA DE REFERENCIA,
      * COM A QUANTIDADE DE PARTIDAS RESUMIDAS EM QTD-APC.
      *
           IF WS-TAB-CTA-QTD GREATER ZEROS
               IF ACUM-LINHAS GREATER 53
                   PERFORM 008-00-CABECALHOS
               END-IF
               WRITE REG-RELATO   FROM TIT004 AFTER 2
               PERFORM 001-09-FS-RELATO
               WRITE REG-RELATO   FROM CAB008 AFTER 2
               PERFORM 001-09-FS-RELATO
               WRITE REG-RELATO   FROM CAB004 AFTER 1
               PERFORM 001-09-FS-RELATO
               ADD 5              TO ACUM-LINHAS
               PERFORM 006-31-LANCAR-UMA-CONTA
                   VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA GREATER WS-TAB-CTA-QTD.

       006-30-FIM.                EXIT.

      *================================================================*
       006-31-LANCAR-UMA-CONTA    SECTION.
      *================================================================*
           MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO CONTA-APC.
           MOVE WS-TAB-CTA-DC (WS-IDX-CTA)    TO IND-DC-APC.
           MOVE WS-TAB-CTA-ITENS (WS-IDX-CTA) TO QTD-APC.
           MOVE WS-TAB-CTA-VALOR (WS-IDX-CTA) TO VALOR-APC.
           MOVE WS-DATA-REF       TO DATA-LANC-APC.

           ADD 1                  TO ACUM-LANCAMENTOS.
           ADD 1                  TO WS-SEQ-LANC.
           MOVE WS-SEQ-LANC       TO QTD-REG-APC.
           MOVE DATA-LANC-APC     TO WS-PER-DATA.
           PERFORM 800-10-TESTAR-PERIODO.

           IF WS-PER-FECHADO EQUAL 'S'
               MOVE 'APCONT'      TO WS-PER-ARQUIVO
               MOVE REG-APCONT    TO WS-PER-LANC
               PERFORM 800-20-RETER-PARTIDA
           ELSE
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-APCONT
               PERFORM 001-10-05-FS-APCONT.

           IF ACUM-LINHAS GREATER 59
               PERFORM 008-00-CABECALHOS.

           MOVE WS-TAB-CTA-CONTA (WS-IDX-CTA) TO DET004-CONTA.
           MOVE WS-TAB-CTA-DC (WS-IDX-CTA)    TO DET004-DC.
           MOVE WS-TAB-CTA-ITENS (WS-IDX-CTA) TO DET004-ITENS.
           MOVE WS-TAB-CTA-VALOR (WS-IDX-CTA) TO DET004-VALOR.

           WRITE REG-RELATO       FROM DET004 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           ADD 1                  TO ACUM-LINHAS.

       006-31-FIM.                EXIT.

      *================================================================*
       006-50-GRAVAR-APABERTN     SECTION.
      *================================================================*
       006-51-GRAVAR-UM           SECTION.
      *================================================================*
           IF WS-TAB-AP-SIT (WS-IDX) NOT EQUAL 'P'
               IF WS-TAB-AP-TIPO (WS-IDX) EQUAL 'D'
                   ADD 1          TO ACUM-DEB-ABERTAS
                   ADD WS-TAB-AP-VALOR (WS-IDX) TO ACUM-VLR-DEB-ABERTO
               ELSE
                   ADD 1          TO ACUM-ABERTAS
                   ADD WS-TAB-AP-VALOR (WS-IDX) TO ACUM-VLR-ABERTO
               END-IF
               MOVE SPACES        TO REG-APABERTO
               MOVE WS-TAB-AP-NOTA (WS-IDX)  TO NUM-NOTA-AP
               MOVE WS-TAB-AP-FORN (WS-IDX)  TO FORN-AP
               MOVE WS-TAB-AP-VENC (WS-IDX)  TO DT-VENC-AP
               MOVE WS-TAB-AP-SIT (WS-IDX)   TO SITUACAO-AP
               MOVE WS-TAB-AP-TAXA (WS-IDX)  TO TAXA-CAMBIO-AP
               MOVE WS-TAB-AP-TIPO (WS-IDX)  TO TIPO-DOC-AP
               MOVE FS-GRAVACAO   TO FS-OPERACAO
               WRITE REG-APABERTN FROM REG-APABERTO
               PERFORM 001-07-FS-APABERTN.
           MOVE ACUM-ABERTAS      TO TOT005-ABERTAS.
           MOVE ACUM-VLR-ABERTO   TO TOT006-VLR-ABERTO.
           MOVE ACUM-RET-SEM-ITEM TO TOT007-SEM-ITEM.
           MOVE ACUM-DEBITOS      TO TOT008-DEBITOS.
           MOVE ACUM-DEV-SEM-PO   TO TOT009-SEM-PO.
           MOVE ACUM-COMPENSADAS  TO TOT010-COMPENSADAS.
           MOVE ACUM-QUITADAS-COMP TO TOT011-QUITADAS.
           MOVE ACUM-VLR-COMPENSADO TO TOT012-VLR-COMP.
           MOVE ACUM-DEB-ABERTAS  TO TOT013-DEB-ABERTAS.
           MOVE ACUM-VLR-DEB-ABERTO TO TOT014-VLR-DEBITO.
           MOVE ACUM-SEM-PEDIDO   TO TOT015-SEM-PEDIDO.
           MOVE ACUM-RETENCOES    TO TOT016-RETENCOES.
           MOVE ACUM-VLR-RETIDO   TO TOT017-VLR-RETIDO.
           MOVE ACUM-LANCAMENTOS  TO TOT018-LANCAMENTOS.
           MOVE ACUM-VLR-DEBITOS  TO TOT019-DEBITOS.
           MOVE ACUM-VLR-CREDITOS TO TOT020-CREDITOS.

           WRITE REG-RELATO       FROM TOT001 AFTER 3.
           PERFORM 001-09-FS-RELATO.
           WRITE REG-RELATO       FROM TOT007 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT008 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT009 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT010 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT011 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT012 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT013 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT014 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT015 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT016 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT017 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT018 AFTER 2.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT019 AFTER 1.
           PERFORM 001-09-FS-RELATO.

           WRITE REG-RELATO       FROM TOT020 AFTER 1.
           PERFORM 001-09-FS-RELATO.

       007-00-FIM.                EXIT.

      *================================================================*
           MOVE FS-FECHAMENTO     TO FS-OPERACAO.
           CLOSE APABERTN
                 REMESSA
                 RELATO
                 RETFORN
                 APCONT.
           PERFORM 001-10-04-FS-RETFORN.
           PERFORM 001-10-05-FS-APCONT.
           PERFORM 001-07-FS-APABERTN.
           PERFORM 001-08-FS-REMESSA.
           PERFORM 001-09-FS-RELATO.

           PERFORM 800-30-FECHAR-PERSUS.

           MOVE 'OK'              TO WS-RUNLOG-STATUS.
           PERFORM 999-00-GRAVAR-RUNLOG.


       008-00-FIM.                EXIT.

      *================================================================*
       800-00-CARREGAR-PERIODOS   SECTION.
      *================================================================*
      *    CARREGA OS PERIODOS FECHADOS DO PERCONT. SEM O ARQUIVO
      *    ('35') NENHUM PERIODO ESTA FECHADO E TUDO E GRAVADO
      *    NOS ARQUIVOS DE LANCAMENTOS, SEM RETENCAO NO PERSUS.
      *
           MOVE ZEROS             TO WS-TAB-PER-QTD.
           MOVE FS-ABERTURA       TO FS-OPERACAO.
           OPEN INPUT PERCONT.

           IF FS-PERCONT NOT EQUAL '00' AND '35'
               PERFORM 800-41-FS-PERCONT.

           IF FS-PERCONT EQUAL '00'
               MOVE FS-LEITURA    TO FS-OPERACAO
               READ PERCONT
               PERFORM 800-41-FS-PERCONT
               PERFORM 800-01-ACUMULAR-PERIODO
                   UNTIL FS-PERCONT EQUAL '10'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERCONT.

       800-00-FIM.                EXIT.

      *================================================================*
       800-01-ACUMULAR-PERIODO    SECTION.
      *================================================================*
           IF SITUACAO-PER EQUAL 'F'
               IF WS-TAB-PER-QTD NOT LESS 240
                   DISPLAY '* TABELA DE PERIODOS FECHADOS ESGOTADA *'
                   MOVE 'PERCONT'     TO FS-ARQUIVO
                   MOVE FS-PERCONT    TO FS-COD-STATUS
                   PERFORM 900-00-ERRO
               END-IF
               ADD 1              TO WS-TAB-PER-QTD
               MOVE ANOMES-PER    TO WS-TAB-PER-ANOMES
                                     (WS-TAB-PER-QTD).

           MOVE FS-LEITURA        TO FS-OPERACAO.
           READ PERCONT.
           PERFORM 800-41-FS-PERCONT.

       800-01-FIM.                EXIT.

      *================================================================*
       800-10-TESTAR-PERIODO      SECTION.
      *================================================================*
      *    RECEBE A DATA DA PARTIDA EM WS-PER-DATA E DEVOLVE
      *    WS-PER-FECHADO = 'S' SE O ANO/MES ESTIVER FECHADO
           MOVE 'N'               TO WS-PER-FECHADO.

           PERFORM 800-11-PROCURAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
                 UNTIL WS-IDX-PER GREATER WS-TAB-PER-QTD
                    OR WS-PER-FECHADO EQUAL 'S'.

       800-10-FIM.                EXIT.

      *================================================================*
       800-11-PROCURAR-PERIODO    SECTION.
      *================================================================*
           IF WS-TAB-PER-ANOMES (WS-IDX-PER) EQUAL WS-PER-ANOMES
               MOVE 'S'           TO WS-PER-FECHADO.

       800-11-FIM.                EXIT.

      *================================================================*
       800-20-RETER-PARTIDA       SECTION.
      *================================================================*
      *    A PARTIDA (EM WS-PER-LANC, COM O DESTINO EM WS-PER-ARQUIVO)
      *    VAI PARA O PERSUS EM VEZ DO ARQUIVO DE LANCAMENTOS
           IF WS-PERSUS-ABERTO EQUAL 'N'
               MOVE FS-ABERTURA   TO FS-OPERACAO
               OPEN EXTEND PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'S'           TO WS-PERSUS-ABERTO.

           MOVE 'PU8EXE81'      TO PROGRAMA-PSU.
           MOVE WS-PER-ARQUIVO    TO ARQUIVO-PSU.
           MOVE WS-PER-LANC       TO LANC-PSU.
           MOVE WS-PER-ANOMES     TO WS-PER-MOTIVO-ANOMES.
           MOVE WS-PER-MOTIVO     TO MOTIVO-PSU.
           MOVE FS-GRAVACAO       TO FS-OPERACAO.
           WRITE REG-PERSUS.
           PERFORM 800-40-FS-PERSUS.
           ADD 1                  TO ACUM-PER-RETIDOS.

       800-20-FIM.                EXIT.

      *================================================================*
       800-30-FECHAR-PERSUS       SECTION.
      *================================================================*
           IF WS-PERSUS-ABERTO EQUAL 'S'
               MOVE FS-FECHAMENTO TO FS-OPERACAO
               CLOSE PERSUS
               PERFORM 800-40-FS-PERSUS
               MOVE 'N'           TO WS-PERSUS-ABERTO
               DISPLAY '* PARTIDAS RETIDAS POR PERIODO FECHADO: '
                       ACUM-PER-RETIDOS ' (VER PERSUS) *'.

       800-30-FIM.                EXIT.

      *================================================================*
       800-40-FS-PERSUS           SECTION.
      *================================================================*
           MOVE 'PERSUS'          TO FS-ARQUIVO.
           MOVE FS-PERSUS         TO FS-COD-STATUS.

           IF FS-PERSUS NOT EQUAL '00'
               PERFORM 900-00-ERRO.

       800-40-FIM.                EXIT.

      *================================================================*
       800-41-FS-PERCONT          SECTION.
      *================================================================*
           MOVE 'PERCONT'         TO FS-ARQUIVO.
           MOVE FS-PERCONT        TO FS-COD-STATUS.

           IF FS-PERCONT NOT EQUAL '00' AND '10'
               PERFORM 900-00-ERRO.

       800-41-FIM.                EXIT.

      *================================================================*
       900-00-ERRO                SECTION.
      *================================================================*
