      * DO PEDIDO, CONTA RESOLVIDA PELO PECACONT) E O DISPONIVEL,
      * MARCANDO 'ESTOURO' A CONTA JA NEGATIVA. E A MESMA CONTA QUE
      * O PU8EXE38 FAZ NA EMISSAO, IMPRESSA PARA COMPRAS ENXERGAR A
      * PAREDE ANTES DE BATER NELA. O PEDIDO AINDA EM APROVACAO
      * ('E', VER PU8EXF33) JA CONTA COMO COMPROMETIDO.
      *
      * AS LINHAS DO ORCCONTA DE UM ANO PREPARADO PELO PU8EXF48 VEM
      * SOMENTE DA VERSAO APROVADA NO PU8EXF50; VERSOES EM
      * ELABORACAO FICAM NO ORCVERS E NAO ENTRAM NESTA CONFERENCIA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
      *================================================================*
       003-08-SOMAR-UM-PEDIDO     SECTION.
      *================================================================*
           IF SITUACAO-AB EQUAL 'A' OR 'P' OR 'E'
               PERFORM 003-09-RESOLVER-CONTA
               IF WS-CONTA-PECA NOT EQUAL SPACES
                   PERFORM 003-02-PROCURAR-CONTA
