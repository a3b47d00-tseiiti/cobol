      * MARCA 'ALERTA' QUANDO O CONSUMO PASSA DO PERCENTUAL DE AVISO
      * DO PARMAVIS (VALOR "DE FABRICA" 80) E 'SEM ORCAMENTO' PARA
      * CONTA REALIZADA SEM LINHA ORCADA.
      *
      * AS LINHAS DO ORCCONTA DE UM ANO PREPARADO PELO PU8EXF48 VEM
      * SOMENTE DA VERSAO APROVADA NO PU8EXF50; VERSOES EM
      * ELABORACAO FICAM NO ORCVERS E NAO ENTRAM NESTA CONFERENCIA.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
