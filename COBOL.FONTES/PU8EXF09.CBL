      * RETORNO SEM COBRANCA CORRESPONDENTE, JA BAIXADA OU COM
      * SITUACAO DIFERENTE DE 'P' SAI NA LISTAGEM DE REJEITADOS E NO
      * SUSPENSO (RETCOSUS) COM O MOTIVO.
      *
      * O PAGTMENS LEVA O VALOR E A DATA EFETIVOS DO PAGAMENTO NO
      * BANCO: E COM ELES QUE O PU8EXE51 APURA A MULTA E OS JUROS DO
      * PAGAMENTO FEITO APOS O VENCIMENTO.
      *
       ENVIRONMENT    DIVISION.
       CONFIGURATION  SECTION.
