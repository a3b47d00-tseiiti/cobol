      *================================================================*
      *  COPY ORDPERM                                                 *
      *  ORDENS PERMANENTES DE CONTA CORRENTE (REG-ORDPERM), UM       *
      *  REGISTRO POR ORDEM, EM ORDEM DE CPF E NUMERO DA ORDEM. O CPF *
      *  E O DA CONTA DEBITADA NO CTCORGER.                           *
      *                                                               *
      *  TIPO-ORD:         'S' DEBITO (PAGAMENTO, APLICACAO)          *
      *                    'T' TRANSFERENCIA PARA CPF-CONTRA-ORD.     *
      *  DIA-ORD:          DIA DO MES DO DEBITO (MES CURTO: ULTIMO    *
      *                    DIA); DIA NAO UTIL NO CALPROC PASSA PARA   *
      *                    O DIA UTIL SEGUINTE.                       *
      *  DT-INICIO-ORD:    PRIMEIRO DIA DE VIGENCIA (AAAAMMDD).       *
      *  DT-FIM-ORD:       ULTIMO DIA DE VIGENCIA (ZEROS: SEM FIM).   *
      *  DT-PROX-ORD:      PROXIMO VENCIMENTO NOMINAL AINDA NAO PAGO  *
      *                    (ZEROS: CALCULADO A PARTIR DO INICIO).     *
      *  DT-ULT-EXEC-ORD:  ULTIMO VENCIMENTO DEBITADO.                *
      *  TENTATIVAS-ORD:   DIAS JA TENTADOS SEM FUNDOS NO VENCIMENTO  *
      *                    PENDENTE.                                  *
      *  SIT-ORD:          'A' ATIVA   'E' ENCERRADA (FIM DA          *
      *                    VIGENCIA)   'C' CANCELADA PELO CLIENTE.    *
      *  EMITIDA-ORD:      'S' MOVIMENTO DO VENCIMENTO DT-PROX-ORD JA *
      *                    GERADO, A CONFERIR CONTRA O MOVSUSCC DO    *
      *                    PU8EXE58 NA RODADA SEGUINTE.               *
      *================================================================*
       01 REG-ORDPERM.
          05 CPF-ORD              PIC 9(11).
          05 NUM-ORD              PIC 9(03).
          05 TIPO-ORD             PIC X(01).
          05 CPF-CONTRA-ORD       PIC 9(11).
          05 VALOR-ORD            PIC 9(09)V99.
          05 DIA-ORD              PIC 9(02).
          05 DT-INICIO-ORD        PIC 9(08).
          05 DT-FIM-ORD           PIC 9(08).
          05 DT-PROX-ORD          PIC 9(08).
          05 DT-ULT-EXEC-ORD      PIC 9(08).
          05 TENTATIVAS-ORD       PIC 9(02).
          05 SIT-ORD              PIC X(01).
          05 EMITIDA-ORD          PIC X(01).
          05 FILLER               PIC X(05).
