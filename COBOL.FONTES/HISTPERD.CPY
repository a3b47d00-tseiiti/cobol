      *================================================================*
      *  COPY HISTPERD                                                *
      *  LAYOUT DO HISTORICO DE BAIXAS POR PERDA DE CONTAS A RECEBER  *
      *  (REG-HISTPERD), UM REGISTRO POR ITEM BAIXADO PELO PU8EXE94   *
      *  (ARQUIVO GRAVADO EM EXTEND). O PU8EXF40 LE AS BAIXAS DO MES  *
      *  PARA LANCA-LAS CONTRA A PROVISAO; O ARQUIVO E TAMBEM A BASE  *
      *  DO ACOMPANHAMENTO DA RECUPERACAO DOS CREDITOS BAIXADOS.      *
      *                                                                *
      *  DATA-HPE:      DATA DE REFERENCIA DA EXECUCAO QUE BAIXOU.    *
      *  VALOR-HPE:     VALOR DO ITEM NA CARTEIRA NA DATA DA BAIXA.   *
      *  SIT-RECUP-HPE: 'P' = RECUPERACAO PENDENTE (GRAVADO ASSIM     *
      *                 PELO PU8EXE94); 'R' = RECUPERADO; 'D' =       *
      *                 DESISTIDO.                                    *
      *================================================================*
       01 REG-HISTPERD.
          05 NUM-PED-HPE          PIC 9(06).
          05 COD-CLI-HPE          PIC 9(05).
          05 VALOR-HPE            PIC 9(09)V99.
          05 DT-VENC-HPE          PIC 9(08).
          05 DATA-HPE             PIC 9(08).
          05 USUARIO-HPE          PIC X(08).
          05 MOTIVO-HPE           PIC X(30).
          05 SIT-RECUP-HPE        PIC X(01).
          05 FILLER               PIC X(03).
