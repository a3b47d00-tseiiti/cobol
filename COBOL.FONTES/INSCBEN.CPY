      *================================================================*
      *  COPY INSCBEN                                                 *
      *  INSCRICOES DE FUNCIONARIOS NOS PLANOS DE BENEFICIO           *
      *  (REG-INSCBEN), UM REGISTRO POR FUNCIONARIO E PLANO.          *
      *                                                               *
      *  QTD-DEPEND-INS: DEPENDENTES INSCRITOS (SO CONTA NOS PLANOS   *
      *                  COM BASE-PLB = 'D').                         *
      *  DT-INICIO-INS:  INICIO DA COBERTURA (AAAAMMDD).              *
      *  DT-FIM-INS:     FIM DA COBERTURA (AAAAMMDD); ZEROS = ATIVA.  *
      *  A INSCRICAO VALE NO MES SE COMECOU ATE O FIM DO MES E NAO    *
      *  TERMINOU ANTES DO INICIO DELE.                               *
      *================================================================*
       01 REG-INSCBEN.
          05 CODIGO-INS           PIC 9(05).
          05 COD-PLANO-INS        PIC X(03).
          05 QTD-DEPEND-INS       PIC 9(02).
          05 DT-INICIO-INS        PIC 9(08).
          05 DT-FIM-INS           PIC 9(08).
          05 FILLER               PIC X(14).
