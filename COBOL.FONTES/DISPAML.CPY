      *================================================================*
      *  COPY DISPAML                                                 *
      *  PARECERES DO COMPLIANCE SOBRE OS ALERTAS DO PU8EXF66         *
      *  (REG-DISPAML), MANTIDO PELOS ANALISTAS, UM REGISTRO POR      *
      *  OCORRENCIA ENCERRADA. A CHAVE (REGRA, CPF E PERIODO) E A DO  *
      *  ALERTA (COPY ALERTAML); OCORRENCIA COM PARECER NAO E MAIS    *
      *  ALERTADA PARA OS MESMOS MOVIMENTOS.                          *
      *                                                               *
      *  PARECER-DSP:      'A' ARQUIVADA (SEM INDICIO)                *
      *                    'C' COMUNICADA AO COAF.                    *
      *================================================================*
       01 REG-DISPAML.
          05 REGRA-DSP            PIC 9(02).
          05 CPF-DSP              PIC 9(11).
          05 DT-INI-DSP           PIC 9(08).
          05 DT-FIM-DSP           PIC 9(08).
          05 PARECER-DSP          PIC X(01).
          05 ANALISTA-DSP         PIC X(10).
          05 DT-PARECER-DSP       PIC 9(08).
          05 FILLER               PIC X(12).
