      *           HISTORICO JA EMITIDO E ASSINADO.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  ACRESCENTA O PRAZO DE ENTREGA DAS NOTAS PELOS
      *                PROFESSORES (ZERO = SEM PRAZO), CONFERIDO PELO
      *                PROGNOTPRF.
      ***************************************************************
       01  TE-REGISTRO.
           05  TE-TERMO             PICTURE X(06).
           05  TE-SITUACAO          PICTURE X(01).
               88  TERMO-ABERTO         VALUE 'A'.
               88  TERMO-FECHADO        VALUE 'F'.
           05  TE-DATA-LIMITE-NOTAS PICTURE 9(08).
