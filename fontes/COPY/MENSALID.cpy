      *           ATRASO NO ATENDIMENTO).
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  SITUACAO 'C' (CANCELADA) PARA A MENSALIDADE
      *                POSTERIOR AO DESLIGAMENTO DO ALUNO, GRAVADA
      *                PELO PROGMENCAN; NAO E MAIS COBRADA NEM BAIXADA.
      ***************************************************************
       01  MN-REGISTRO.
           05  MN-MATRICULA         PICTURE X(08).
           05  MN-SITUACAO          PICTURE X(01).
               88  MENSALIDADE-ABERTA   VALUE 'A'.
               88  MENSALIDADE-PAGA     VALUE 'P'.
               88  MENSALIDADE-CANCELADA VALUE 'C'.
