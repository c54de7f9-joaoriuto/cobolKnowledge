      *           QUE FICARAM SEM NOTA NO TRANSCRIPT-MST.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  AS INSCRICOES PASSAM A ENTRAR PELO PROGMATPED,
      *                QUE CONFERE O PEDIDO DO ALUNO (MATRPED) E SO
      *                ACRESCENTA AQUI O QUE FOI ACEITO.
      * 2026-10-15 JR  A CONFIRMACAO DA REMATRICULA (PROGREMCNF) TAMBEM
      *                ACRESCENTA AQUI AS PROPOSTAS DO REMATPRV.
      ***************************************************************
       01  MD-REGISTRO.
           05  MD-MATRICULA         PICTURE X(08).
