      ***************************************************************
      * REMATDEC - LAYOUT DO REGISTRO DA DECISAO SOBRE REMATRICULA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: DECISAO DA SECRETARIA SOBRE A REMATRICULA
      *           PROVISORIA (REMATPRV) DO ALUNO RETIDO OU DE UMA
      *           DISCIPLINA PROPOSTA: L LIBERA PARA CONFIRMAR, X
      *           CANCELA. DISCIPLINA EM BRANCO VALE PARA TODAS AS
      *           DO ALUNO NO TERMO. LIDA PELO PROGREMCNF.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  RD-REGISTRO.
           05  RD-MATRICULA         PICTURE X(08).
           05  RD-TERMO             PICTURE X(06).
           05  RD-DISCIPLINA        PICTURE X(05).
           05  RD-DECISAO           PICTURE X(01).
               88  DECISAO-LIBERA       VALUE 'L'.
               88  DECISAO-CANCELA      VALUE 'X'.
