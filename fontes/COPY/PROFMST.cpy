      *           HOJE SO CONSEGUE DAR POR CODIGO DE TURMA.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  ACRESCENTA A CATEGORIA DO PROFESSOR (CHAVE DO
      *                VALOR DA HORA-AULA NO VALHORA) E A MATRICULA
      *                NA FOLHA DE PAGAMENTO, USADAS PELO PROGPAGPRF
      *                NO PAGAMENTO MENSAL DAS AULAS DADAS.
      ***************************************************************
       01  PF-REGISTRO.
           05  PF-CODIGO            PICTURE X(05).
           05  PF-SITUACAO          PICTURE X(01).
               88  PROFESSOR-ATIVO      VALUE 'A'.
               88  PROFESSOR-INATIVO    VALUE 'I'.
           05  PF-CATEGORIA         PICTURE X(01).
           05  PF-ID-FOLHA          PICTURE X(10).
