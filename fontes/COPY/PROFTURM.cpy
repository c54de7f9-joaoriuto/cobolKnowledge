      *           CADA PROFESSOR.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  PASSA A VALER TAMBEM COMO AUTORIZACAO DO ENVIO
      *                DE NOTAS: O PROGNOTPRF SO ACEITA NOTA DA TURMA
      *                ATRIBUIDA AO PROFESSOR QUE A ENVIOU.
      ***************************************************************
       01  PT-REGISTRO.
           05  PT-PROFESSOR         PICTURE X(05).
