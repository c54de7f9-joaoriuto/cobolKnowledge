      ***************************************************************
      * NOTACTL - LAYOUT DO REGISTRO DO CONTROLE DE ENVIO DE NOTAS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: SITUACAO DO ENVIO DE NOTAS DE CADA TURMA (UMA
      *           LINHA POR PROFESSOR, TERMO, DISCIPLINA E TURMA QUE
      *           JA ENVIOU ALGUMA COISA), MANTIDA PELO PROGNOTPRF DE
      *           UMA NOITE PARA A OUTRA: DATA DO ULTIMO ENVIO, SE
      *           HOUVE ENVIO FORA DO PRAZO E AS LINHAS ACEITAS E
      *           RECUSADAS NO TERMO. A TURMA ATRIBUIDA NO PROFTURM
      *           SEM LINHA AQUI AINDA NAO ENVIOU.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  NC-REGISTRO.
           05  NC-PROFESSOR         PICTURE X(05).
           05  NC-TERMO             PICTURE X(06).
           05  NC-DISCIPLINA        PICTURE X(05).
           05  NC-TURMA             PICTURE X(03).
           05  NC-SITUACAO          PICTURE X(01).
               88  ENVIO-NO-PRAZO       VALUE 'E'.
               88  ENVIO-ATRASADO       VALUE 'A'.
           05  NC-DATA-ENVIO        PICTURE 9(08).
           05  NC-QTD-ACEITAS       PICTURE 9(05).
           05  NC-QTD-RECUSADAS     PICTURE 9(05).
