      ***************************************************************
      * PREREQ - LAYOUT DO REGISTRO DO PRE-REQUISITO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PRE-REQUISITOS DAS DISCIPLINAS (UMA LINHA POR
      *           DISCIPLINA E DISCIPLINA EXIGIDA), MANTIDOS PELA
      *           COORDENACAO. O PROGMATPED SO ACEITA O PEDIDO DE
      *           INSCRICAO SE O ALUNO TEM CADA DISCIPLINA EXIGIDA
      *           COM STATUS APROVADO NO TRANSCRIPT-MST, EM
      *           QUALQUER TERMO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  PR-REGISTRO.
           05  PR-DISCIPLINA        PICTURE X(05).
           05  PR-DISC-EXIGIDA      PICTURE X(05).
