      ***************************************************************
      * REMATPRV - LAYOUT DO REGISTRO DA REMATRICULA PROVISORIA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: DISCIPLINA PROPOSTA PELO PROGREMAT PARA O ALUNO
      *           ATIVO NO TERMO NOVO (GRADE DO CURSO NO CURRMST
      *           MENOS O JA APROVADO NO TRANSCRIPT-MST), COM A
      *           TURMA RESERVADA. O ALUNO COM MENSALIDADE VENCIDA
      *           OU EM PROBATION FICA RETIDO PARA A SECRETARIA,
      *           QUE LIBERA OU CANCELA PELO REMATDEC. O PROGREMCNF
      *           CONFIRMA A PROVISORIA NO MATRDISC.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  RV-REGISTRO.
           05  RV-MATRICULA         PICTURE X(08).
           05  RV-TERMO             PICTURE X(06).
           05  RV-DISCIPLINA        PICTURE X(05).
           05  RV-TURMA             PICTURE X(03).
           05  RV-SITUACAO          PICTURE X(01).
               88  REMAT-PROVISORIA     VALUE 'P'.
               88  REMAT-RETIDA         VALUE 'R'.
               88  REMAT-CONFIRMADA     VALUE 'C'.
               88  REMAT-EM-ESPERA      VALUE 'E'.
               88  REMAT-CANCELADA      VALUE 'X'.
           05  RV-REPETICAO         PICTURE X(01).
               88  REMAT-REPETICAO      VALUE 'S'.
           05  RV-MOTIVO            PICTURE X(30).
           05  RV-DATA-GERACAO      PICTURE 9(08).
           05  RV-DATA-CONFIRMACAO  PICTURE 9(08).
