      ***************************************************************
      * NOTAPROF - LAYOUT DO REGISTRO DO ENVIO DE NOTAS DO PROFESSOR
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: LINHA DO ARQUIVO DE NOTAS QUE O PROFESSOR ENVIA
      *           POR TURMA (UM ARQUIVO POR TURMA, CONCATENADOS NO
      *           DD NOTAPROF): O PROFESSOR, A TURMA/TERMO/DISCIPLINA
      *           E AS NOTAS DE UM ALUNO. O PROGNOTPRF CONFERE A
      *           ATRIBUICAO (PROFTURM), A INSCRICAO (MATRDISC) E O
      *           PRAZO DO TERMO (TERMMST) ANTES DE LEVAR A LINHA AO
      *           STUDENT-GRADES.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  NP-REGISTRO.
           05  NP-PROFESSOR         PICTURE X(05).
           05  NP-TERMO             PICTURE X(06).
           05  NP-DISCIPLINA        PICTURE X(05).
           05  NP-TURMA             PICTURE X(03).
           05  NP-MATRICULA         PICTURE X(08).
           05  NP-NOME              PICTURE X(30).
           05  NP-NOTA1             PICTURE 9(02).
           05  NP-NOTA2             PICTURE 9(02).
           05  NP-NOTA3             PICTURE 9(02).
           05  NP-FREQUENCIA        PICTURE 9(03).
