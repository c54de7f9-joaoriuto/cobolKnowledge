      ***************************************************************
      * HORARIO - LAYOUT DO REGISTRO DO HORARIO DAS TURMAS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: UM ENCONTRO SEMANAL DE UMA ATRIBUICAO DO PROFTURM
      *           (PROFESSOR, TURMA, TERMO E DISCIPLINA): DIA DA
      *           SEMANA (2 = SEGUNDA ... 7 = SABADO), FAIXA DE
      *           HORARIO DA GRADE DA ESCOLA (01 A 20) E SALA DO
      *           SALAMST. A TURMA COM VARIOS ENCONTROS NA SEMANA TEM
      *           UMA LINHA POR ENCONTRO. MONTADO PELA COORDENACAO E
      *           CONFERIDO PELO PROGHORVAL.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  HO-REGISTRO.
           05  HO-PROFESSOR         PICTURE X(05).
           05  HO-TURMA             PICTURE X(03).
           05  HO-TERMO             PICTURE X(06).
           05  HO-DISCIPLINA        PICTURE X(05).
           05  HO-DIA-SEMANA        PICTURE 9(01).
           05  HO-FAIXA             PICTURE 9(02).
           05  HO-SALA              PICTURE X(05).
