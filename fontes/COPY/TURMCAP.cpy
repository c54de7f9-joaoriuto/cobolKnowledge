      ***************************************************************
      * TURMCAP - LAYOUT DO REGISTRO DA CAPACIDADE DA TURMA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: NUMERO DE VAGAS DE CADA TURMA (TERMO, DISCIPLINA E
      *           TURMA), PELO LIMITE DA SALA, MANTIDO PELA
      *           SECRETARIA. O PROGMATPED NAO INSCREVE ALEM DA
      *           CAPACIDADE: O PEDIDO QUE NAO CABE VAI PARA A LISTA
      *           DE ESPERA (MATRESP). TURMA SEM LINHA AQUI NAO
      *           RECEBE INSCRICAO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  TC-REGISTRO.
           05  TC-TERMO             PICTURE X(06).
           05  TC-DISCIPLINA        PICTURE X(05).
           05  TC-TURMA             PICTURE X(03).
           05  TC-CAPACIDADE        PICTURE 9(03).
