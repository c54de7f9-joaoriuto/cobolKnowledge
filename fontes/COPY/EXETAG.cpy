      ***************************************************************
      * EXETAG - LAYOUT DO CARTAO DE IDENTIFICACAO DO EXERCICIO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: CARTAO DE UMA LINHA (DD EXETAG) QUE O INSTRUTOR
      *           MONTA PARA CADA EXECUCAO DE EXERCICIO DO TREINAMENTO
      *           (PROGCOB05N, AULA23N E exercicio04B): A MATRICULA DO
      *           TREINANDO E O CODIGO DO EXERCICIO (QUE IDENTIFICA
      *           TAMBEM A MASSA DE DADOS DO NUMBER-LIST/NUM4-INPUT).
      *           SEM O CARTAO, O EXERCICIO RODA COMO ANTES, SEM
      *           GRAVAR RESULTADO PARA CORRECAO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  ET-REGISTRO.
           05  ET-MATRICULA         PICTURE X(08).
           05  ET-EXERCICIO         PICTURE X(08).
