      ***************************************************************
      * EXERES - LAYOUT DO REGISTRO DO EXERCICIO-RESULTADO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: CADA RESULTADO APURADO POR UMA EXECUCAO IDENTIFICADA
      *           (CARTAO EXETAG) DOS EXERCICIOS DO TREINAMENTO. UMA
      *           EXECUCAO E O CONJUNTO DE LINHAS COM A MESMA
      *           MATRICULA, EXERCICIO, DATA E HORA. O PROGEXECOR
      *           CONFERE OS RESULTADOS CONTRA O GABARITO (EXEGAB).
      *           CODIGOS DE RESULTADO:
      *             PROGCOB05N   - SOMA, SUBTRACAO, PRODUTO, DIVISAO,
      *                            MEDIA E QTD;
      *             AULA23N      - SOMAQUAD, MEDIA, VARIANCIA E QTD;
      *             exercicio04B - SOMAQUAD POR REGISTRO (ER-ITEM =
      *                            NUMERO DO REGISTRO) E QTD.
      *           ER-ITEM ZERO NOS RESULTADOS DO ARQUIVO INTEIRO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  ER-REGISTRO.
           05  ER-MATRICULA         PICTURE X(08).
           05  ER-EXERCICIO         PICTURE X(08).
           05  ER-PROGRAMA          PICTURE X(12).
           05  ER-DATA              PICTURE 9(08).
           05  ER-HORA              PICTURE 9(08).
           05  ER-RESULTADO         PICTURE X(10).
           05  ER-ITEM              PICTURE 9(04).
           05  ER-VALOR             PICTURE S9(18)V9(04).
