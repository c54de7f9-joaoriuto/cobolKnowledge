      ***************************************************************
      * EXEGAB - LAYOUT DO REGISTRO DO GABARITO DOS EXERCICIOS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: RESULTADO ESPERADO DE CADA EXERCICIO (CODIGO DO
      *           CARTAO EXETAG, UM POR MASSA DE DADOS), NOS MESMOS
      *           CODIGOS DE RESULTADO/ITEM DO EXERES, MONTADO PELO
      *           INSTRUTOR. EG-CASAS E A QUANTIDADE DE CASAS
      *           DECIMAIS QUE PRECISAM BATER: O RESULTADO DO
      *           TREINANDO E CERTO QUANDO A DIFERENCA PARA O
      *           GABARITO FICA ABAIXO DE UMA UNIDADE NA ULTIMA
      *           DESSAS CASAS (0 = SO A PARTE INTEIRA CONTA).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  EG-REGISTRO.
           05  EG-EXERCICIO         PICTURE X(08).
           05  EG-RESULTADO         PICTURE X(10).
           05  EG-ITEM              PICTURE 9(04).
           05  EG-VALOR             PICTURE S9(18)V9(04).
           05  EG-CASAS             PICTURE 9(01).
