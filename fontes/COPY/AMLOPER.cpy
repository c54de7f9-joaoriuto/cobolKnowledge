      ***************************************************************
      * AMLOPER - LAYOUT DO REGISTRO DO AML-OPERACOES
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: OPERACOES DE CAMBIO NA FAIXA LOGO ABAIXO DO LIMITE
      *           DE COMUNICACAO DENTRO DA JANELA DO AMLCFG, CARREGADAS
      *           DE UMA NOITE PARA A OUTRA PELO PROGAML (O SALESPST SO
      *           TEM AS VENDAS DO DIA) PARA A CONTAGEM DO
      *           FRACIONAMENTO POR CPF OU SOLICITANTE. A OPERACAO QUE
      *           SAI DA JANELA SAI DO ARQUIVO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  AX-REGISTRO.
           05  AX-DATA              PICTURE 9(08).
           05  AX-ORIGEM            PICTURE X(01).
           05  AX-CHAVE             PICTURE X(14).
           05  AX-MOEDA             PICTURE X(03).
           05  AX-VALOR             PICTURE 9(11)V99.
