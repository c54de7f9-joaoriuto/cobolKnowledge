      *                E O PROGCOB06L RECUSA O EXTRATO QUANDO O
      *                ARQUIVO NAO FECHA EM ZERO - O LIVRO BALANCEIA
      *                POR CONSTRUCAO.
      * 2026-10-15 JR  VISAO ALTERNATIVA DA DESCRICAO (LT-DESC-CLIENTE)
      *                PARA OS LANCAMENTOS DO CONTAS A RECEBER: CPF DO
      *                CLIENTE E TIPO DO LANCAMENTO, PARA A CONCILIACAO
      *                MENSAL ABRIR A DIFERENCA POR CPF.
      ***************************************************************
       01  LT-REGISTRO.
           05  LT-CONTA             PICTURE X(05).
           05  LT-DATA              PICTURE 9(08).
           05  LT-DESCRICAO         PICTURE X(20).
           05  LT-DESC-CLIENTE      REDEFINES LT-DESCRICAO.
               10  LT-DESC-CPF          PICTURE 9(11).
               10  FILLER               PICTURE X(01).
               10  LT-DESC-TIPO         PICTURE X(08).
           05  LT-VALOR             PICTURE S9(09)V99.
           05  LT-CONTA-CONTRA      PICTURE X(05).
