      ***************************************************************
      * PRCHOLDR - LAYOUT DO REGISTRO DO PRECO-HOLD
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: VENDA RETIDA PELO PROGVENDAS POR ESTAR ABAIXO DO
      *           PISO DE DESCONTO DO PERFIL DO VENDEDOR: A VENDA NO
      *           LAYOUT SALESTR, A DATA DA RETENCAO, O PRECO DE
      *           LISTA VIGENTE, O PISO CALCULADO, O VALOR DA VENDA
      *           JA EM REAL E O PERFIL DO VENDEDOR, PARA O GERENTE
      *           APROVAR OU RECUSAR NO PROGPRCREL (MESMA FILA DE
      *           ESPERA NOS MOLDES DO DUPHOLD).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  VP-VENDA ACOMPANHA O SALESTR (DOCUMENTO DE
      *                REFERENCIA E MOTIVO DO CANCELAMENTO).
      * 2026-10-15 JR  VP-VENDA ACOMPANHA O SALESTR (TIPO DE PESSOA E
      *                CNPJ DO CLIENTE).
      ***************************************************************
       01  VP-REGISTRO.
           05  VP-VENDA             PICTURE X(67).
           05  VP-DATA-RETENCAO     PICTURE 9(08).
           05  VP-PRECO-TABELA      PICTURE 9(08)V99.
           05  VP-VALOR-PISO        PICTURE 9(08)V99.
           05  VP-VALOR-REAL        PICTURE 9(08)V99.
           05  VP-PERFIL            PICTURE X(02).
