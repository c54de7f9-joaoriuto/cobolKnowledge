      ***************************************************************
      * PRECOTAB - LAYOUT DO REGISTRO DA TABELA DE PRECOS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PRECO DE LISTA POR PRODUTO (PD-CODIGO) COM DATA DE
      *           VIGENCIA - UMA LINHA POR PRODUTO E VIGENCIA, EM
      *           ORDEM DE PRODUTO E DATA; VALE PARA A VENDA A LINHA
      *           DE MAIOR VIGENCIA ATE A DATA DO LOTE. MANTIDA PELO
      *           COMERCIAL NO PROGPRCMNT E LIDA PELO PROGVENDAS
      *           PARA CONFERIR O PISO DE DESCONTO DA VENDA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  PC-REGISTRO.
           05  PC-COD-PRODUTO       PICTURE X(06).
           05  PC-DATA-VIGENCIA     PICTURE 9(08).
           05  PC-PRECO             PICTURE 9(08)V99.
