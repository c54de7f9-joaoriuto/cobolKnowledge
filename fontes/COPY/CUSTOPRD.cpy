      ***************************************************************
      * CUSTOPRD - LAYOUT DO REGISTRO DO CUSTO DO PRODUTO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: CUSTO UNITARIO POR PRODUTO (PD-CODIGO) COM DATA DE
      *           VIGENCIA PROPRIA - UMA LINHA POR PRODUTO E
      *           VIGENCIA, MANTIDA PELO COMERCIAL COMO O PRODMST;
      *           VALE PARA A VENDA A LINHA DE MAIOR VIGENCIA ATE A
      *           DATA DA VENDA. LIDA PELO PROGMRGRPT PARA O CUSTO
      *           DA MARGEM BRUTA MENSAL.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  CU-REGISTRO.
           05  CU-COD-PRODUTO       PICTURE X(06).
           05  CU-DATA-VIGENCIA     PICTURE 9(08).
           05  CU-CUSTO-UNIT        PICTURE 9(08)V99.
