      * 2026-09-02 JR  GANHA O NUMERO FISCAL DO DOCUMENTO DA VENDA,
      *                ACOMPANHANDO O SALES-POSTED, PARA A AUDITORIA
      *                LOCALIZAR A NOTA NOS CONSUMIDORES DO MES.
      * 2026-10-15 JR  GANHA A FILIAL E O CODIGO DO PRODUTO DA VENDA,
      *                PARA O RELATORIO MENSAL DE MARGEM BRUTA
      *                (PROGMRGRPT) QUEBRAR POR CATEGORIA, FILIAL E
      *                VENDEDOR.
      * 2026-10-15 JR  GANHA O TIPO DE PESSOA E O CNPJ DO CLIENTE PJ
      *                (CPF ZERADO), ACOMPANHANDO O SALESTR, PARA O
      *                PROGICMS TOTALIZAR PF E PJ EM SEPARADO.
      ***************************************************************
       01  SM-REGISTRO.
           05  SM-DATA              PICTURE 9(08).
           05  SM-VALOR             PICTURE S9(08)V99.
           05  SM-CPF-CLIENTE       PICTURE 9(11).
           05  SM-NUM-DOCUMENTO     PICTURE 9(08).
           05  SM-FILIAL            PICTURE X(03).
           05  SM-COD-PRODUTO       PICTURE X(06).
           05  SM-TIPO-PESSOA       PICTURE X(01).
               88  SM-CLIENTE-PF        VALUES 'F' ' '.
               88  SM-CLIENTE-PJ        VALUE 'J'.
           05  SM-CNPJ-CLIENTE      PICTURE 9(14).
