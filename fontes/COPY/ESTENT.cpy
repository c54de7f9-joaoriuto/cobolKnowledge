      ***************************************************************
      * ESTENT - LAYOUT DO REGISTRO DO ESTOQUE-ENTRADA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ENTRADA DE MERCADORIA DO DEPOSITO NA FILIAL,
      *           ACUMULADA DURANTE O DIA E ESVAZIADA PELO PROGESTATU
      *           DEPOIS DE APLICADA NO ESTOQUE-MASTER: SOMA A
      *           QUANTIDADE AO SALDO E REFAZ O CUSTO MEDIO COM O
      *           CUSTO UNITARIO DA NOTA. O MINIMO DE REPOSICAO,
      *           QUANDO MAIOR QUE ZEROS, SUBSTITUI O DO MESTRE (UMA
      *           LINHA COM QUANTIDADE ZEROS SO ACERTA O MINIMO).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  EE-REGISTRO.
           05  EE-DATA              PICTURE 9(08).
           05  EE-COD-PRODUTO       PICTURE X(06).
           05  EE-FILIAL            PICTURE X(03).
           05  EE-QUANTIDADE        PICTURE 9(07).
           05  EE-CUSTO-UNITARIO    PICTURE 9(07)V99.
           05  EE-NUM-NOTA          PICTURE 9(08).
           05  EE-QTD-MINIMO        PICTURE 9(07).
