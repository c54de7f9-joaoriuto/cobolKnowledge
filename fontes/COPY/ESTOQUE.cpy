      ***************************************************************
      * ESTOQUE - LAYOUT DO REGISTRO DO ESTOQUE-MASTER
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: SALDO DE ESTOQUE POR PRODUTO E FILIAL (CHAVE
      *           PD-CODIGO + FILIAL), COM O NIVEL MINIMO DE
      *           REPOSICAO E O CUSTO MEDIO DA UNIDADE. MANTIDO PELO
      *           PROGESTATU (BAIXA DAS VENDAS E ENTRADA DAS
      *           DEVOLUCOES DO SALES-POSTED, ENTRADAS DO DEPOSITO NO
      *           ESTENT), CONSULTADO PELO PROGPREVND PARA RECUSAR
      *           VENDA SEM SALDO NA FILIAL E LIDO PELOS RELATORIOS
      *           DE REPOSICAO (PROGESTREP) E DE INVENTARIO
      *           (PROGESTINV).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  ES-REGISTRO.
           05  ES-CHAVE.
               10  ES-COD-PRODUTO   PICTURE X(06).
               10  ES-FILIAL        PICTURE X(03).
           05  ES-QTD-SALDO         PICTURE S9(07).
           05  ES-QTD-MINIMO        PICTURE 9(07).
           05  ES-CUSTO-MEDIO       PICTURE 9(07)V99.
           05  ES-DATA-ULT-ENTRADA  PICTURE 9(08).
           05  ES-DATA-ULT-SAIDA    PICTURE 9(08).
