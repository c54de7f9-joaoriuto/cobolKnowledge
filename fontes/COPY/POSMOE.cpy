      ***************************************************************
      * POSMOE - LAYOUT DO REGISTRO DA POSICAO-MOEDA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: POSICAO EM ABERTO DA TESOURARIA POR MOEDA, CARREGADA
      *           DE UM DIA PARA O OUTRO PELO PROGREAVAL: QUANTIDADE NA
      *           MOEDA, CUSTO EM REAL PELO CUSTO MEDIO DAS OPERACOES,
      *           A COTACAO DA ULTIMA REAVALIACAO E O RESULTADO NAO
      *           REALIZADO LANCADO NO LEDGER-TRANS NAQUELE DIA (QUE
      *           O PROXIMO DIA ESTORNA). POSICAO ZERADA SAI DO
      *           ARQUIVO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  PM-REGISTRO.
           05  PM-MOEDA             PICTURE X(03).
           05  PM-DATA              PICTURE 9(08).
           05  PM-POSICAO           PICTURE S9(12)V99.
           05  PM-CUSTO             PICTURE S9(12)V99.
           05  PM-COTACAO           PICTURE 9(06)V9999.
           05  PM-RESULTADO         PICTURE S9(12)V99.
