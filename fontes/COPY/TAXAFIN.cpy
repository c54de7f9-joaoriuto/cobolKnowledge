      ***************************************************************
      * TAXAFIN - LAYOUT DO REGISTRO DA TABELA DE FINANCIAMENTO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: TAXA DE JUROS AO MES (PERCENTUAL) DA VENDA
      *           PARCELADA, UMA LINHA POR QUANTIDADE DE PARCELAS,
      *           MANTIDA PELA GERENCIA DAS LOJAS. O PROGRECGER
      *           CALCULA A PARCELA FIXA PELA TABELA PRICE COM A
      *           TAXA DA QUANTIDADE DE PARCELAS DA VENDA; PLANO SEM
      *           LINHA NA TABELA (OU COM TAXA ZERO) CONTINUA SEM
      *           JUROS, EM PARCELAS IGUAIS.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  TF-REGISTRO.
           05  TF-QTD-PARCELAS      PICTURE 9(02).
           05  TF-TAXA-MES          PICTURE 9(02)V9(04).
