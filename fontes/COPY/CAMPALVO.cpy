      ***************************************************************
      * CAMPALVO - LAYOUT DO REGISTRO DO CAMPANHA-ALVO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: LISTA DE CLIENTES DE CADA CAMPANHA (CHAVE CAMPANHA
      *           + CPF), GRAVADA PELO PROGCAMSEL: GRUPO ALVO
      *           (CONTATADO) OU DE CONTROLE (SORTEADO E RETIDO, NAO
      *           CONTATADO), SE O CLIENTE ESTAVA DORMENTE NA
      *           SELECAO, E AS COMPRAS DO CLIENTE NA JANELA DA
      *           CAMPANHA, SOMADAS DO SALES-POSTED PELO PROGCAMAPU.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  CA-REGISTRO.
           05  CA-CHAVE.
               10  CA-CAMPANHA      PICTURE X(06).
               10  CA-CPF           PICTURE 9(11).
           05  CA-GRUPO             PICTURE X(01).
               88  CA-GRUPO-ALVO        VALUE 'A'.
               88  CA-GRUPO-CONTROLE    VALUE 'C'.
           05  CA-DORMENTE          PICTURE X(01).
               88  CA-ERA-DORMENTE      VALUE 'S'.
           05  CA-QTD-COMPRAS       PICTURE 9(05).
           05  CA-VALOR-COMPRAS     PICTURE S9(10)V99.
           05  CA-DATA-PRIMEIRA     PICTURE 9(08).
