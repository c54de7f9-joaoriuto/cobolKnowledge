      ***************************************************************
      * SPEDCTL - LAYOUT DO REGISTRO DE CONTROLE DO EXTRATO FISCAL
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ULTIMO MES (ANO-MES) CUJO EXTRATO FISCAL (SPEDSAI)
      *           O PROGSPED GEROU, COM A DATA DA GERACAO E A
      *           QUANTIDADE DE REGISTROS; A REEXECUCAO NA MESMA
      *           NOITE OU NAS SEGUINTES NAO GERA O MES DE NOVO.
      *           PARA REGERAR UM MES, A CONTABILIDADE VOLTA O
      *           ANO-MES DESTE ARQUIVO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  SC-REGISTRO.
           05  SC-ANO-MES           PICTURE 9(06).
           05  SC-DATA-GERACAO      PICTURE 9(08).
           05  SC-QTD-REGISTROS     PICTURE 9(08).
