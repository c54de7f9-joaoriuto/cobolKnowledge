      ***************************************************************
      * ORCAMENT - LAYOUT DO REGISTRO DO ORCAMENTO ANUAL
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ORCAMENTO DO ANO POR CONTA DO CONTMST, UM VALOR
      *           POR MES, NO MESMO SINAL DO LEDGER (DEBITO
      *           POSITIVO, CREDITO NEGATIVO). CARREGADO UMA VEZ POR
      *           ANO PELO PROGORCCAR; CADA REVISAO ENTRA INTEIRA COM
      *           O NUMERO DE VERSAO SEGUINTE E AS VERSOES ANTERIORES
      *           FICAM NO ARQUIVO COMO HISTORICO. O PROGORCREL
      *           COMPARA O REALIZADO COM A MAIOR VERSAO DO ANO. O
      *           MESMO LAYOUT SERVE A ENTRADA DA CARGA (ORCENT).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  OB-REGISTRO.
           05  OB-ANO               PICTURE 9(04).
           05  OB-VERSAO            PICTURE 9(03).
           05  OB-CONTA             PICTURE X(05).
           05  OB-DATA-CARGA        PICTURE 9(08).
           05  OB-VALOR-MES         PICTURE S9(11)V99
                                    OCCURS 12 TIMES.
