      * 2026-08-22 JR  GANHA A DATA DE VIGENCIA DA COTACAO, MANTIDA
      *                PELO PROGRATMNT; OS CONSUMIDORES RECUSAM
      *                COTACAO MAIS VELHA QUE O DIA DO LOTE.
      * 2026-10-15 JR  GANHA A COTACAO DE COMPRA E A DE VENDA DA MOEDA
      *                (A TESOURARIA COMPRA PELA MENOR E VENDE PELA
      *                MAIOR); RT-COTACAO CONTINUA SENDO A COTACAO
      *                MEDIA, PARA QUEM SO PRECISA DE UM VALOR.
      ***************************************************************
       01  RT-REGISTRO.
           05  RT-MOEDA             PICTURE X(03).
           05  RT-COTACAO           PICTURE 9(06)V9999.
           05  RT-DATA              PICTURE 9(08).
           05  RT-COTACAO-COMPRA    PICTURE 9(06)V9999.
           05  RT-COTACAO-VENDA     PICTURE 9(06)V9999.
