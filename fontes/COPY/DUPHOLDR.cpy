      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  LAYOUT INICIAL (ANTES O DUPHOLD ERA A VENDA
      *                CRUA, SEM DATA NEM A FILIAL DO PAR).
      * 2026-10-15 JR  DH-VENDA ACOMPANHA O SALESTR (DOCUMENTO DE
      *                REFERENCIA E MOTIVO DO CANCELAMENTO).
      * 2026-10-15 JR  DH-VENDA ACOMPANHA O SALESTR (TIPO DE PESSOA E
      *                CNPJ DO CLIENTE).
      ***************************************************************
       01  DH-REGISTRO.
           05  DH-VENDA             PICTURE X(67).
           05  DH-DATA-RETENCAO     PICTURE 9(08).
           05  DH-FILIAL-PRIMEIRA   PICTURE X(03).
