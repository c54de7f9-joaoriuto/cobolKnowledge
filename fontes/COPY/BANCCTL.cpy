      ***************************************************************
      * BANCCTL - LAYOUT DO REGISTRO DE CONTROLE DA CONCILIACAO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: REGISTRO UNICO DE CONTROLE DA CONCILIACAO BANCARIA:
      *           CONTA CAIXA DO LEDGER CONCILIADA E TOLERANCIA EM
      *           DIAS ENTRE A DATA DO EXTRATO E A DO LANCAMENTO
      *           (MANTIDAS PELA TESOURARIA), DATA E SALDO DO ULTIMO
      *           EXTRATO CONCILIADO. O PROGBANCON LE NO INICIO E
      *           REGRAVA NO FIM; EXTRATO JA CONCILIADO NAO RODA DE
      *           NOVO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  BB-REGISTRO.
           05  BB-CONTA-CAIXA       PICTURE X(05).
           05  BB-TOLERANCIA-DIAS   PICTURE 9(02).
           05  BB-ULTIMA-DATA       PICTURE 9(08).
           05  BB-SALDO-BANCO       PICTURE S9(11)V99.
