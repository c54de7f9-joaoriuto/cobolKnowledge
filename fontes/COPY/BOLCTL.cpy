      ***************************************************************
      * BOLCTL - LAYOUT DO REGISTRO DO BOLETO-CONTROLE
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: REGISTRO UNICO DE CONTROLE DA COBRANCA BANCARIA:
      *           CONVENIO E NOME DO BENEFICIARIO NO BANCO (MANTIDOS
      *           PELA TESOURARIA), ULTIMO NOSSO NUMERO USADO E
      *           NUMERO E DATA DA ULTIMA REMESSA. O PROGBOLREM LE NO
      *           INICIO E REGRAVA NO FIM; A REMESSA REFEITA NO MESMO
      *           DIA REPETE O NUMERO DA REMESSA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  BQ-REGISTRO.
           05  BQ-CONVENIO          PICTURE X(10).
           05  BQ-BENEFICIARIO      PICTURE X(40).
           05  BQ-ULTIMO-NOSSO-NUM  PICTURE 9(10).
           05  BQ-ULTIMA-REMESSA    PICTURE 9(06).
           05  BQ-DATA-REMESSA      PICTURE 9(08).
