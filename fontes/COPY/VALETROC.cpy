      ***************************************************************
      * VALETROC - LAYOUT DO REGISTRO DO VALE-TROCA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: VALE-TROCA NUMERADO (CPF, FILIAL, VALOR, SALDO E
      *           VALIDADE) EMITIDO PELO PROGVENDAS NA DEVOLUCAO
      *           ACERTADA EM VALE (FORMA DE PAGAMENTO 'V') E
      *           CONSUMIDO, NO TODO OU EM PARTE, PELA VENDA PAGA
      *           COM O VALE; O SALDO QUE SOBRA FICA NO VALE ATE A
      *           VALIDADE. O PROGVALTRC LANCA O PASSIVO NO LEDGER E
      *           EXPIRA NO FIM DO MES OS VALES VENCIDOS COM SALDO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  VT-REGISTRO.
           05  VT-NUMERO            PICTURE 9(08).
           05  VT-CPF-CLIENTE       PICTURE 9(11).
           05  VT-FILIAL            PICTURE X(03).
           05  VT-VALOR-EMITIDO     PICTURE 9(08)V99.
           05  VT-SALDO             PICTURE 9(08)V99.
           05  VT-DATA-EMISSAO      PICTURE 9(08).
           05  VT-DATA-VALIDADE     PICTURE 9(08).
           05  VT-DATA-MOVIMENTO    PICTURE 9(08).
           05  VT-SITUACAO          PICTURE X(01).
               88  VALE-ABERTO          VALUE 'A'.
               88  VALE-ZERADO          VALUE 'U'.
               88  VALE-EXPIRADO        VALUE 'E'.
