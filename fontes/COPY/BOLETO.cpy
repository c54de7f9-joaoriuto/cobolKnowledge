      ***************************************************************
      * BOLETO - LAYOUT DO REGISTRO DO BOLETO-CADASTRO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: UM REGISTRO POR BOLETO EMITIDO PELO PROGBOLREM, PARA
      *           UMA MENSALIDADE DO MENSAL (ORIGEM 'M', REFERENCIA
      *           MATRICULA E ANO-MES) OU UMA PARCELA DO RECEBER
      *           (ORIGEM 'R', REFERENCIA CPF, DATA DA VENDA, FILIAL E
      *           PARCELA), COM O NOSSO NUMERO (SEQUENCIA DO BOLCTL),
      *           O PAGADOR, O VENCIMENTO E O VALOR. O PROGBOLRET
      *           ATUALIZA A SITUACAO PELO RETORNO DO BANCO (EMITIDO,
      *           REGISTRADO, REJEITADO OU PAGO) NO BOLETON, QUE O
      *           PASSO SEGUINTE DO JCL COPIA POR CIMA DO OFICIAL.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  BT-REGISTRO.
           05  BT-NOSSO-NUMERO      PICTURE 9(10).
           05  BT-ORIGEM            PICTURE X(01).
               88  BT-MENSALIDADE       VALUE 'M'.
               88  BT-PARCELA           VALUE 'R'.
           05  BT-REFERENCIA        PICTURE X(26).
           05  BT-REF-MENSALIDADE   REDEFINES BT-REFERENCIA.
               10  BT-MATRICULA         PICTURE X(08).
               10  BT-ANO-MES           PICTURE 9(06).
               10  FILLER               PICTURE X(12).
           05  BT-REF-PARCELA       REDEFINES BT-REFERENCIA.
               10  BT-CPF-CLIENTE       PICTURE 9(11).
               10  BT-DATA-VENDA        PICTURE 9(08).
               10  BT-FILIAL            PICTURE X(03).
               10  BT-NUM-PARCELA       PICTURE 9(02).
               10  BT-QTD-PARCELAS      PICTURE 9(02).
           05  BT-CPF-PAGADOR       PICTURE 9(11).
           05  BT-NOME-PAGADOR      PICTURE X(40).
           05  BT-DATA-EMISSAO      PICTURE 9(08).
           05  BT-DATA-VENCTO       PICTURE 9(08).
           05  BT-VALOR             PICTURE 9(08)V99.
           05  BT-SITUACAO          PICTURE X(01).
               88  BOLETO-EMITIDO       VALUE 'E'.
               88  BOLETO-REGISTRADO    VALUE 'C'.
               88  BOLETO-REJEITADO     VALUE 'J'.
               88  BOLETO-PAGO          VALUE 'P'.
           05  BT-DATA-SITUACAO     PICTURE 9(08).
           05  BT-VALOR-PAGO        PICTURE 9(08)V99.
           05  BT-OCORRENCIA        PICTURE X(02).
           05  BT-MOTIVO            PICTURE X(02).
