      ***************************************************************
      * EXTBANC - LAYOUT DO REGISTRO DO EXTRATO BANCARIO DIARIO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: EXTRATO DO DIA DA CONTA MOVIMENTO DA EMPRESA, COMO
      *           O BANCO ENVIA: UMA LINHA 'L' POR LANCAMENTO (CREDITO
      *           POSITIVO, DEBITO NEGATIVO) E UMA LINHA 'S' COM O
      *           SALDO FINAL DO EXTRATO NA DATA. LIDO PELO PROGBANCON
      *           NA CONCILIACAO CONTRA A CONTA CAIXA DO LEDGER.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  EB-REGISTRO.
           05  EB-TIPO              PICTURE X(01).
               88  EB-LANCAMENTO        VALUE 'L'.
               88  EB-SALDO-FINAL       VALUE 'S'.
           05  EB-DATA              PICTURE 9(08).
           05  EB-HISTORICO         PICTURE X(20).
           05  EB-DOCUMENTO         PICTURE X(10).
           05  EB-VALOR             PICTURE S9(11)V99.
