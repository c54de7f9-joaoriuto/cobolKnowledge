      *                PARA A DISPOSICAO AUTOMATICA (PROGAUTODS) E O
      *                AGING DAS FILAS PENDENTES SABEREM HA QUANTO
      *                TEMPO O ITEM ESPERA.
      * 2026-10-15 JR  GANHA O DOCUMENTO DE REFERENCIA E O MOTIVO DO
      *                CANCELAMENTO, ACOMPANHANDO O SALESTR, E O MOTIVO
      *                'C' (CANCELAMENTO RECUSADO: SEM VENDA DO DIA COM
      *                O DOCUMENTO, JA CANCELADA, SEM MOTIVO VALIDO OU
      *                MAIOR QUE AS VENDAS DO DIA).
      * 2026-10-15 JR  GANHA O MOTIVO 'T' (VALE-TROCA RECUSADO: VENDA
      *                COM VALE INEXISTENTE, DE OUTRO CPF, USADO,
      *                VENCIDO OU SEM SALDO, OU DEVOLUCAO EM VALE SEM
      *                ESPACO NO CADASTRO DE VALES).
      * 2026-10-15 JR  GANHA O MOTIVO 'F' (RESGATE DE PONTOS RECUSADO:
      *                SEM CPF, SEM SALDO DE PONTOS SUFICIENTE OU
      *                QUANTIDADE ZERADA).
      * 2026-10-15 JR  ACOMPANHA O SALESTR (TIPO DE PESSOA E CNPJ DO
      *                CLIENTE PJ), PARA A VENDA CORRIGIDA VOLTAR COM
      *                O CLIENTE CERTO.
      * 2026-10-15 JR  GANHA O MOTIVO 'R' (VENDA PARCELADA A CPF COM
      *                SITUACAO CADASTRAL NAO REGULAR NA RECEITA
      *                FEDERAL, CONFORME O CPFRF).
      ***************************************************************
       01  SX-REGISTRO.
           05  SX-MOTIVO            PICTURE X(01).
               88  SX-MOEDA-SEM-COTACAO VALUE 'M'.
               88  SX-DEVOLUCAO-SEM-BASE VALUE 'D'.
               88  SX-DEV-SEM-AUTORIZACAO VALUE 'A'.
               88  SX-CANCEL-RECUSADO   VALUE 'C'.
               88  SX-VALE-RECUSADO     VALUE 'T'.
               88  SX-PONTOS-RECUSADO   VALUE 'F'.
               88  SX-CPF-IRREGULAR-RF  VALUE 'R'.
           05  SX-COD-VENDEDOR      PICTURE X(05).
           05  SX-MOEDA             PICTURE X(03).
           05  SX-VALOR             PICTURE S9(08)V99.
           05  SX-QTD-PARCELAS      PICTURE 9(02).
           05  SX-FORMA-PAGTO       PICTURE X(01).
           05  SX-DATA              PICTURE 9(08).
           05  SX-DOC-REFERENCIA    PICTURE 9(08).
           05  SX-MOTIVO-CANCEL     PICTURE X(02).
           05  SX-TIPO-PESSOA       PICTURE X(01).
           05  SX-CNPJ-CLIENTE      PICTURE 9(14).
