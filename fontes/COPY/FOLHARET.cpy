      ***************************************************************
      * FOLHARET - LAYOUT DO REGISTRO DO RETORNO-FOLHA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: CONFIRMACAO DE PAGAMENTO DEVOLVIDA PELO SISTEMA DE
      *           FOLHA DO RH PARA CADA 'DET' RECEBIDO NA INTERFACE
      *           (COMPETENCIA, MATRICULA, CODIGO, EVENTO, VALOR
      *           EFETIVAMENTE PAGO E SITUACAO - PAGO OU RECUSADO,
      *           COM O MOTIVO DA RECUSA). LIDO PELO PROGCOMCNF.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  FR-REGISTRO.
           05  FR-COMPETENCIA       PICTURE 9(06).
           05  FR-ID-FOLHA          PICTURE X(10).
           05  FR-CODIGO            PICTURE X(05).
           05  FR-EVENTO            PICTURE X(04).
           05  FR-VALOR-PAGO        PICTURE 9(10)V99.
           05  FR-SITUACAO          PICTURE X(01).
               88  FR-PAGO              VALUE 'P'.
               88  FR-RECUSADO          VALUE 'R'.
           05  FR-MOTIVO            PICTURE X(30).
