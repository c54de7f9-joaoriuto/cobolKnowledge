      ***************************************************************
      * BANCPEND - LAYOUT DO REGISTRO DE PENDENCIA DA CONCILIACAO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ITEM AINDA NAO CONCILIADO, LEVADO DE UM DIA PARA O
      *           OUTRO ATE CASAR: LINHA DO EXTRATO SEM LANCAMENTO NO
      *           LEDGER (ORIGEM 'E') OU LANCAMENTO DA CONTA CAIXA
      *           QUE AINDA NAO APARECEU NO EXTRATO (ORIGEM 'L'), COM
      *           A DATA EM QUE FICOU PENDENTE PELA PRIMEIRA VEZ.
      *           LIDO (BANCPEND) E REGRAVADO (BANCPENN) PELO
      *           PROGBANCON.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  CI-REGISTRO.
           05  CI-ORIGEM            PICTURE X(01).
               88  CI-DO-EXTRATO        VALUE 'E'.
               88  CI-DO-LEDGER         VALUE 'L'.
           05  CI-DATA              PICTURE 9(08).
           05  CI-HISTORICO         PICTURE X(20).
           05  CI-DOCUMENTO         PICTURE X(10).
           05  CI-VALOR             PICTURE S9(11)V99.
           05  CI-DATA-PENDENTE     PICTURE 9(08).
