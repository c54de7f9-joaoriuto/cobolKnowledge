      *           AGING DIARIO E A LISTA DE INADIMPLENTES.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  ENCARGOS DE ATRASO NO ITEM: MULTA E JUROS DE
      *                MORA LANCADOS NA BAIXA, ENCARGO JA PAGO E A
      *                DATA ATE A QUAL OS JUROS FORAM CALCULADOS.
      * 2026-10-15 JR  SITUACAO NOVA DE PARCELA BAIXADA COMO PERDA (B),
      *                PELO PROGRECPRD, E DATA DA ULTIMA MUDANCA DE
      *                SITUACAO.
      * 2026-10-15 JR  SITUACAO NOVA DE PARCELA RENEGOCIADA (R) E
      *                NUMERO DO ACORDO (PROGRECACO), QUE LIGA AS
      *                PARCELAS FECHADAS PELO ACORDO AS PARCELAS NOVAS
      *                QUE ELE GEROU.
      * 2026-10-15 JR  VENDA FINANCIADA COM JUROS (TABELA PRICE DO
      *                TAXAFIN): A PARCELA SE DIVIDE EM PRINCIPAL
      *                (AMORTIZACAO) E JUROS DO FINANCIAMENTO, E A DATA
      *                EM QUE OS JUROS FORAM RECONHECIDOS COMO RECEITA
      *                (PROGRECBX, NO VENCIMENTO) FICA NO ITEM. PARCELA
      *                SEM JUROS TEM O PRINCIPAL IGUAL AO VALOR.
      ***************************************************************
       01  CR-REGISTRO.
           05  CR-CPF-CLIENTE       PICTURE 9(11).
           05  CR-SITUACAO          PICTURE X(01).
               88  PARCELA-ABERTA       VALUE 'A'.
               88  PARCELA-PAGA         VALUE 'P'.
               88  PARCELA-PERDA        VALUE 'B'.
               88  PARCELA-RENEGOCIADA  VALUE 'R'.
           05  CR-VALOR-MULTA       PICTURE 9(08)V99.
           05  CR-VALOR-JUROS       PICTURE 9(08)V99.
           05  CR-ENCARGO-PAGO      PICTURE 9(08)V99.
           05  CR-DATA-CALC-JUROS   PICTURE 9(08).
           05  CR-DATA-SITUACAO     PICTURE 9(08).
           05  CR-NUM-ACORDO        PICTURE 9(08).
           05  CR-VALOR-PRINCIPAL   PICTURE 9(08)V99.
           05  CR-JUROS-FINANC      PICTURE 9(08)V99.
           05  CR-DATA-APROP-JUROS  PICTURE 9(08).
