      *                PELO PROGVENDAS EM SEQUENCIA POR FILIAL
      *                (CONTROLE NUMCTL) E CONFERIDO PELO RELATORIO
      *                DE LACUNAS (PROGNUMGAP).
      * 2026-10-15 JR  GANHA O TIPO 'C' (CANCELAMENTO NO DIA): REPETE
      *                OS CAMPOS E O NUMERO FISCAL DA VENDA CANCELADA,
      *                QUE FICA USADO, COM O MOTIVO E O OPERADOR QUE
      *                CANCELOU; OS CONSUMIDORES ESTORNAM A VENDA DE
      *                MESMA FILIAL E DOCUMENTO.
      * 2026-10-15 JR  GANHA A FORMA 'V' (VALE-TROCA) E O NUMERO E O
      *                VALOR DO VALE EMITIDO NA DEVOLUCAO OU USADO NA
      *                VENDA, PARA O FECHAMENTO DE CAIXA (PROGDEPCON)
      *                CONTAR SO A PARTE EM DINHEIRO E O PROGVALTRC
      *                LANCAR O PASSIVO.
      * 2026-10-15 JR  GANHA A FORMA 'F' (RESGATE DE PONTOS DE
      *                FIDELIDADE) E OS PONTOS RESGATADOS COM O
      *                DESCONTO QUE VALERAM, PARA O PROGPONTOS BAIXAR
      *                O SALDO E O FECHAMENTO DE CAIXA CONTAR SO A
      *                PARTE EM DINHEIRO.
      * 2026-10-15 JR  GANHA O TIPO DE PESSOA E O CNPJ DO CLIENTE PJ
      *                (SALESTR), PARA A CONCILIACAO (RECONCIL) E O
      *                ICMS (PROGICMS) SEPARAREM PF E PJ.
      ***************************************************************
       01  PS-REGISTRO.
           05  PS-DATA              PICTURE 9(08).
           05  PS-TIPO              PICTURE X(01).
               88  PS-VENDA             VALUE 'V'.
               88  PS-DEVOLUCAO         VALUE 'D'.
               88  PS-CANCELAMENTO      VALUE 'C'.
           05  PS-COD-PRODUTO       PICTURE X(06).
           05  PS-QTD-PARCELAS      PICTURE 9(02).
           05  PS-FORMA-PAGTO       PICTURE X(01).
               88  PS-PAGTO-DINHEIRO    VALUES 'D' ' '.
               88  PS-PAGTO-CARTAO      VALUE 'C'.
               88  PS-PAGTO-PIX         VALUE 'P'.
               88  PS-PAGTO-VALE        VALUE 'V'.
               88  PS-PAGTO-PONTOS      VALUE 'F'.
           05  PS-NUM-DOCUMENTO     PICTURE 9(08).
           05  PS-MOTIVO-CANCEL     PICTURE X(02).
           05  PS-OPERADOR-CANCEL   PICTURE X(05).
      * VALE-TROCA: NA DEVOLUCAO, O VALE EMITIDO E O SEU VALOR; NA
      * VENDA (E NO SEU CANCELAMENTO), O VALE USADO E QUANTO DELE SAIU
      * - O RESTO DO PS-VALOR-REAL FOI PAGO EM DINHEIRO.
           05  PS-NUM-VALE          PICTURE 9(08).
           05  PS-VALOR-VALE        PICTURE 9(08)V99.
      * RESGATE DE PONTOS: NA VENDA (E NO SEU CANCELAMENTO), OS PONTOS
      * USADOS E O DESCONTO EM REAL - O RESTO DO PS-VALOR-REAL FOI
      * PAGO EM DINHEIRO.
           05  PS-PONTOS-RESGATE    PICTURE 9(08).
           05  PS-VALOR-PONTOS      PICTURE 9(08)V99.
      * CLIENTE PESSOA JURIDICA ('J'): CNPJ NO LUGAR DO CPF (ZERADO).
           05  PS-TIPO-PESSOA       PICTURE X(01).
               88  PS-CLIENTE-PF        VALUES 'F' ' '.
               88  PS-CLIENTE-PJ        VALUE 'J'.
           05  PS-CNPJ-CLIENTE      PICTURE 9(14).
