      * 2026-09-02 JR  IDEM PARA A FORMA DE PAGAMENTO (SALESEXR).
      * 2026-09-02 JR  A EXCECAO GANHOU A DATA (SX-DATA): PENDENTE E
      *                DISPOSICAO ACOMPANHAM O LAYOUT NOVO.
      * 2026-10-15 JR  IDEM PARA O DOCUMENTO DE REFERENCIA E O MOTIVO
      *                DO CANCELAMENTO (SALESEXR); O CANCELAMENTO
      *                RECUSADO (MOTIVO 'C') E MOSTRADO COM A FILIAL, O
      *                DOCUMENTO E O MOTIVO.
      * 2026-10-15 JR  O VALE-TROCA RECUSADO (MOTIVO 'T') E MOSTRADO
      *                COM O NUMERO DO VALE E O TIPO DA TRANSACAO.
      * 2026-10-15 JR  O RESGATE DE PONTOS RECUSADO (MOTIVO 'F') E
      *                MOSTRADO COM A QUANTIDADE DE PONTOS PEDIDA.
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O TIPO DE PESSOA E O
      *                CNPJ DO CLIENTE (SALESTR/SALESEXR): A VENDA
      *                CORRIGIDA, PENDENTES E DISPOSICAO ACOMPANHAM O
      *                LAYOUT NOVO.
      * 2026-10-15 JR  A VENDA A PRAZO A CPF NAO REGULAR NA RECEITA
      *                (MOTIVO 'R') E MOSTRADA COM A QUANTIDADE DE
      *                PARCELAS.
      ***************************************

       ENVIRONMENT DIVISION.
           COPY SALESEXR.

       FD  SALES-EXCEPT-PEND.
       01  SP-REGISTRO             PICTURE X(77).

       FD  SALES-REINJ.
       01  RJ-REGISTRO             PICTURE X(67).

       FD  EXC-DISPOSICAO.
       01  DP-LINHA                PICTURE X(105).

       WORKING-STORAGE SECTION.
       77 WRK-FS-SALESEXD  PICTURE X(02) VALUE ZEROS.
           05 WRK-CR-COD-PRODUTO   PICTURE X(06).
           05 WRK-CR-QTD-PARCELAS  PICTURE 9(02).
           05 WRK-CR-FORMA-PAGTO   PICTURE X(01).
           05 WRK-CR-DOC-REFERENCIA PICTURE 9(08).
           05 WRK-CR-MOTIVO-CANCEL PICTURE X(02).
           05 WRK-CR-TIPO-PESSOA   PICTURE X(01).
           05 WRK-CR-CNPJ-CLIENTE  PICTURE 9(14).
       77 WRK-QTD-LIDAS        PICTURE 9(06) VALUE ZEROS.
       77 WRK-QTD-REINJETADAS  PICTURE 9(06) VALUE ZEROS.
       77 WRK-QTD-BAIXADAS     PICTURE 9(06) VALUE ZEROS.
                   DISPLAY 'MOTIVO: VALOR INVALIDO'
               WHEN SX-DEVOLUCAO-SEM-BASE
                   DISPLAY 'MOTIVO: DEVOLUCAO SEM VENDA ORIGINAL'
               WHEN SX-CANCEL-RECUSADO
                   DISPLAY 'MOTIVO: CANCELAMENTO RECUSADO - FILIAL '
                           SX-FILIAL ' DOCUMENTO ' SX-DOC-REFERENCIA
                           ' MOTIVO ' SX-MOTIVO-CANCEL
               WHEN SX-VALE-RECUSADO
                   DISPLAY 'MOTIVO: VALE-TROCA RECUSADO - VALE '
                           SX-DOC-REFERENCIA ' TIPO ' SX-TIPO
               WHEN SX-PONTOS-RECUSADO
                   DISPLAY 'MOTIVO: RESGATE DE PONTOS RECUSADO - '
                           'PONTOS ' SX-DOC-REFERENCIA
               WHEN SX-CPF-IRREGULAR-RF
                   DISPLAY 'MOTIVO: VENDA A PRAZO A CPF NAO REGULAR '
                           'NA RECEITA - PARCELAS ' SX-QTD-PARCELAS
               WHEN OTHER
                   DISPLAY 'MOTIVO: MOEDA SEM COTACAO'
           END-EVALUATE.
           MOVE SX-COD-PRODUTO  TO WRK-CR-COD-PRODUTO.
           MOVE SX-QTD-PARCELAS TO WRK-CR-QTD-PARCELAS.
           MOVE SX-FORMA-PAGTO  TO WRK-CR-FORMA-PAGTO.
           MOVE SX-DOC-REFERENCIA TO WRK-CR-DOC-REFERENCIA.
           MOVE SX-MOTIVO-CANCEL TO WRK-CR-MOTIVO-CANCEL.
           MOVE SX-TIPO-PESSOA  TO WRK-CR-TIPO-PESSOA.
           MOVE SX-CNPJ-CLIENTE TO WRK-CR-CNPJ-CLIENTE.
           PERFORM 2320-GRAVAR-REINJECAO.
       2300-EXIT.
           EXIT.
           MOVE SX-COD-PRODUTO  TO WRK-CR-COD-PRODUTO.
           MOVE SX-QTD-PARCELAS TO WRK-CR-QTD-PARCELAS.
           MOVE SX-FORMA-PAGTO  TO WRK-CR-FORMA-PAGTO.
           MOVE SX-DOC-REFERENCIA TO WRK-CR-DOC-REFERENCIA.
           MOVE SX-MOTIVO-CANCEL TO WRK-CR-MOTIVO-CANCEL.
           MOVE SX-TIPO-PESSOA  TO WRK-CR-TIPO-PESSOA.
           MOVE SX-CNPJ-CLIENTE TO WRK-CR-CNPJ-CLIENTE.
           PERFORM 2320-GRAVAR-REINJECAO.
       2310-EXIT.
           EXIT.
