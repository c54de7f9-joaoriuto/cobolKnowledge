      *                SALES-POSTED PARA A CONCILIACAO COM A
      *                ADQUIRENTE (PROGCARCON) E O FECHAMENTO DE
      *                CAIXA POR FILIAL.
      * 2026-10-15 JR  GANHA O TIPO 'C' (CANCELAMENTO NO DIA DE UMA
      *                VENDA JA LANCADA), COM O NUMERO FISCAL DA VENDA
      *                CANCELADA (ST-DOC-REFERENCIA) E O MOTIVO: '01'
      *                ERRO DE DIGITACAO, '02' DESISTENCIA DO CLIENTE,
      *                '03' ERRO DE PRECO, '04' FORMA DE PAGAMENTO
      *                ERRADA, '99' OUTROS.
      * 2026-10-15 JR  GANHA A FORMA DE PAGAMENTO 'V' (VALE-TROCA): NA
      *                DEVOLUCAO, O VALOR VOLTA AO CLIENTE EM VALE, NAO
      *                EM DINHEIRO; NA VENDA, PAGA COM O VALE DE NUMERO
      *                ST-NUM-VALE (REDEFINE O DOCUMENTO DE
      *                REFERENCIA), NO TODO OU EM PARTE.
      * 2026-10-15 JR  GANHA A FORMA DE PAGAMENTO 'F' (RESGATE DE
      *                PONTOS DE FIDELIDADE): A QUANTIDADE DE PONTOS A
      *                RESGATAR VEM EM ST-PONTOS-RESGATE (REDEFINE O
      *                DOCUMENTO DE REFERENCIA) E VIRA DESCONTO; O
      *                RESTO DA VENDA E PAGO EM DINHEIRO.
      * 2026-10-15 JR  GANHA O TIPO DE PESSOA DO CLIENTE ('F' OU
      *                BRANCO PESSOA FISICA, 'J' PESSOA JURIDICA) E O
      *                CNPJ DO CLIENTE PJ; NA VENDA PARA PJ O
      *                ST-CPF-CLIENTE VEM ZERADO.
      ***************************************************************
       01  ST-REGISTRO.
           05  ST-COD-VENDEDOR      PICTURE X(05).
           05  ST-TIPO              PICTURE X(01).
               88  ST-VENDA             VALUES 'V' ' '.
               88  ST-DEVOLUCAO         VALUE 'D'.
               88  ST-CANCELAMENTO      VALUE 'C'.
           05  ST-COD-PRODUTO       PICTURE X(06).
           05  ST-QTD-PARCELAS      PICTURE 9(02).
           05  ST-FORMA-PAGTO       PICTURE X(01).
               88  ST-PAGTO-DINHEIRO    VALUES 'D' ' '.
               88  ST-PAGTO-CARTAO      VALUE 'C'.
               88  ST-PAGTO-PIX         VALUE 'P'.
               88  ST-PAGTO-VALE        VALUE 'V'.
               88  ST-PAGTO-PONTOS      VALUE 'F'.
      * CANCELAMENTO ('C'): SO FILIAL, DOCUMENTO E MOTIVO VALEM; O
      * VENDEDOR E O OPERADOR QUE DIGITOU O CANCELAMENTO.
           05  ST-DOC-REFERENCIA    PICTURE 9(08).
      * VENDA PAGA COM VALE-TROCA ('V'): O NUMERO DO VALE VEM NO LUGAR
      * DO DOCUMENTO DE REFERENCIA.
           05  ST-NUM-VALE          REDEFINES ST-DOC-REFERENCIA
                                    PICTURE 9(08).
      * VENDA COM RESGATE DE PONTOS ('F'): A QUANTIDADE DE PONTOS VEM
      * NO LUGAR DO DOCUMENTO DE REFERENCIA.
           05  ST-PONTOS-RESGATE    REDEFINES ST-DOC-REFERENCIA
                                    PICTURE 9(08).
           05  ST-MOTIVO-CANCEL     PICTURE X(02).
               88  ST-MOTIVO-CANCEL-VALIDO VALUES '01' '02' '03'
                                                  '04' '99'.
      * CLIENTE PESSOA JURIDICA ('J'): O CNPJ DO CADASTRO DE PJ
      * (CADPJ) NO LUGAR DO CPF, QUE VEM ZERADO.
           05  ST-TIPO-PESSOA       PICTURE X(01).
               88  ST-CLIENTE-PF        VALUES 'F' ' '.
               88  ST-CLIENTE-PJ        VALUE 'J'.
           05  ST-CNPJ-CLIENTE      PICTURE 9(14).
