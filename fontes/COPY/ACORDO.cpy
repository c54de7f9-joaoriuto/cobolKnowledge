      ***************************************************************
      * ACORDO - LAYOUT DO REGISTRO DO ACORDOS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ACORDO DE RENEGOCIACAO DE DIVIDA DO CONTAS A
      *           RECEBER, NEGOCIADO PELA COBRANCA POR TELEFONE E
      *           REGISTRADO NO PROGACORDO (NUMERO EM SEQUENCIA DO
      *           ACOCTL, CPF, QUANTIDADE DE PARCELAS NOVAS, ENTRADA
      *           E QUEM NEGOCIOU). O PROGRECACO APLICA O ACORDO
      *           PENDENTE NO RECEBER NA NOITE: FECHA AS PARCELAS
      *           VENCIDAS DO CPF COMO RENEGOCIADAS, GERA A SERIE
      *           NOVA E GUARDA AQUI O VALOR ACORDADO E OS ENCARGOS
      *           INCORPORADOS.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  AC-REGISTRO.
           05  AC-NUMERO            PICTURE 9(08).
           05  AC-CPF-CLIENTE       PICTURE 9(11).
           05  AC-DATA-ACORDO       PICTURE 9(08).
           05  AC-QTD-PARCELAS      PICTURE 9(02).
           05  AC-VALOR-ENTRADA     PICTURE 9(08)V99.
           05  AC-NEGOCIADOR        PICTURE X(08).
           05  AC-DATA-APLICACAO    PICTURE 9(08).
           05  AC-VALOR-ACORDADO    PICTURE 9(08)V99.
           05  AC-VALOR-ENCARGOS    PICTURE 9(08)V99.
           05  AC-SITUACAO          PICTURE X(01).
               88  ACORDO-PENDENTE      VALUE 'P'.
               88  ACORDO-APLICADO      VALUE 'A'.
               88  ACORDO-RECUSADO      VALUE 'R'.
