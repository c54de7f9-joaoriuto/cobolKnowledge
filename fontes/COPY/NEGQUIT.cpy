      ***************************************************************
      * NEGQUIT - LAYOUT DO REGISTRO DO NEGATIVACAO-QUITACAO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ARQUIVO DE TRABALHO DAS QUITACOES - O PROGRECBX
      *           ACRESCENTA UMA LINHA POR CPF CUJO PAGAMENTO DO DIA
      *           ZEROU A DIVIDA VENCIDA (PARCELAS VENCIDAS E
      *           BAIXADAS COMO PERDA); O PROGNEGAT MANDA A REMOCAO
      *           DO CPF NEGATIVADO AO BIRO E LIMPA O ARQUIVO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  NQ-REGISTRO.
           05  NQ-CPF               PICTURE 9(11).
           05  NQ-DATA-QUITACAO     PICTURE 9(08).
