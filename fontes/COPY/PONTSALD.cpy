      ***************************************************************
      * PONTSALD - LAYOUT DO REGISTRO DO PONTOS-SALDO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: SALDO DE PONTOS DE FIDELIDADE POR CPF, REGRAVADO
      *           TODA NOITE PELO PROGPONTOS A PARTIR DO RAZAO
      *           (PONTOS), PARA O PROGVENDAS CONFERIR O RESGATE E O
      *           PROGCLI360 MOSTRAR O SALDO NO BALCAO SEM LER O
      *           RAZAO INTEIRO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  PB-REGISTRO.
           05  PB-CPF               PICTURE 9(11).
           05  PB-SALDO             PICTURE S9(08).
           05  PB-TOTAL-GANHO       PICTURE 9(09).
           05  PB-TOTAL-USADO       PICTURE 9(09).
      * PONTOS DO SALDO QUE EXPIRAM ATE PB-DATA-A-EXPIRAR (30 DIAS
      * DEPOIS DO CALCULO), PARA O BALCAO AVISAR O CLIENTE.
           05  PB-A-EXPIRAR         PICTURE 9(08).
           05  PB-DATA-A-EXPIRAR    PICTURE 9(08).
           05  PB-DATA-ULTIMO-MOV   PICTURE 9(08).
           05  PB-DATA-CALCULO      PICTURE 9(08).
