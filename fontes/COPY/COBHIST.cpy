      ***************************************************************
      * COBHIST - LAYOUT DO REGISTRO DO COBRANCA-HISTORICO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: HISTORICO DAS CARTAS DE COBRANCA EMITIDAS PELO
      *           PROGRECCAR - UMA LINHA POR CARTA, COM O NIVEL
      *           (1 LEMBRETE, 2 NOTIFICACAO, 3 AVISO PREVIO DE
      *           NEGATIVACAO), A DATA DE ENVIO, O VENCIMENTO MAIS
      *           ANTIGO EM ATRASO QUE MOTIVOU A CARTA E O DEBITO
      *           VENCIDO NAQUELE DIA. SO RECEBE ACRESCIMOS. LIDO
      *           PELO PROGRECCAR (NAO REPETIR NIVEL, ESPERAR O
      *           INTERVALO), PELO PROGNEGAT (AVISO PREVIO ANTES DA
      *           INCLUSAO NO BIRO) E PELO PROGLGPD (DOSSIE).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  KH-REGISTRO.
           05  KH-CPF               PICTURE 9(11).
           05  KH-NIVEL             PICTURE 9(01).
               88  KH-LEMBRETE          VALUE 1.
               88  KH-NOTIFICACAO       VALUE 2.
               88  KH-PRE-NEGATIVACAO   VALUE 3.
           05  KH-DATA-ENVIO        PICTURE 9(08).
           05  KH-VENCTO-ANTIGO     PICTURE 9(08).
           05  KH-DIAS-ATRASO       PICTURE 9(05).
           05  KH-QTD-PARCELAS      PICTURE 9(03).
           05  KH-VALOR-VENCIDO     PICTURE 9(10)V99.
