      *           VENDAS RETIDAS.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  PROGRAMA INICIAL.
      * 2026-10-15 JR  A COTACAO SEGURADA TRAZ A COMPRA E A VENDA
      *                (SEGURADA TAMBEM POR SPREAD ACIMA DO MAXIMO):
      *                O OPERADOR VE OS TRES VALORES E O CONFIRMADO
      *                ENTRA NO RATE-TABLE COM OS DOIS LADOS.
      ***************************************

       ENVIRONMENT DIVISION.
           05  RS-MOEDA            PICTURE X(03).
           05  RS-COTACAO          PICTURE 9(06)V9999.
           05  RS-DATA             PICTURE 9(08).
           05  RS-COTACAO-COMPRA   PICTURE 9(06)V9999.
           05  RS-COTACAO-VENDA    PICTURE 9(06)V9999.

       FD  RATE-SUSP-PEND.
       01  RP-REGISTRO             PICTURE X(41).

       FD  RATE-TABLE.
           COPY RATETAB.
       77 WRK-DESTINO      PICTURE X(10) VALUE SPACES.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.
       77 WRK-COTACAOFN    PICTURE ZZZ.ZZ9,9999 VALUE ZEROS.
       77 WRK-COMPRAFN     PICTURE ZZZ.ZZ9,9999 VALUE ZEROS.
       77 WRK-VENDAFN      PICTURE ZZZ.ZZ9,9999 VALUE ZEROS.
       77 WRK-QTD-LIDAS       PICTURE 9(06) VALUE ZEROS.
       77 WRK-QTD-CONFIRMADAS PICTURE 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS  PICTURE 9(06) VALUE ZEROS.
      *****************************************************************
       2000-REVISAR-SEGURADA.
           ADD 1 TO WRK-QTD-LIDAS.
           IF RS-COTACAO-COMPRA IS NOT NUMERIC
               MOVE RS-COTACAO TO RS-COTACAO-COMPRA
           END-IF.
           IF RS-COTACAO-VENDA IS NOT NUMERIC
               MOVE RS-COTACAO TO RS-COTACAO-VENDA
           END-IF.
           IF SESSAO-ENCERRADA
               PERFORM 2400-MANTER-PENDENTE
           ELSE
               DISPLAY 'SEGURADA - MOEDA: ' RS-MOEDA
                       '  COTACAO: ' WRK-COTACAOFN
                       '  VIGENCIA: ' RS-DATA
               MOVE RS-COTACAO-COMPRA TO WRK-COMPRAFN
               MOVE RS-COTACAO-VENDA  TO WRK-VENDAFN
               DISPLAY '          COMPRA: ' WRK-COMPRAFN
                       '  VENDA: ' WRK-VENDAFN
               MOVE SPACES TO WRK-OPCAO
               PERFORM 2100-ACEITAR-OPCAO
                   UNTIL OPCAO-CONFIRMAR OR OPCAO-REJEITAR
           ELSE
               MOVE RS-DATA TO RT-DATA
           END-IF.
           MOVE RS-COTACAO-COMPRA TO RT-COTACAO-COMPRA.
           MOVE RS-COTACAO-VENDA  TO RT-COTACAO-VENDA.
           WRITE RT-REGISTRO.
           MOVE 'CONFIRMADO' TO WRK-DESTINO.
           PERFORM 2500-GRAVAR-DISPOSICAO.
