      *           PROGALUMNT.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  PROGRAMA INICIAL.
      * 2026-10-15 JR  O TERMO PASSA A TER O PRAZO DE ENTREGA DAS NOTAS
      *                PELOS PROFESSORES, INFORMADO NA INCLUSAO E
      *                ALTERADO PELA OPCAO 4 (ZERO = SEM PRAZO).
      ***************************************

       ENVIRONMENT DIVISION.
           88 OPCAO-INCLUIR          VALUE 1.
           88 OPCAO-FECHAR           VALUE 2.
           88 OPCAO-REABRIR          VALUE 3.
           88 OPCAO-PRAZO-NOTAS      VALUE 4.
           88 OPCAO-ENCERRAR         VALUE 9.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
      * ACEITA UMA OPCAO DE MANUTENCAO E A APLICA NO MESTRE.
      *****************************************************************
       2000-MANTER-TERMO.
           DISPLAY '1-INCLUIR 2-FECHAR 3-REABRIR 4-PRAZO DAS NOTAS'.
           DISPLAY '9-ENCERRAR OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
                   PERFORM 2300-MUDAR-SITUACAO
               WHEN OPCAO-REABRIR
                   PERFORM 2300-MUDAR-SITUACAO
               WHEN OPCAO-PRAZO-NOTAS
                   PERFORM 2350-MUDAR-PRAZO-NOTAS
               WHEN OPCAO-ENCERRAR
                   SET FIM-SESSAO TO TRUE
               WHEN OTHER
           ACCEPT TE-DATA-INICIO FROM CONSOLE.
           DISPLAY 'DATA FIM:     ' WITH NO ADVANCING.
           ACCEPT TE-DATA-FIM FROM CONSOLE.
           DISPLAY 'PRAZO NOTAS:  ' WITH NO ADVANCING.
           ACCEPT TE-DATA-LIMITE-NOTAS FROM CONSOLE.
           MOVE 'A' TO TE-SITUACAO.
           WRITE TE-REGISTRO
               INVALID KEY
       2300-EXIT.
           EXIT.

       2350-MUDAR-PRAZO-NOTAS.
           PERFORM 2400-LOCALIZAR-TERMO.
           IF TERMO-LOCALIZADO
               DISPLAY 'PRAZO ATUAL:  ' TE-DATA-LIMITE-NOTAS
               DISPLAY 'PRAZO NOVO:   ' WITH NO ADVANCING
               ACCEPT TE-DATA-LIMITE-NOTAS FROM CONSOLE
               PERFORM 2500-REGRAVAR-TERMO
           END-IF.
       2350-EXIT.
           EXIT.

       2400-LOCALIZAR-TERMO.
           MOVE 'N' TO WRK-TERMO-OK.
           DISPLAY 'TERMO: ' WITH NO ADVANCING.
