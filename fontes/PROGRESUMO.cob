      *           O DIA INTEIRO DA CASA EM UMA FOLHA.                *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-08-22 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 12 FALHA DE ARQUIVO): SEM O   *
      *                HISTORICO DIARIO OU SEM O RESUMO, 12; OUTRA   *
      *                ENTRADA INDISPONIVEL DEIXA O RESUMO           *
      *                INCOMPLETO E DEVOLVE 4. O RUN-LOG SO E LIDO.  *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       77  WRK-FS-CREDEXC           PIC X(02) VALUE SPACES.
           88  FS-CREDEXC-OK             VALUE '00'.
       77  WRK-FS-RESUMO            PIC X(02) VALUE SPACES.
           88  FS-RESUMO-OK              VALUE '00'.
       77  WRK-ARQ-INDISPONIVEL     PIC X(15) VALUE SPACES.
       77  WRK-FS-INDISPONIVEL      PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
           PERFORM 1300-LER-CONVERSOES.
           PERFORM 1400-CONTAR-VISITANTES.
           PERFORM 1500-CONTAR-EXCECOES.
           PERFORM 3000-IMPRIMIR-RESUMO THRU 3000-EXIT.
           STOP RUN.

      ****************************************************************
               END-READ
               PERFORM 1010-GUARDAR-DIA UNTIL FIM-ARQUIVO
               CLOSE SALES-DIA-HIST
           ELSE
               DISPLAY 'HISTORICO DIARIO INDISPONIVEL - FS: '
                       WRK-FS-SALESDIA
               MOVE 12 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
               READ MTD-TOTALS
               MOVE MTD-SOMA-VENDAS TO WRK-MTD-SOMA
               CLOSE MTD-TOTALS
           ELSE
               MOVE 'MTDTOT' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-MTDTOT TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
           OPEN INPUT YTD-SALES.
           IF FS-YTDTOT-OK
               READ YTD-SALES
               MOVE YT-SOMA-VENDAS TO WRK-YTD-SOMA
               CLOSE YTD-SALES
           ELSE
               MOVE 'YTDTOT' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-YTDTOT TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
       1100-EXIT.
           EXIT.
               END-READ
               PERFORM 1210-GUARDAR-EXECUCAO UNTIL FIM-ARQUIVO
               CLOSE RUN-LOG
           ELSE
               MOVE 'RUNLOG' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-RUNLOG TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
       1200-EXIT.
           EXIT.
               END-READ
               PERFORM 1310-SOMAR-CONVERSAO UNTIL FIM-ARQUIVO
               CLOSE CONVERSAO-HIST
           ELSE
               MOVE 'CONVERSAO-HIST' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-CONVHIST TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
       1300-EXIT.
           EXIT.
               END-READ
               PERFORM 1410-CONTAR-VISITA UNTIL FIM-ARQUIVO
               CLOSE VISITOR-LOG
           ELSE
               MOVE 'VISITOR-LOG' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-VISITLOG TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
       1400-EXIT.
           EXIT.
               END-READ
               PERFORM 1510-CONTAR-SALESEXC UNTIL FIM-ARQUIVO
               CLOSE SALES-EXCEPT
           ELSE
               MOVE 'SALESEXC' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-SALESEXC TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RECONCILE-EXCEPT.
               END-READ
               PERFORM 1520-CONTAR-RECEXC UNTIL FIM-ARQUIVO
               CLOSE RECONCILE-EXCEPT
           ELSE
               MOVE 'RECONCEXC' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-RECEXC TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CREDITO-EXCEPT.
               END-READ
               PERFORM 1530-CONTAR-CREDEXC UNTIL FIM-ARQUIVO
               CLOSE CREDITO-EXCEPT
           ELSE
               MOVE 'CREDEXC' TO WRK-ARQ-INDISPONIVEL
               MOVE WRK-FS-CREDEXC TO WRK-FS-INDISPONIVEL
               PERFORM 9100-AVISAR-INDISPONIVEL
           END-IF.
       1500-EXIT.
           EXIT.
      ****************************************************************
       3000-IMPRIMIR-RESUMO.
           OPEN OUTPUT RESUMO-REPORT.
           IF NOT FS-RESUMO-OK
               DISPLAY 'RESUMODIA INDISPONIVEL - FS: ' WRK-FS-RESUMO
               MOVE 12 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE 'RESUMO DIARIO DA OPERACAO' TO RS-LINHA.
           WRITE RS-LINHA.
           MOVE SPACES TO RS-LINHA.
           WRITE RS-LINHA.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 9100-AVISAR-INDISPONIVEL - ENTRADA DO RESUMO QUE NAO ABRIU   *
      *                            (WRK-ARQ-INDISPONIVEL): A LINHA   *
      *                            DELA SAI ZERADA E O PASSO         *
      *                            DEVOLVE AVISO (RC 4).             *
      ****************************************************************
       9100-AVISAR-INDISPONIVEL.
           DISPLAY WRK-ARQ-INDISPONIVEL ' INDISPONIVEL - FS: '
                   WRK-FS-INDISPONIVEL ' - RESUMO INCOMPLETO'.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9100-EXIT.
           EXIT.
