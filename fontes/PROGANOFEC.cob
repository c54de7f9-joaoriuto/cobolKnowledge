      *           O ZERAMENTO E SAI NO RELATORIO.                    *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL   *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA            *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL DE *
      *                CONTROLE), GRAVADO TAMBEM NO RUN-LOG.          *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CALENDARIO-DIAS.
       01  AF-LINHA                 PICTURE X(80).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-YTDTOT            PIC X(02) VALUE SPACES.
       77  WRK-PCTFN                PIC -ZZZ9,99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF WRK-MES NOT = 12
               DISPLAY 'HOJE NAO E DEZEMBRO - FECHAMENTO ANUAL '
                       'NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DE DEZEMBRO - '
                       'FECHAMENTO ANUAL NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT ANOFEC-REPORT.
           PERFORM 5000-COMPARATIVO-ANOS
               THRU 5000-EXIT.
           CLOSE ANOFEC-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-YTDTOT TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
               WRITE AF-LINHA
               DISPLAY '*** FECHAMENTO ANUAL ABORTADO - SOMA DOS '
                       'MESES NAO BATE COM O YTD-SALES'
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND ANO-HIST.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.

      ****************************************************************
      * 9750-APURAR-RETURN-CODE - DEVOLVE AO JCL O CODIGO DE RETORNO *
      *                    PADRAO DO PASSO, A PARTIR DO STATUS E DAS *
      *                    CONTAGENS JA MONTADOS NO RG-REGISTRO:     *
      *                    12 - FALHA DE ARQUIVO OU DE TOTAL DE      *
      *                         CONTROLE (ERRO/RECUSADO/DIVERGE);    *
      *                     8 - REJEITADOS ACIMA DA TOLERANCIA       *
      *                         (WRK-RL-TOLER-PCT % DOS LIDOS);      *
      *                     4 - AVISO (REJEITADOS DENTRO DA          *
      *                         TOLERANCIA OU LINHA GRAVADA NO       *
      *                         ERROR-LOG);                          *
      *                     0 - OK, INCLUSIVE PASSO PULADO POR NAO   *
      *                         SER O DIA DELE.                      *
      *                    O MAIOR CODIGO JA DEVOLVIDO PREVALECE.    *
      ****************************************************************
       9750-APURAR-RETURN-CODE.
           IF RG-STATUS = 'ERRO' OR 'RECUSADO' OR 'DIVERGE'
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF RG-QTD-REJEITADOS * 100 >
              RG-QTD-LIDOS * WRK-RL-TOLER-PCT
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RG-QTD-REJEITADOS > ZEROS
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9750-EXIT.
           EXIT.

      ****************************************************************
      * 9800-GRAVAR-RUNLOG - REGISTRA A EXECUCAO DO LOTE NO RUN-LOG  *
      *                      COMUM DA SUITE, PARA O RELATORIO DA     *
      *                      MANHA (PROGMANHA).                      *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGANOFEC' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-YTD-QTD TO RG-QTD-LIDOS.
           MOVE WRK-YTD-QTD TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
