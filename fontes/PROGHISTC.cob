      *                DEVOLUCAO ('D') PASSA A DEBITAR O TOTAL E O    *
      *                MES DO HISTORICO (SEM DEIXAR NEGATIVO), PARA A *
      *                MESMA COMPRA NAO LASTREAR DEVOLUCOES SEM FIM.  *
      * 2026-10-15 JR  O CANCELAMENTO NO DIA ('C') DEBITA O TOTAL E O*
      *                MES COMO A DEVOLUCAO E AINDA DESCONTA A COMPRA*
      *                DA QUANTIDADE, DESFAZENDO A VENDA CANCELADA.  *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT ERROR-LOG     ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-POSTED.
           COPY PURHIST.
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
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK            VALUE '00'.
       77  WRK-FS-PURHIST           PIC X(02) VALUE SPACES.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1100-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-VENDA UNTIL FIM-ARQUIVO.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN I-O PURCHASE-HIST.
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-PURHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           IF NOT FIM-ARQUIVO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 12
           END-IF.
           IF PS-DEVOLUCAO OR PS-CANCELAMENTO
               IF PS-CANCELAMENTO
                  AND PH-QTD-COMPRAS > ZEROS
                   SUBTRACT 1 FROM PH-QTD-COMPRAS
               END-IF
               IF PS-VALOR-REAL > PH-TOTAL-COMPRAS
                   MOVE ZEROS TO PH-TOTAL-COMPRAS
               ELSE
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
           MOVE 'PROGHISTC' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LANCADOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITADOS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
