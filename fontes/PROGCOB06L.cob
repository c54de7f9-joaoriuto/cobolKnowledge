      *                ABERTO; CONTA COM SALDO CARREGADO E SEM
      *                MOVIMENTO AINDA ENTRA NO BALANCETE - MESMOS
      *                NUMEROS, UMA FRACAO DA LEITURA.
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LEDGER-REPORT ASSIGN TO "LEDGER-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGRPT.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-TRANS.
           COPY CONTMST.
       FD  LEDGER-REPORT.
       01  LR-LINHA                 PICTURE X(80).
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK            VALUE '00'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
       77  WRK-ARQ-DESBALANCEADO    PIC X(01) VALUE 'N'.
           88  ARQ-DESBALANCEADO        VALUE 'S'.
       77  WRK-QTD-PERNAS-SOLTAS    PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-FS-LEDSALDO          PIC X(02) VALUE SPACES.
           88  FS-LEDSALDO-OK            VALUE '00'.
       77  WRK-FIM-LEDSALDO         PIC X(01) VALUE 'N'.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 0500-CONFERIR-BALANCEAMENTO.
           PERFORM 0700-CARREGAR-SALDOS-ANTERIORES.
           PERFORM 1000-CARREGAR-CONTAS.
           IF ARQ-DESBALANCEADO
               PERFORM 0600-RELATAR-DESBALANCEIO
               CLOSE LEDGER-REPORT
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           SORT SORT-LANCTOS
               OUTPUT PROCEDURE IS 2000-EXTRATAR-CONTAS.
           PERFORM 4000-IMPRIMIR-BALANCETE.
           CLOSE LEDGER-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               END-READ
               PERFORM 0510-SOMAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           ELSE
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - FS: '
                       WRK-FS-LEDGTRAN
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
           IF WRK-SOMA-ARQUIVO NOT = ZEROS
               SET ARQ-DESBALANCEADO TO TRUE
               DISPLAY '*** LEDGER-TRANS NAO FECHA EM ZERO - '
                       'EXTRATO RECUSADO (VER LEDGER-REPORT)'
               MOVE 'RECUSADO' TO WRK-RL-STATUS
           END-IF.
       0500-EXIT.
           EXIT.

       0510-SOMAR-LANCAMENTO.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
           ADD LT-VALOR TO WRK-SOMA-ARQUIVO.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-COMPUTE.
       9000-EXIT.
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
           MOVE 'PROGCOB06L' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LANCAMENTOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-CONTAS-RPT TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-PERNAS-SOLTAS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
