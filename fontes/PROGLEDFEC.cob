      *           PROGCOB06L); FORA DE ZERO, NADA E MEXIDO.          *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT LEDFEC-REPORT ASSIGN TO "LEDFECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDFECRPT.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  LEDGER-TRANS.
       01  LV-REGISTRO              PICTURE X(49).
       FD  LEDFEC-REPORT.
       01  LF-LINHA                 PICTURE X(80).
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-LEDSALDO          PIC X(02) VALUE SPACES.
       77  WRK-VALOR-SOMA           PIC S9(11)V99 COMP-3 VALUE ZEROS.

       77  WRK-QTD-LANCAMENTOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ARQUIVADOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SALDOFN              PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                    VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-SALDOS-ANTERIORES.
           PERFORM 2000-SOMAR-PERIODO.
               WRITE LF-LINHA
               DISPLAY '*** FECHAMENTO DO LEDGER ABORTADO - '
                       'ARQUIVO FORA DE ZERO'
               MOVE 'DIVERGE' TO WRK-RL-STATUS
           ELSE
               PERFORM 3000-GRAVAR-SALDOS-NOVOS
               PERFORM 4000-ARQUIVAR-LANCAMENTOS
               PERFORM 5000-IMPRIMIR-SALDOS
           END-IF.
           CLOSE LEDFEC-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               SET FIM-LEDGER TO TRUE
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - FS: '
                       WRK-FS-LEDGTRAN
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.
       4100-ARQUIVAR-UM.
           MOVE LT-REGISTRO TO LA-REGISTRO.
           WRITE LA-REGISTRO.
           ADD 1 TO WRK-QTD-ARQUIVADOS.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
           WRITE LF-LINHA.
       5100-EXIT.
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
           MOVE 'PROGLEDFEC' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LANCAMENTOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ARQUIVADOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
