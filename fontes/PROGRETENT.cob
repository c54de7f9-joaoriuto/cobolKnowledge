      *           ARQUIVO).                                          *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  O CONVERSAO-HIST GANHOU A COTACAO MEDIA E O   *
      *                LADO DA OPERACAO: VERSAO NOVA E MORTO TAMBEM. *
      * 2026-10-15 JR  O CONVERSAO-HIST GANHOU TAMBEM O IOF RETIDO.  *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT RETENT-REPORT  ASSIGN TO "RETENTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETENTRPT.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  RETENCAO-CONFIG.
       FD  CONVERSAO-HIST.
           COPY CONVHIST.
       FD  CONVERSAO-HIST-N.
       01  HN-REGISTRO              PICTURE X(72).
       FD  CONVERSAO-HIST-ARQ.
       01  HA-REGISTRO              PICTURE X(72).
       FD  VISITOR-LOG.
           COPY VISITLOG.
       FD  VISITOR-LOG-N.
       01  GA-REGISTRO              PICTURE X(50).
       FD  RETENT-REPORT.
       01  RT-LINHA                 PICTURE X(80).
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-RETCFG            PIC X(02) VALUE SPACES.
           88  FS-RETCFG-OK             VALUE '00'.
       77  WRK-FS-ENTRADA           PIC X(02) VALUE SPACES.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           WRITE RT-LINHA.
           CLOSE RETENT-REPORT.
           DISPLAY 'HOUSEKEEPING DOS LOGS ENCERRADO'.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               END-READ
               PERFORM 2100-EXPURGAR-UMA-CONV UNTIL FIM-ARQUIVO
               CLOSE CONVERSAO-HIST
           ELSE
               IF WRK-FS-ENTRADA NOT = '35'
                   DISPLAY WRK-ARQUIVO-VEZ ' INDISPONIVEL - FS: '
                           WRK-FS-ENTRADA ' - VERSAO NOVA INCOMPLETA'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           CLOSE CONVERSAO-HIST-N
                 CONVERSAO-HIST-ARQ.
               END-READ
               PERFORM 3100-EXPURGAR-UMA-VISITA UNTIL FIM-ARQUIVO
               CLOSE VISITOR-LOG
           ELSE
               IF WRK-FS-ENTRADA NOT = '35'
                   DISPLAY WRK-ARQUIVO-VEZ ' INDISPONIVEL - FS: '
                           WRK-FS-ENTRADA ' - VERSAO NOVA INCOMPLETA'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           CLOSE VISITOR-LOG-N
                 VISITOR-LOG-ARQ.
               END-READ
               PERFORM 4100-EXPURGAR-UM-CALCULO UNTIL FIM-ARQUIVO
               CLOSE CALC-AUDIT
           ELSE
               IF WRK-FS-ENTRADA NOT = '35'
                   DISPLAY WRK-ARQUIVO-VEZ ' INDISPONIVEL - FS: '
                           WRK-FS-ENTRADA ' - VERSAO NOVA INCOMPLETA'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           CLOSE CALC-AUDIT-N
                 CALC-AUDIT-ARQ.
               END-READ
               PERFORM 5100-EXPURGAR-UM-SIGNON UNTIL FIM-ARQUIVO
               CLOSE SIGNON-LOG
           ELSE
               IF WRK-FS-ENTRADA NOT = '35'
                   DISPLAY WRK-ARQUIVO-VEZ ' INDISPONIVEL - FS: '
                           WRK-FS-ENTRADA ' - VERSAO NOVA INCOMPLETA'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           CLOSE SIGNON-LOG-N
                 SIGNON-LOG-ARQ.
           END-READ.
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
           MOVE 'PROGRETENT' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           COMPUTE RG-QTD-LIDOS = WRK-QTD-MANTIDOS
                                + WRK-QTD-ARQUIVADOS.
           MOVE WRK-QTD-MANTIDOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
