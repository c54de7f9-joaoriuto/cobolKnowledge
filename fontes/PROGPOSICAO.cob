      *                UTIL DO CALDIA - A COBERTURA QUE O RELATORIO  *
      *                DISPARA PASSA A SER RASTREADA ATE A           *
      *                CONFIRMACAO (PROGORDCNF).                     *
      * 2026-10-15 JR  VENDA EM MOEDA ESTRANGEIRA CANCELADA NO DIA   *
      *                ABATE O VOLUME COMPRADO DA MOEDA.             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT SETTLEMENT-ORDER ASSIGN TO "SETTLORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SETTLORD.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONVERSAO-HIST.
           COPY CALDIA.
       FD  SETTLEMENT-ORDER.
           COPY SETTLORD.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-CONVHIST          PIC X(02) VALUE SPACES.
           88  FS-CONVHIST-OK            VALUE '00'.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
      * DATA-VALOR DA ORDEM: PROXIMO DIA UTIL DEPOIS DE HOJE.
       77  WRK-DATA-VALOR           PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ORDENS           PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT POSICAO-REPORT.
           PERFORM 1000-ACUMULAR-CONVERSOES.
           CLOSE POSICAO-REPORT.
           MOVE WRK-QTD-ORDENS TO WRK-CONTROLEFN.
           DISPLAY 'ORDENS DE LIQUIDACAO EMITIDAS: ' WRK-CONTROLEFN.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               END-READ
               PERFORM 1100-SOMAR-CONVERSAO UNTIL FIM-ARQUIVO
               CLOSE CONVERSAO-HIST
           ELSE
               DISPLAY 'CONVERSAO-HIST INDISPONIVEL - FS: '
                       WRK-FS-CONVHIST
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SOMAR-CONVERSAO.
           ADD 1 TO WRK-QTD-LIDOS.
           IF CH-DATA = WRK-DATA-HOJE
              AND CH-MOEDA NOT = 'BRL'
              AND CH-MOEDA NOT = SPACES
      ****************************************************************
      * 2000-ACUMULAR-VENDAS-FX - SOMA AS VENDAS DO DIA EM MOEDA     *
      *                           ESTRANGEIRA (VOLUME NA MOEDA DE    *
      *                           ORIGEM E COTACAO PRATICADA); A     *
      *                           VENDA CANCELADA NO DIA SAI DO      *
      *                           VOLUME.                            *
      ****************************************************************
       2000-ACUMULAR-VENDAS-FX.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
               END-READ
               PERFORM 2100-SOMAR-VENDA UNTIL FIM-ARQUIVO
               CLOSE SALES-POSTED
           ELSE
               DISPLAY 'SALES-POSTED INDISPONIVEL - FS: '
                       WRK-FS-SALESPST
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SOMAR-VENDA.
           ADD 1 TO WRK-QTD-LIDOS.
           IF PS-MOEDA-ORIGEM NOT = 'BRL'
              AND PS-MOEDA-ORIGEM NOT = SPACES
               MOVE PS-MOEDA-ORIGEM TO WRK-MOEDA-BUSCA
               PERFORM 8000-LOCALIZAR-MOEDA
               IF PS-CANCELAMENTO
                   SUBTRACT 1 FROM WRK-TAB-QTD-VENDAS (WRK-IDX-ACHADO)
                   SUBTRACT PS-VALOR-ORIGEM
                       FROM WRK-TAB-VOL-VENDAS (WRK-IDX-ACHADO)
               ELSE
                   ADD 1 TO WRK-TAB-QTD-VENDAS (WRK-IDX-ACHADO)
                   ADD PS-VALOR-ORIGEM
                       TO WRK-TAB-VOL-VENDAS (WRK-IDX-ACHADO)
               END-IF
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-ARQUIVO TO TRUE
           WRITE PO-LINHA.
       4100-EXIT.
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
           MOVE 'PROGPOSICAO' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ORDENS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
