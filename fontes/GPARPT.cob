      *                DISCMST): SOMA DE MEDIA X HORAS SOBRE A SOMA  *
      *                DAS HORAS; DISCIPLINA SEM CARGA NO MESTRE     *
      *                PESA 1, COMO ANTES.                           *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-TRANMST           PIC X(02) VALUE SPACES.
           88  FS-TRANMST-OK               VALUE '00'.
       77  WRK-FS-GPARPT            PIC X(02) VALUE SPACES.
       3000-EXIT.
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
           MOVE WRK-QTD-IMPRESSOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
