      *                FREQ-CALC; O TOTAL DE ABONADAS SAI SEPARADO   *
      *                NA QUEBRA DE CADA ALUNO E NO RESUMO, PARA O   *
      *                ABUSO CONTINUAR VISIVEL.                      *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
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
       FD  FREQUENCIA-DIA.
           COPY JUSTABS.
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
       77  WRK-FS-FREQDIA           PIC X(02) VALUE SPACES.
       77  WRK-FS-FREQCALC          PIC X(02) VALUE SPACES.
           88  FS-FREQCALC-OK            VALUE '00'.
       77  WRK-QTD-PRESENCAS        PIC 9(04) COMP-3 VALUE ZEROS.
       77  WRK-FREQUENCIA           PIC 9(03)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-ALUNOS           PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-APONTAMENTOS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-FS-JUSTABS           PIC X(02) VALUE SPACES.
           88  FS-JUSTABS-OK            VALUE '00'.
       77  WRK-QTD-ABONADAS-TOTAL   PIC 9(06) COMP-3 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 0900-CARREGAR-JUSTIFICATIVAS.
           PERFORM 1000-ABRIR-SAIDA.
           SORT SORT-FREQ
           DISPLAY 'FREQUENCIAS CALCULADAS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ABONADAS-TOTAL TO WRK-CONTROLEFN.
           DISPLAY 'FALTAS ABONADAS:        ' WRK-CONTROLEFN.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
           ELSE
               DISPLAY 'JUSTABS EXCEDE A CAPACIDADE DA TABELA - '
                       'JUSTIFICATIVA ' JU-MATRICULA ' IGNORADA'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           READ JUSTIFICATIVAS
               AT END SET FIM-JUSTABS TO TRUE
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-FREQCALC TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
                             WRK-QTD-PRESENCAS
                             WRK-QTD-ABONADAS-ALUNO
           END-IF.
           ADD 1 TO WRK-QTD-APONTAMENTOS.
           ADD 1 TO WRK-QTD-AULAS.
           IF SF-PRESENCA = 'P'
               ADD 1 TO WRK-QTD-PRESENCAS
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
           MOVE 'PROGFREQ' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-APONTAMENTOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ALUNOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
