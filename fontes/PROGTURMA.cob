      *           PARA A COORDENACAO CHAMAR O PROFESSOR.             *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-08-22 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT TURMA-REPORT     ASSIGN TO "TURMARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMARPT.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  STUDENT-GRADES.
       01  TC-LIMITE-REPROVA        PICTURE 9(03).
       FD  TURMA-REPORT.
       01  TU-LINHA                 PICTURE X(90).
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-STUDGRD           PIC X(02) VALUE SPACES.
           88  FS-STUDGRD-OK             VALUE '00'.
       77  WRK-FS-GRTHRESH          PIC X(02) VALUE SPACES.
       77  WRK-QTD-RECUPERACAO      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REPROVADOS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-AUSENTES         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-TURMAS           PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-MEDIA-TURMA          PIC 9(03)V99 COMP-3 VALUE ZEROS.
       77  WRK-TAXA-REPROVA         PIC 9(03)V99 COMP-3 VALUE ZEROS.
       77  WRK-MEDIAFN              PIC ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-LIMITES.
           OPEN OUTPUT TURMA-REPORT.
           MOVE 'ESTATISTICA POR TURMA E TERMO' TO TU-LINHA.
               USING STUDENT-GRADES
               OUTPUT PROCEDURE IS 2000-ESTATISTICAR-TURMAS.
           CLOSE TURMA-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
           EXIT.

       2300-CONTAR-STATUS.
           ADD 1 TO WRK-QTD-LIDOS.
           ADD 1 TO WRK-QTD-ALUNOS.
           ADD WRK-MEDIA TO WRK-SOMA-MEDIAS.
           EVALUATE TRUE
      *                     ALERTA A TAXA DE REPROVACAO ALTA.        *
      ****************************************************************
       2400-FECHAR-TURMA.
           ADD 1 TO WRK-QTD-TURMAS.
           COMPUTE WRK-MEDIA-TURMA ROUNDED =
               WRK-SOMA-MEDIAS / WRK-QTD-ALUNOS.
           COMPUTE WRK-TAXA-REPROVA ROUNDED =
               WRITE TU-LINHA
               DISPLAY 'TURMA ' WRK-ANT-TURMA ' TERMO ' WRK-ANT-TERMO
                       ' COM REPROVACAO ACIMA DO LIMITE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2400-EXIT.
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
           MOVE 'PROGTURMA' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-TURMAS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
