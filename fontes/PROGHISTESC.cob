      *                NO GPARPT; CADA LINHA DO DOCUMENTO MOSTRA AS  *
      *                HORAS DA DISCIPLINA E O RODAPE SOMA AS HORAS  *
      *                CUMPRIDAS - O QUE AS FACULDADES PEDEM.        *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT DISCIPLINA-MASTER ASSIGN TO "DISCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCMST.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  TRANSCRIPT-MST.
       01  HD-LINHA                 PICTURE X(80).
       FD  DISCIPLINA-MASTER.
           COPY DISCMST.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-TRANMST           PIC X(02) VALUE SPACES.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK             VALUE '00'.
       77  WRK-GPAFN                PIC ZZ9,99 VALUE ZEROS.
       77  WRK-MEDIAFN              PIC ZZ9 VALUE ZEROS.
       77  WRK-QTD-DOCUMENTOS       PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-LINHAS           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           DISPLAY 'MATRICULA (ALL = TODOS OS ALUNOS): '
               WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA-PEDIDA FROM CONSOLE.
           CLOSE HISTORICO-DOC.
           MOVE WRK-QTD-DOCUMENTOS TO WRK-CONTROLEFN.
           DISPLAY 'HISTORICOS IMPRESSOS: ' WRK-CONTROLEFN.
           PERFORM 9800-GRAVAR-RUNLOG.
           GOBACK.

      ****************************************************************
               PERFORM 2100-SOLTAR-LINHA
                   UNTIL WRK-FS-TRANMST NOT = '00'
               CLOSE TRANSCRIPT-MST
           ELSE
               DISPLAY 'TRANSCRIPT-MST INDISPONIVEL - FS: '
                       WRK-FS-TRANMST
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.
           EXIT.

       3100-PROCESSAR-LINHA.
           ADD 1 TO WRK-QTD-LINHAS.
           IF SH-MATRICULA NOT = WRK-MATRICULA-ANT
               IF TEM-ANTERIOR
                   PERFORM 3400-FECHAR-DOCUMENTO
           WRITE HD-LINHA.
       3400-EXIT.
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
           MOVE 'PROGHISTESC' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LINHAS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-DOCUMENTOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
