      * 2026-08-09 JR  SO LE O PRIMEIRO REGISTRO DO NUM4-INPUT SE O
      *                OPEN TIVER DADO CERTO, PARA NAO TENTAR LER UM
      *                ARQUIVO QUE NEM ABRIU.
      * 2026-10-15 JR  EXECUCAO DO TREINAMENTO IDENTIFICADA PELO CARTAO
      *                EXETAG (MATRICULA E EXERCICIO) GRAVA O SOMATORIO
      *                DE CADA REGISTRO E A QUANTIDADE DE REGISTROS NO
      *                EXERES PARA A CORRECAO AUTOMATICA DO PROGEXECOR;
      *                SEM O CARTAO, RODA COMO ANTES.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT             SECTION.
           SELECT NUM4-INPUT ASSIGN TO "NUM4-INPUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NUM4IN.
           SELECT EXERCICIO-TAG ASSIGN TO "EXETAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXETAG.
           SELECT EXERCICIO-RESULTADO ASSIGN TO "EXERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXERES.

       DATA                     DIVISION.
       FILE                     SECTION.
           05  NI-NUM2                  PICTURE S9(03).
           05  NI-NUM3                  PICTURE S9(03).
           05  NI-NUM4                  PICTURE S9(03).
       FD  EXERCICIO-TAG.
           COPY EXETAG.
       FD  EXERCICIO-RESULTADO.
           COPY EXERES.
       WORKING-STORAGE          SECTION.
       77  WRK-FS-NUM4IN       PIC X(02)    VALUE SPACES.
           88  FS-NUM4IN-OK           VALUE '00'.
       77  SOMATORIO_NUM        PIC S9999999 VALUE ZEROS.
       77  SOMATORIO_EDIT        PIC ZZZZZZZ9 VALUE ZEROS.
       77  WRK-CONTADORFN        PIC ZZZ9    VALUE ZEROS.

      * IDENTIFICACAO DA EXECUCAO (CARTAO EXETAG) E RESULTADO A
      * GRAVAR NO EXERES.
       77  WRK-FS-EXETAG       PIC X(02)    VALUE SPACES.
           88  FS-EXETAG-OK         VALUE '00'.
       77  WRK-FS-EXERES       PIC X(02)    VALUE SPACES.
           88  FS-EXERES-OK         VALUE '00'.
           88  FS-EXERES-NAO-EXISTE VALUE '35'.
       77  WRK-EXECUCAO-TAG    PIC X(01)    VALUE 'N'.
           88  EXECUCAO-IDENTIFICADA VALUE 'S'.
       77  WRK-TAG-MATRICULA   PIC X(08)    VALUE SPACES.
       77  WRK-TAG-EXERCICIO   PIC X(08)    VALUE SPACES.
       77  WRK-TAG-DATA        PIC 9(08)    VALUE ZEROS.
       77  WRK-TAG-HORA        PIC 9(08)    VALUE ZEROS.
       77  WRK-RES-CODIGO      PIC X(10)    VALUE SPACES.
       77  WRK-RES-ITEM        PIC 9(04)    VALUE ZEROS.
       77  WRK-RES-VALOR       PIC S9(18)V9(04) VALUE ZEROS.
       PROCEDURE               DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0500-LER-IDENTIFICACAO THRU 0500-EXIT.
           PERFORM 1000-ABRIR-ARQUIVO.
           PERFORM 2000-PROCESSAR-REGISTRO UNTIL FIM-ARQUIVO.
           CLOSE NUM4-INPUT.
           DISPLAY "REGISTROS PROCESSADOS: " WRK-CONTADOR.
           IF EXECUCAO-IDENTIFICADA
               MOVE "QTD" TO WRK-RES-CODIGO
               MOVE ZEROS TO WRK-RES-ITEM
               MOVE WRK-CONTADOR TO WRK-RES-VALOR
               PERFORM 9100-GRAVAR-RESULTADO
               CLOSE EXERCICIO-RESULTADO
           END-IF.
           STOP RUN.

      ****************************************************************
      * 0500-LER-IDENTIFICACAO - CARTAO EXETAG DA EXECUCAO DO        *
      *                          TREINAMENTO. SEM O CARTAO (OU COM O *
      *                          EXERES INDISPONIVEL) O EXERCICIO    *
      *                          RODA SEM GRAVAR RESULTADOS.         *
      ****************************************************************
       0500-LER-IDENTIFICACAO.
           OPEN INPUT EXERCICIO-TAG.
           IF NOT FS-EXETAG-OK
               GO TO 0500-EXIT
           END-IF.
           READ EXERCICIO-TAG
               AT END
                   MOVE SPACES TO WRK-TAG-MATRICULA
               NOT AT END
                   MOVE ET-MATRICULA TO WRK-TAG-MATRICULA
                   MOVE ET-EXERCICIO TO WRK-TAG-EXERCICIO
           END-READ.
           CLOSE EXERCICIO-TAG.
           IF WRK-TAG-MATRICULA = SPACES
              OR WRK-TAG-EXERCICIO = SPACES
               DISPLAY "EXETAG SEM MATRICULA OU EXERCICIO - "
                       "RESULTADOS NAO SERAO GRAVADOS"
               GO TO 0500-EXIT
           END-IF.
           OPEN EXTEND EXERCICIO-RESULTADO.
           IF FS-EXERES-NAO-EXISTE
               OPEN OUTPUT EXERCICIO-RESULTADO
           END-IF.
           IF NOT FS-EXERES-OK
               DISPLAY "EXERES INDISPONIVEL - FS: " WRK-FS-EXERES
                       " - RESULTADOS NAO SERAO GRAVADOS"
               GO TO 0500-EXIT
           END-IF.
           SET EXECUCAO-IDENTIFICADA TO TRUE.
           ACCEPT WRK-TAG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-TAG-HORA FROM TIME.
           DISPLAY "EXERCICIO " WRK-TAG-EXERCICIO
                   " - MATRICULA " WRK-TAG-MATRICULA.
       0500-EXIT.
           EXIT.

      ****************************************************************
      * 1000-ABRIR-ARQUIVO - ABRE O NUM4-INPUT E LE O PRIMEIRO         *
      *                      REGISTRO.                                *
                   MOVE SOMATORIO_NUM TO SOMATORIO_EDIT
                   DISPLAY "REGISTRO " WRK-CONTADORFN
                           ": SOMATORIO = " SOMATORIO_EDIT
                   MOVE "SOMAQUAD" TO WRK-RES-CODIGO
                   MOVE WRK-CONTADOR TO WRK-RES-ITEM
                   MOVE SOMATORIO_NUM TO WRK-RES-VALOR
                   PERFORM 9100-GRAVAR-RESULTADO
           END-COMPUTE.

           READ NUM4-INPUT
           END-READ.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 9100-GRAVAR-RESULTADO - GRAVA NO EXERES O RESULTADO JA       *
      *                         MONTADO EM WRK-RES-CODIGO/ITEM/VALOR,*
      *                         QUANDO A EXECUCAO E IDENTIFICADA.    *
      ****************************************************************
       9100-GRAVAR-RESULTADO.
           IF EXECUCAO-IDENTIFICADA
               MOVE WRK-TAG-MATRICULA TO ER-MATRICULA
               MOVE WRK-TAG-EXERCICIO TO ER-EXERCICIO
               MOVE "exercicio04B"    TO ER-PROGRAMA
               MOVE WRK-TAG-DATA      TO ER-DATA
               MOVE WRK-TAG-HORA      TO ER-HORA
               MOVE WRK-RES-CODIGO    TO ER-RESULTADO
               MOVE WRK-RES-ITEM      TO ER-ITEM
               MOVE WRK-RES-VALOR     TO ER-VALOR
               WRITE ER-REGISTRO
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM             exercicio04B.
