      *                ACUMULADAS EM UMA UNICA PASSAGEM PELO ARQUIVO,
      *                EM QUALQUER VOLUME, COM A LINHA DE CONTROLE
      *                DIZENDO QUANTOS NUMEROS ENTRARAM NA CONTA.
      * 2026-10-15 JR  EXECUCAO DO TREINAMENTO IDENTIFICADA PELO CARTAO
      *                EXETAG (MATRICULA E EXERCICIO) GRAVA A SOMA DOS
      *                QUADRADOS, A MEDIA, A VARIANCIA E A QUANTIDADE
      *                NO EXERES PARA A CORRECAO AUTOMATICA DO
      *                PROGEXECOR; SEM O CARTAO, RODA COMO ANTES.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
           SELECT NUMBER-LIST ASSIGN TO "NUMBER-LIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NUMLIST.
           SELECT EXERCICIO-TAG ASSIGN TO "EXETAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXETAG.
           SELECT EXERCICIO-RESULTADO ASSIGN TO "EXERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXERES.

       DATA                     DIVISION.
       FILE                     SECTION.
       FD  NUMBER-LIST.
       01  NL-NUMERO                PICTURE S9(03).
       FD  EXERCICIO-TAG.
           COPY EXETAG.
       FD  EXERCICIO-RESULTADO.
           COPY EXERES.
       WORKING-STORAGE          SECTION.
       77  WRK-FS-NUMLIST      PIC X(02)    VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)    VALUE 'N'.
       77  WRK-MEDIAFN         PIC -ZZZZ9,9999 VALUE ZEROS.
       77  WRK-VARIANCIA       PIC S9(09)V9999 VALUE ZEROS.
       77  WRK-VARIANCIAFN     PIC -ZZZZZZZ9,9999 VALUE ZEROS.

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
       77  WRK-RES-VALOR       PIC S9(18)V9(04) VALUE ZEROS.
       PROCEDURE               DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0500-LER-IDENTIFICACAO THRU 0500-EXIT.
           PERFORM 1000-PROCESSAR-NUMEROS.

           IF WRK-QTD-NUM = ZEROS THEN
           ELSE
               PERFORM 2000-MOSTRAR-RESULTADOS
           END-IF.
           IF EXECUCAO-IDENTIFICADA
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
      * 1000-PROCESSAR-NUMEROS - UMA UNICA PASSAGEM PELO NUMBER-LIST *
      *                          ACUMULA A SOMA E A SOMA DOS         *
           DISPLAY "VARIANCIA DE " WRK-QTD-NUMFN " NUMEROS: "
                   WRK-VARIANCIAFN.
           DISPLAY "NUMEROS PROCESSADOS: " WRK-QTD-NUMFN.
           MOVE "SOMAQUAD" TO WRK-RES-CODIGO.
           MOVE WRK-SOMA-QUAD TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
           MOVE "MEDIA" TO WRK-RES-CODIGO.
           MOVE WRK-MEDIA TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
           MOVE "VARIANCIA" TO WRK-RES-CODIGO.
           MOVE WRK-VARIANCIA TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
           MOVE "QTD" TO WRK-RES-CODIGO.
           MOVE WRK-QTD-NUM TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 9100-GRAVAR-RESULTADO - GRAVA NO EXERES O RESULTADO JA       *
      *                         MONTADO EM WRK-RES-CODIGO/VALOR,     *
      *                         QUANDO A EXECUCAO E IDENTIFICADA.    *
      ****************************************************************
       9100-GRAVAR-RESULTADO.
           IF EXECUCAO-IDENTIFICADA
               MOVE WRK-TAG-MATRICULA TO ER-MATRICULA
               MOVE WRK-TAG-EXERCICIO TO ER-EXERCICIO
               MOVE "AULA23N"         TO ER-PROGRAMA
               MOVE WRK-TAG-DATA      TO ER-DATA
               MOVE WRK-TAG-HORA      TO ER-HORA
               MOVE WRK-RES-CODIGO    TO ER-RESULTADO
               MOVE ZEROS             TO ER-ITEM
               MOVE WRK-RES-VALOR     TO ER-VALOR
               WRITE ER-REGISTRO
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM             AULA23N.
