      *                ACUMULADAS EM UMA UNICA PASSAGEM PELO ARQUIVO,
      *                EM QUALQUER VOLUME, COM A LINHA DE CONTROLE
      *                DIZENDO QUANTOS OPERANDOS ENTRARAM NA CONTA.
      * 2026-10-15 JR  EXECUCAO DO TREINAMENTO IDENTIFICADA PELO CARTAO
      *                EXETAG (MATRICULA E EXERCICIO) GRAVA CADA
      *                RESULTADO NO EXERES PARA A CORRECAO AUTOMATICA
      *                DO PROGEXECOR; SEM O CARTAO, RODA COMO ANTES.
      *************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CALC-AUDIT  ASSIGN TO "CALC-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALCAUD.
           SELECT EXERCICIO-TAG ASSIGN TO "EXETAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXETAG.
           SELECT EXERCICIO-RESULTADO ASSIGN TO "EXERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXERES.
       DATA DIVISION.
       FILE SECTION.
       FD  NUMBER-LIST.
       01  NL-NUMERO                PICTURE S9(04).
       FD  CALC-AUDIT.
           COPY CALCAUD.
       FD  EXERCICIO-TAG.
           COPY EXETAG.
       FD  EXERCICIO-RESULTADO.
           COPY EXERES.
       WORKING-STORAGE SECTION.
       77  WRK-FS-NUMLIST           PIC X(02) VALUE SPACES.
           88  FS-NUMLIST-OK            VALUE '00'.
       77  WRK-FS-CALCAUD           PIC X(02) VALUE SPACES.
       77  WRK-FS-EXETAG            PIC X(02) VALUE SPACES.
           88  FS-EXETAG-OK             VALUE '00'.
       77  WRK-FS-EXERES            PIC X(02) VALUE SPACES.
           88  FS-EXERES-OK             VALUE '00'.
           88  FS-EXERES-NAO-EXISTE     VALUE '35'.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.
       77  WRK-QTD-NUM              PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-RESULF               PIC -ZZZZZZZZZZZ9 VALUE ZEROS.
       77  WRK-MEDIA-CALC           PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-MEDIAFN              PIC -ZZZZZZZZZ9,99 VALUE ZEROS.

      * IDENTIFICACAO DA EXECUCAO (CARTAO EXETAG) E RESULTADO A
      * GRAVAR NO EXERES.
       77  WRK-EXECUCAO-TAG         PIC X(01) VALUE 'N'.
           88  EXECUCAO-IDENTIFICADA    VALUE 'S'.
       77  WRK-TAG-MATRICULA        PIC X(08) VALUE SPACES.
       77  WRK-TAG-EXERCICIO        PIC X(08) VALUE SPACES.
       77  WRK-TAG-DATA             PIC 9(08) VALUE ZEROS.
       77  WRK-TAG-HORA             PIC 9(08) VALUE ZEROS.
       77  WRK-RES-CODIGO           PIC X(10) VALUE SPACES.
       77  WRK-RES-VALOR            PIC S9(18)V9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0500-LER-IDENTIFICACAO THRU 0500-EXIT.
           PERFORM 1000-PROCESSAR-NUMEROS.

           IF WRK-QTD-NUM = ZEROS THEN
               PERFORM 2500-MOSTRAR-CONTROLE
               CLOSE CALC-AUDIT
           END-IF.
           IF EXECUCAO-IDENTIFICADA
               CLOSE EXERCICIO-RESULTADO
           END-IF.

           STOP RUN.

      *                          (PRIMEIRO PELOS DEMAIS), SEM TABELA *
      *                          EM MEMORIA.                         *
      ****************************************************************
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
               DISPLAY 'EXETAG SEM MATRICULA OU EXERCICIO - '
                       'RESULTADOS NAO SERAO GRAVADOS'
               GO TO 0500-EXIT
           END-IF.
           OPEN EXTEND EXERCICIO-RESULTADO.
           IF FS-EXERES-NAO-EXISTE
               OPEN OUTPUT EXERCICIO-RESULTADO
           END-IF.
           IF NOT FS-EXERES-OK
               DISPLAY 'EXERES INDISPONIVEL - FS: ' WRK-FS-EXERES
                       ' - RESULTADOS NAO SERAO GRAVADOS'
               GO TO 0500-EXIT
           END-IF.
           SET EXECUCAO-IDENTIFICADA TO TRUE.
           ACCEPT WRK-TAG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-TAG-HORA FROM TIME.
           DISPLAY 'EXERCICIO ' WRK-TAG-EXERCICIO
                   ' - MATRICULA ' WRK-TAG-MATRICULA.
       0500-EXIT.
           EXIT.

       1000-PROCESSAR-NUMEROS.
           OPEN INPUT NUMBER-LIST.
           READ NUMBER-LIST
           STRING 'SOMA DE ' WRK-QTD-NUMFN ' OPERANDOS = ' WRK-RESULF
               DELIMITED BY SIZE INTO CA-DETALHE.
           PERFORM 9000-GRAVAR-AUDITORIA.
           MOVE 'SOMA' TO WRK-RES-CODIGO.
           MOVE WRK-SOMA TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
       2000-EXIT.
           EXIT.

           STRING '1O OPERANDO MENOS OS DEMAIS = ' WRK-RESULF
               DELIMITED BY SIZE INTO CA-DETALHE.
           PERFORM 9000-GRAVAR-AUDITORIA.
           MOVE 'SUBTRACAO' TO WRK-RES-CODIGO.
           MOVE WRK-SUBTRACAO TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
       2100-EXIT.
           EXIT.

           STRING 'PRODUTO DE TODOS OS OPERANDOS = ' WRK-RESULF
               DELIMITED BY SIZE INTO CA-DETALHE.
           PERFORM 9000-GRAVAR-AUDITORIA.
           MOVE 'PRODUTO' TO WRK-RES-CODIGO.
           MOVE WRK-PRODUTO TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
       2200-EXIT.
           EXIT.

           STRING '1O OPERANDO DIVIDIDO PELOS DEMAIS = ' WRK-RESULF
               DELIMITED BY SIZE INTO CA-DETALHE.
           PERFORM 9000-GRAVAR-AUDITORIA.
           MOVE 'DIVISAO' TO WRK-RES-CODIGO.
           MOVE WRK-DIVISAO TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
       2300-EXIT.
           EXIT.

           STRING 'MEDIA DE ' WRK-QTD-NUMFN ' OPERANDOS = ' WRK-MEDIAFN
               DELIMITED BY SIZE INTO CA-DETALHE.
           PERFORM 9000-GRAVAR-AUDITORIA.
           MOVE 'MEDIA' TO WRK-RES-CODIGO.
           MOVE WRK-MEDIA-CALC TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
       2400-EXIT.
           EXIT.

           DISPLAY '========================================='
           DISPLAY 'OPERANDOS PROCESSADOS: ' WRK-QTD-NUMFN
           END-DISPLAY.
           MOVE 'QTD' TO WRK-RES-CODIGO.
           MOVE WRK-QTD-NUM TO WRK-RES-VALOR.
           PERFORM 9100-GRAVAR-RESULTADO.
       2500-EXIT.
           EXIT.

           WRITE CA-REGISTRO.
       9000-EXIT.
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
               MOVE 'PROGCOB05N'      TO ER-PROGRAMA
               MOVE WRK-TAG-DATA      TO ER-DATA
               MOVE WRK-TAG-HORA      TO ER-HORA
               MOVE WRK-RES-CODIGO    TO ER-RESULTADO
               MOVE ZEROS             TO ER-ITEM
               MOVE WRK-RES-VALOR     TO ER-VALOR
               WRITE ER-REGISTRO
           END-IF.
       9100-EXIT.
           EXIT.
