      *                (O JOB RODA SEM OPERADOR): VEM DO ARQUIVO DE  *
      *                PARAMETRO MANHADTA QUANDO PRESENTE E, SEM     *
      *                ELE, VALE A DATA DE HOJE.                     *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE). O RELATORIO PASSA A MOSTRAR O   *
      *                CODIGO DE RETORNO DE CADA PASSO.              *
      * 2026-10-15 JR  OS DEMAIS PROGRAMAS DA SUITE QUE GRAVAM O     *
      *                RUN-LOG E TERMINARAM A ULTIMA EXECUCAO DA     *
      *                DATA COM RC 4 OU MAIS SAEM NUM BLOCO APOS A   *
      *                SEQUENCIA ESPERADA; RC 8 OU MAIS CONTA COMO   *
      *                PROBLEMA DO LOTE.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       FD  RUN-LOG.
           COPY RUNLOG.
       FD  MANHA-REPORT.
       01  MR-LINHA                 PICTURE X(110).
       FD  MANHA-DATA.
       01  MD-DATA                  PICTURE 9(08).
       WORKING-STORAGE       SECTION.
               10  WRK-TAB-ACH-LIDOS    PIC 9(08).
               10  WRK-TAB-ACH-GRAV     PIC 9(08).
               10  WRK-TAB-ACH-REJ      PIC 9(08).
               10  WRK-TAB-ACH-RC       PIC X(02).
      * ULTIMA EXECUCAO NA DATA DOS DEMAIS PROGRAMAS DA SUITE.
       01  WRK-TAB-OUTROS.
           05  WRK-TAB-OUT-ITEM OCCURS 200 TIMES.
               10  WRK-TAB-OUT-PROGRAMA PIC X(10).
               10  WRK-TAB-OUT-STATUS   PIC X(10).
               10  WRK-TAB-OUT-RC       PIC 9(02).
       77  WRK-QTD-OUTROS           PIC 9(03) COMP VALUE ZEROS.
       77  WRK-IDX-OUT              PIC 9(03) COMP VALUE ZEROS.
       77  WRK-IDX-ACHADO           PIC 9(03) COMP VALUE ZEROS.
       77  WRK-QTD-AVISOS           PIC 9(03) VALUE ZEROS.
       77  WRK-ESPERADO             PIC X(01) VALUE 'N'.
           88  PROGRAMA-ESPERADO        VALUE 'S'.
       77  WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77  WRK-QTD-PROBLEMAS        PIC 9(02) VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
                          WRK-TAB-ACH-LIDOS (WRK-IDX)
                          WRK-TAB-ACH-GRAV (WRK-IDX)
                          WRK-TAB-ACH-REJ (WRK-IDX).
           MOVE SPACES TO WRK-TAB-ACH-RC (WRK-IDX).
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LER-RUNLOG - GUARDA A ULTIMA EXECUCAO DE CADA PROGRAMA  *
      *                   ESPERADO NA DATA PEDIDA, E A DOS DEMAIS    *
      *                   PROGRAMAS NA TABELA DE OUTROS.             *
      ****************************************************************
       2000-LER-RUNLOG.
           OPEN INPUT RUN-LOG.

       2100-CLASSIFICAR-EXECUCAO.
           IF RG-DATA = WRK-DATA-PEDIDA
               MOVE 'N' TO WRK-ESPERADO
               PERFORM 2200-GUARDAR-EXECUCAO
                   VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 7
               IF NOT PROGRAMA-ESPERADO
                   PERFORM 2300-GUARDAR-OUTRO THRU 2300-EXIT
               END-IF
           END-IF.
           READ RUN-LOG
               AT END SET FIM-RUNLOG TO TRUE
       2200-GUARDAR-EXECUCAO.
           IF RG-PROGRAMA = WRK-TAB-ESPERADO (WRK-IDX)
               MOVE 'S'            TO WRK-TAB-ACHADO (WRK-IDX)
               MOVE 'S'            TO WRK-ESPERADO
               MOVE RG-STATUS      TO WRK-TAB-ACH-STATUS (WRK-IDX)
               MOVE RG-HORA-INICIO TO WRK-TAB-ACH-INI (WRK-IDX)
               MOVE RG-HORA-FIM    TO WRK-TAB-ACH-FIM (WRK-IDX)
               MOVE RG-QTD-LIDOS   TO WRK-TAB-ACH-LIDOS (WRK-IDX)
               MOVE RG-QTD-GRAVADOS TO WRK-TAB-ACH-GRAV (WRK-IDX)
               MOVE RG-QTD-REJEITADOS TO WRK-TAB-ACH-REJ (WRK-IDX)
               MOVE RG-RETURN-CODE TO WRK-TAB-ACH-RC (WRK-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-GUARDAR-OUTRO - PROGRAMA FORA DA SEQUENCIA ESPERADA: A   *
      *                      EXECUCAO MAIS RECENTE DA DATA SUBSTITUI *
      *                      A ANTERIOR (REINICIO DO PASSO).         *
      ****************************************************************
       2300-GUARDAR-OUTRO.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 2310-PROCURAR-OUTRO
               VARYING WRK-IDX-OUT FROM 1 BY 1
               UNTIL WRK-IDX-OUT > WRK-QTD-OUTROS.
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-OUTROS NOT < 200
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WRK-QTD-OUTROS
               MOVE WRK-QTD-OUTROS TO WRK-IDX-ACHADO
               MOVE RG-PROGRAMA TO WRK-TAB-OUT-PROGRAMA (WRK-IDX-ACHADO)
           END-IF.
           MOVE RG-STATUS      TO WRK-TAB-OUT-STATUS (WRK-IDX-ACHADO).
           MOVE RG-RETURN-CODE TO WRK-TAB-OUT-RC (WRK-IDX-ACHADO).
       2300-EXIT.
           EXIT.

       2310-PROCURAR-OUTRO.
           IF WRK-TAB-OUT-PROGRAMA (WRK-IDX-OUT) = RG-PROGRAMA
               MOVE WRK-IDX-OUT TO WRK-IDX-ACHADO
           END-IF.
       2310-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-RELATORIO - UMA LINHA POR PASSO ESPERADO, COM  *
      *                           DESTAQUE PARA O QUE NAO RODOU OU   *
      *                           ENCERROU MAL; DEPOIS, OS DEMAIS    *
      *                           PROGRAMAS COM RC 4 OU MAIS.        *
      ****************************************************************
       3000-IMPRIMIR-RELATORIO.
           OPEN OUTPUT MANHA-REPORT.
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 7.
           MOVE ALL '=' TO MR-LINHA.
           WRITE MR-LINHA.
           PERFORM 3200-IMPRIMIR-OUTRO THRU 3200-EXIT
               VARYING WRK-IDX-OUT FROM 1 BY 1
               UNTIL WRK-IDX-OUT > WRK-QTD-OUTROS.
           IF WRK-QTD-AVISOS > ZEROS
               MOVE ALL '=' TO MR-LINHA
               WRITE MR-LINHA
           END-IF.
           IF WRK-QTD-PROBLEMAS = ZEROS
               MOVE 'LOTE NOTURNO SEM PENDENCIAS' TO MR-LINHA
               DISPLAY 'LOTE NOTURNO SEM PENDENCIAS'
           END-IF.
           WRITE MR-LINHA.
           CLOSE MANHA-REPORT.
           IF WRK-QTD-PROBLEMAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

                   STRING '*** ' WRK-TAB-ESPERADO (WRK-IDX)
                          ' ENCERROU MAL - STATUS '
                          WRK-TAB-ACH-STATUS (WRK-IDX)
                          ' RC ' WRK-TAB-ACH-RC (WRK-IDX)
                       DELIMITED BY SIZE INTO MR-LINHA
                   END-STRING
               ELSE
                          ' LIDOS ' WRK-TAB-ACH-LIDOS (WRK-IDX)
                          ' GRAVADOS ' WRK-TAB-ACH-GRAV (WRK-IDX)
                          ' REJEITADOS ' WRK-TAB-ACH-REJ (WRK-IDX)
                          ' RC ' WRK-TAB-ACH-RC (WRK-IDX)
                       DELIMITED BY SIZE INTO MR-LINHA
                   END-STRING
               END-IF
           WRITE MR-LINHA.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-IMPRIMIR-OUTRO - PROGRAMA FORA DA SEQUENCIA ESPERADA    *
      *                       CUJA ULTIMA EXECUCAO TERMINOU COM RC 4 *
      *                       OU MAIS; RC 8 OU MAIS E PROBLEMA.      *
      ****************************************************************
       3200-IMPRIMIR-OUTRO.
           IF WRK-TAB-OUT-RC (WRK-IDX-OUT) < 4
               GO TO 3200-EXIT
           END-IF.
           IF WRK-QTD-AVISOS = ZEROS
               MOVE 'DEMAIS PASSOS COM AVISO OU FALHA' TO MR-LINHA
               WRITE MR-LINHA
           END-IF.
           ADD 1 TO WRK-QTD-AVISOS.
           MOVE SPACES TO MR-LINHA.
           IF WRK-TAB-OUT-RC (WRK-IDX-OUT) NOT < 8
               ADD 1 TO WRK-QTD-PROBLEMAS
               STRING '*** ' WRK-TAB-OUT-PROGRAMA (WRK-IDX-OUT)
                      ' FALHOU - STATUS '
                      WRK-TAB-OUT-STATUS (WRK-IDX-OUT)
                      ' RC ' WRK-TAB-OUT-RC (WRK-IDX-OUT)
                   DELIMITED BY SIZE INTO MR-LINHA
               END-STRING
           ELSE
               STRING WRK-TAB-OUT-PROGRAMA (WRK-IDX-OUT)
                      ' AVISO - STATUS '
                      WRK-TAB-OUT-STATUS (WRK-IDX-OUT)
                      ' RC ' WRK-TAB-OUT-RC (WRK-IDX-OUT)
                   DELIMITED BY SIZE INTO MR-LINHA
               END-STRING
           END-IF.
           WRITE MR-LINHA.
       3200-EXIT.
           EXIT.
