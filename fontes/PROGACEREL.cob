       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGACEREL.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONSULTA DO LOG DE ACESSO LGPD (ACESLOG) - FILTRA  *
      *           POR CPF DO TITULAR, OPERADOR E/OU PERIODO (ZERO/   *
      *           BRANCO = TODOS) E IMPRIME QUEM CONSULTOU OS DADOS  *
      *           PESSOAIS, QUANDO, POR QUAL PROGRAMA E COM QUAL     *
      *           MOTIVO. POR CPF RESPONDE AO TITULAR E A ANPD; POR  *
      *           OPERADOR FECHA COM OS CLIENTES CONSULTADOS POR     *
      *           OPERADOR POR DIA, COMO O PROGAUDCON FAZ PARA O     *
      *           CALC-AUDIT.                                        *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT LOG-ACESSO   ASSIGN TO "ACESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESLOG.
           SELECT ACESSO-REPORT ASSIGN TO "ACERELRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACERPT.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  LOG-ACESSO.
           COPY ACESSO.
       FD  ACESSO-REPORT.
       01  AR-LINHA                 PICTURE X(100).
       WORKING-STORAGE       SECTION.
       77  WRK-FS-ACESLOG           PIC X(02) VALUE SPACES.
           88  FS-ACESLOG-OK             VALUE '00'.
       77  WRK-FS-ACERPT            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ACESLOG          PIC X(01) VALUE 'N'.
           88  FIM-ACESLOG              VALUE 'S'.
       77  WRK-FILTRO-CPF           PIC 9(11) VALUE ZEROS.
       77  WRK-FILTRO-OPERADOR      PIC X(08) VALUE SPACES.
       77  WRK-DATA-DE              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATE             PIC 9(08) VALUE ZEROS.
       77  WRK-LINHA-CASA           PIC X(01) VALUE 'N'.
           88  LINHA-CASA               VALUE 'S'.
       77  WRK-CPF-MASK             PICTURE ZZZ.ZZZ.ZZ9/99.
      * TOTAIS POR OPERADOR POR DIA.
       01  WRK-TAB-TOTAIS.
           05  WRK-TAB-TOT-ITEM OCCURS 100 TIMES
                                INDEXED BY WRK-TOT-IDX.
               10  WRK-TOT-OPERADOR     PIC X(08).
               10  WRK-TOT-DATA         PIC 9(08).
               10  WRK-TOT-QTD          PIC 9(06).
       77  WRK-QTD-TOTAIS           PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-ACHADO         PIC X(01) VALUE 'N'.
           88  TOTAL-ACHADO             VALUE 'S'.
       77  WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77  WRK-QTD-LISTADAS         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'CPF DO TITULAR (0 = TODOS): ' WITH NO ADVANCING.
           ACCEPT WRK-FILTRO-CPF FROM CONSOLE.
           DISPLAY 'OPERADOR (BRANCO = TODOS): ' WITH NO ADVANCING.
           ACCEPT WRK-FILTRO-OPERADOR FROM CONSOLE.
           DISPLAY 'DATA INICIAL (0 = SEM LIMITE): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-DE FROM CONSOLE.
           DISPLAY 'DATA FINAL (0 = SEM LIMITE): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-ATE FROM CONSOLE.
           IF WRK-DATA-ATE = ZEROS
               MOVE 99999999 TO WRK-DATA-ATE
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-CONSULTAR-LOG UNTIL FIM-ACESLOG.
           PERFORM 3000-IMPRIMIR-TOTAIS.
           IF FS-ACESLOG-OK OR WRK-FS-ACESLOG = '10'
               CLOSE LOG-ACESSO
           END-IF.
           CLOSE ACESSO-REPORT.
           MOVE WRK-QTD-LISTADAS TO WRK-CONTROLEFN.
           DISPLAY 'ACESSOS LISTADOS: ' WRK-CONTROLEFN.
           GOBACK.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  LOG-ACESSO
                OUTPUT ACESSO-REPORT.
           MOVE 'CONSULTA DO LOG DE ACESSO LGPD' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           IF WRK-FILTRO-CPF NOT = ZEROS
               MOVE WRK-FILTRO-CPF TO WRK-CPF-MASK
               STRING 'TITULAR: ' WRK-CPF-MASK
                   DELIMITED BY SIZE INTO AR-LINHA
               END-STRING
               WRITE AR-LINHA
           END-IF.
           IF WRK-FILTRO-OPERADOR NOT = SPACES
               MOVE SPACES TO AR-LINHA
               STRING 'OPERADOR: ' WRK-FILTRO-OPERADOR
                   DELIMITED BY SIZE INTO AR-LINHA
               END-STRING
               WRITE AR-LINHA
           END-IF.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE 'DATA     HORA     OPERADOR PROGRAMA   CPF'
               TO AR-LINHA.
           MOVE 'MOTIVO' TO AR-LINHA (60:6).
           WRITE AR-LINHA.
           IF FS-ACESLOG-OK
               READ LOG-ACESSO
                   AT END SET FIM-ACESLOG TO TRUE
               END-READ
           ELSE
               DISPLAY 'ACESLOG INDISPONIVEL - FS: ' WRK-FS-ACESLOG
               SET FIM-ACESLOG TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CONSULTAR-LOG - APLICA OS FILTROS E LISTA O ACESSO QUE  *
      *                      CASAR, SOMANDO NO TOTAL DO OPERADOR NO  *
      *                      DIA.                                    *
      ****************************************************************
       2000-CONSULTAR-LOG.
           MOVE 'S' TO WRK-LINHA-CASA.
           IF WRK-FILTRO-CPF NOT = ZEROS
              AND LA-CPF NOT = WRK-FILTRO-CPF
               MOVE 'N' TO WRK-LINHA-CASA
           END-IF.
           IF WRK-FILTRO-OPERADOR NOT = SPACES
              AND LA-OPERADOR NOT = WRK-FILTRO-OPERADOR
               MOVE 'N' TO WRK-LINHA-CASA
           END-IF.
           IF LA-DATA < WRK-DATA-DE OR LA-DATA > WRK-DATA-ATE
               MOVE 'N' TO WRK-LINHA-CASA
           END-IF.
           IF LINHA-CASA
               ADD 1 TO WRK-QTD-LISTADAS
               MOVE LA-CPF TO WRK-CPF-MASK
               MOVE SPACES TO AR-LINHA
               STRING LA-DATA ' ' LA-HORA
                      ' ' LA-OPERADOR
                      ' ' LA-PROGRAMA
                      ' ' WRK-CPF-MASK
                   DELIMITED BY SIZE INTO AR-LINHA
               END-STRING
               EVALUATE TRUE
                   WHEN LA-MOTIVO-ATENDIMENTO
                       MOVE 'ATD ATENDIMENTO'       TO AR-LINHA (60:)
                   WHEN LA-MOTIVO-CADASTRO
                       MOVE 'CAD CADASTRO'          TO AR-LINHA (60:)
                   WHEN LA-MOTIVO-COBRANCA
                       MOVE 'COB COBRANCA'          TO AR-LINHA (60:)
                   WHEN LA-MOTIVO-TITULAR
                       MOVE 'TIT PEDIDO DO TITULAR' TO AR-LINHA (60:)
                   WHEN LA-MOTIVO-AUDITORIA
                       MOVE 'AUD AUDITORIA'         TO AR-LINHA (60:)
                   WHEN OTHER
                       MOVE LA-MOTIVO               TO AR-LINHA (60:)
               END-EVALUATE
               WRITE AR-LINHA
               PERFORM 2100-SOMAR-TOTAL
           END-IF.
           READ LOG-ACESSO
               AT END SET FIM-ACESLOG TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-SOMAR-TOTAL.
           MOVE 'N' TO WRK-TOTAL-ACHADO.
           IF WRK-QTD-TOTAIS > ZEROS
               SET WRK-TOT-IDX TO 1
               SEARCH WRK-TAB-TOT-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TOT-OPERADOR (WRK-TOT-IDX) = LA-OPERADOR
                    AND WRK-TOT-DATA (WRK-TOT-IDX) = LA-DATA
                       MOVE 'S' TO WRK-TOTAL-ACHADO
                       ADD 1 TO WRK-TOT-QTD (WRK-TOT-IDX)
               END-SEARCH
           END-IF.
           IF NOT TOTAL-ACHADO
              AND WRK-QTD-TOTAIS >= 100
               DISPLAY 'TOTAIS POR OPERADOR EXCEDEM A CAPACIDADE DA '
                       'TABELA - ' LA-OPERADOR ' ' LA-DATA
                       ' FORA DA PAGINA DE TOTAIS'
           END-IF.
           IF NOT TOTAL-ACHADO
              AND WRK-QTD-TOTAIS < 100
               ADD 1 TO WRK-QTD-TOTAIS
               SET WRK-TOT-IDX TO WRK-QTD-TOTAIS
               MOVE LA-OPERADOR TO WRK-TOT-OPERADOR (WRK-TOT-IDX)
               MOVE LA-DATA     TO WRK-TOT-DATA (WRK-TOT-IDX)
               MOVE 1           TO WRK-TOT-QTD (WRK-TOT-IDX)
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-TOTAIS - CONSULTAS POR OPERADOR POR DIA.       *
      ****************************************************************
       3000-IMPRIMIR-TOTAIS.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE 'CONSULTAS POR OPERADOR POR DIA' TO AR-LINHA.
           WRITE AR-LINHA.
           PERFORM 3100-IMPRIMIR-TOTAL
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TOTAIS.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-TOTAL.
           MOVE WRK-TOT-QTD (WRK-IDX) TO WRK-CONTROLEFN.
           MOVE SPACES TO AR-LINHA.
           STRING WRK-TOT-DATA (WRK-IDX)
                  ' ' WRK-TOT-OPERADOR (WRK-IDX)
                  ' CONSULTAS: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
       3100-EXIT.
           EXIT.
