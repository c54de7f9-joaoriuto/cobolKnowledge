       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGFICHA.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: EMISSAO DA FICHA DA FILA DO BALCAO, CHAMADO NO     *
      *           CHECK-IN DO VISITANTE (PROGCOB02 E AULA21).        *
      *           RECEBE O TIPO DE SERVICO E O OPERADOR (EM BRANCO   *
      *           QUANDO O CHECK-IN NAO TEM OPERADOR), PROCURA NO    *
      *           ATENDIMENTO-LOG A MAIOR FICHA EMITIDA HOJE, GRAVA  *
      *           A EMISSAO DA SEGUINTE E DEVOLVE O NUMERO. FICHA    *
      *           ZERO = NAO EMITIDA (LOG INDISPONIVEL, SERVICO      *
      *           INVALIDO OU 9999 FICHAS NO DIA) - O CHAMADOR AVISA *
      *           E O CHECK-IN SEGUE NORMALMENTE.                    *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ATENDIMENTO-LOG ASSIGN TO "ATENDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATENDLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ATENDIMENTO-LOG.
           COPY ATENDLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-ATENDLOG          PIC X(02) VALUE SPACES.
           88  FS-ATENDLOG-OK           VALUE '00'.
           88  FS-ATENDLOG-NAO-EXISTE   VALUE '35'.
       77  WRK-FIM-ATENDLOG         PIC X(01) VALUE 'N'.
           88  FIM-ATENDLOG             VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-MAIOR-FICHA          PIC 9(04) VALUE ZEROS.
       77  WRK-SERVICO              PIC X(01) VALUE SPACES.
           88  SERVICO-VALIDO           VALUE 'C' 'M' 'F' 'I'.

       LINKAGE               SECTION.
       01  LNK-SERVICO              PIC X(01).
       01  LNK-OPERADOR-ID          PIC X(08).
       01  LNK-FICHA                PIC 9(04).

       PROCEDURE             DIVISION USING LNK-SERVICO
                                            LNK-OPERADOR-ID
                                            LNK-FICHA.
       MAIN-PROCEDURE.
           MOVE ZEROS TO LNK-FICHA.
           MOVE ZEROS TO WRK-MAIOR-FICHA.
           MOVE 'N'   TO WRK-FIM-ATENDLOG.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE LNK-SERVICO TO WRK-SERVICO.
           IF SERVICO-VALIDO
               PERFORM 1000-ACHAR-ULTIMA-FICHA THRU 1000-EXIT
               PERFORM 2000-EMITIR-FICHA THRU 2000-EXIT
           END-IF.
           GOBACK.

      ****************************************************************
      * 1000-ACHAR-ULTIMA-FICHA - MAIOR FICHA EMITIDA HOJE (LOG AINDA*
      *                           INEXISTENTE = NENHUMA).            *
      ****************************************************************
       1000-ACHAR-ULTIMA-FICHA.
           OPEN INPUT ATENDIMENTO-LOG.
           IF FS-ATENDLOG-NAO-EXISTE
               GO TO 1000-EXIT
           END-IF.
           IF NOT FS-ATENDLOG-OK
               SET FIM-ATENDLOG TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ ATENDIMENTO-LOG
               AT END SET FIM-ATENDLOG TO TRUE
           END-READ.
           PERFORM 1100-CONFERIR-EVENTO UNTIL FIM-ATENDLOG.
           CLOSE ATENDIMENTO-LOG.
           MOVE 'N' TO WRK-FIM-ATENDLOG.
       1000-EXIT.
           EXIT.

       1100-CONFERIR-EVENTO.
           IF AT-DATA = WRK-DATA-HOJE
              AND AT-EMISSAO
              AND AT-FICHA > WRK-MAIOR-FICHA
               MOVE AT-FICHA TO WRK-MAIOR-FICHA
           END-IF.
           READ ATENDIMENTO-LOG
               AT END SET FIM-ATENDLOG TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-EMITIR-FICHA - GRAVA A EMISSAO DA FICHA SEGUINTE E SO   *
      *                     ENTAO DEVOLVE O NUMERO AO CHAMADOR.      *
      *                     LOG QUE NAO ABRIU NA LEITURA (FIM JA     *
      *                     LIGADO) NAO EMITE, PARA NAO REPETIR      *
      *                     NUMERO.                                  *
      ****************************************************************
       2000-EMITIR-FICHA.
           IF FIM-ATENDLOG
               DISPLAY 'ATENDIMENTO-LOG INDISPONIVEL - FS: '
                       WRK-FS-ATENDLOG
               GO TO 2000-EXIT
           END-IF.
           IF WRK-MAIOR-FICHA = 9999
               DISPLAY 'LIMITE DE FICHAS DO DIA ATINGIDO'
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND ATENDIMENTO-LOG.
           IF NOT FS-ATENDLOG-OK
               DISPLAY 'ATENDIMENTO-LOG INDISPONIVEL - FS: '
                       WRK-FS-ATENDLOG
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE   TO AT-DATA.
           ADD 1 WRK-MAIOR-FICHA GIVING AT-FICHA.
           SET AT-EMISSAO       TO TRUE.
           MOVE LNK-SERVICO     TO AT-SERVICO.
           ACCEPT AT-HORA FROM TIME.
           MOVE LNK-OPERADOR-ID TO AT-OPERADOR.
           WRITE AT-REGISTRO.
           IF FS-ATENDLOG-OK
               MOVE AT-FICHA TO LNK-FICHA
           END-IF.
           CLOSE ATENDIMENTO-LOG.
       2000-EXIT.
           EXIT.
