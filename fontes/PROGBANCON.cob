       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGBANCON.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONCILIACAO DA CONTA BANCARIA. LE O EXTRATO DO DIA *
      *           (EXTBANC) E CASA CADA LINHA COM UM LANCAMENTO DA   *
      *           CONTA CAIXA NO LEDGER-TRANS PELO VALOR E PELA DATA,*
      *           DENTRO DA TOLERANCIA EM DIAS DO BANCCTL. O QUE NAO *
      *           CASA FICA PENDENTE (BANCPEND/BANCPENN) E VOLTA A   *
      *           SER TENTADO NOS DIAS SEGUINTES ATE CASAR. IMPRIME  *
      *           NO BANCRPT AS LINHAS DO EXTRATO SEM LANCAMENTO, OS *
      *           LANCAMENTOS AINDA NAO NO EXTRATO E O SALDO         *
      *           CONCILIADO DOS DOIS LADOS. EXTRATO JA CONCILIADO   *
      *           NAO RODA DE NOVO.                                  *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-BANCO  ASSIGN TO "EXTBANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTBANC.
           SELECT BANCO-CONTROLE ASSIGN TO "BANCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANCCTL.
           SELECT PENDENCIA-ANT  ASSIGN TO "BANCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANCPEND.
           SELECT PENDENCIA-NOVA ASSIGN TO "BANCPENN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANCPENN.
           SELECT LEDGER-SALDO   ASSIGN TO "LEDSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDSALDO.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT BANC-REPORT    ASSIGN TO "BANCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BANCRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  EXTRATO-BANCO.
           COPY EXTBANC.
       FD  BANCO-CONTROLE.
           COPY BANCCTL.
       FD  PENDENCIA-ANT.
           COPY BANCPEND.
       FD  PENDENCIA-NOVA.
       01  BN-REGISTRO-NOVO         PICTURE X(60).
       FD  LEDGER-SALDO.
           COPY LEDSALDO.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  BANC-REPORT.
       01  BJ-LINHA                 PICTURE X(100).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG            PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA              PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI          PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS            PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT         PIC 9(03) VALUE 5.
       77  WRK-FS-EXTBANC           PIC X(02) VALUE SPACES.
           88  FS-EXTBANC-OK            VALUE '00'.
       77  WRK-FS-BANCCTL           PIC X(02) VALUE SPACES.
           88  FS-BANCCTL-OK            VALUE '00'.
       77  WRK-FS-BANCPEND          PIC X(02) VALUE SPACES.
           88  FS-BANCPEND-OK           VALUE '00'.
       77  WRK-FS-BANCPENN          PIC X(02) VALUE SPACES.
           88  FS-BANCPENN-OK           VALUE '00'.
       77  WRK-FS-LEDSALDO          PIC X(02) VALUE SPACES.
           88  FS-LEDSALDO-OK           VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-BANCRPT           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-EXTBANC          PIC X(01) VALUE 'N'.
           88  FIM-EXTBANC              VALUE 'S'.
       77  WRK-FIM-BANCPEND         PIC X(01) VALUE 'N'.
           88  FIM-BANCPEND             VALUE 'S'.
       77  WRK-FIM-LEDSALDO         PIC X(01) VALUE 'N'.
           88  FIM-LEDSALDO             VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-TEM-SALDO-FINAL      PIC X(01) VALUE 'N'.
           88  TEM-SALDO-FINAL          VALUE 'S'.

      * PADROES QUANDO O BANCCTL AINDA NAO EXISTE (PRIMEIRA
      * CONCILIACAO): CONTA CAIXA E TOLERANCIA DE TRES DIAS.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.
       77  WRK-TOLERANCIA-DIAS      PIC 9(02) VALUE 03.

       77  WRK-ULTIMA-DATA          PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-BANCO-ANT      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DATA-EXTRATO         PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-EXTRATO          PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-BANCO          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MOVIMENTO-EXTRATO    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-LEDGER         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PEND-EXTRATO         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PEND-LEDGER          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-BANCO-AJUSTADO       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-LEDGER-AJUSTADO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.

      * LINHAS DO EXTRATO (DO DIA E PENDENTES DE DIAS ANTERIORES) E
      * LANCAMENTOS DA CONTA CAIXA (NOVOS E PENDENTES), COM A DATA EM
      * DIAS CORRIDOS PARA A TOLERANCIA E A MARCA DE CASADO.
       01  WRK-TAB-EXTRATO.
           05  WRK-EXT-ITEM OCCURS 2000 TIMES
                   INDEXED BY IDX-EXT.
               10  WRK-EXT-DATA          PICTURE 9(08).
               10  WRK-EXT-DIA           PICTURE 9(07).
               10  WRK-EXT-HISTORICO     PICTURE X(20).
               10  WRK-EXT-DOCUMENTO     PICTURE X(10).
               10  WRK-EXT-VALOR         PICTURE S9(11)V99.
               10  WRK-EXT-PENDENTE      PICTURE 9(08).
               10  WRK-EXT-CASADO        PICTURE X(01).
       77  WRK-QTD-EXTRATO          PIC 9(04) VALUE ZEROS.

       01  WRK-TAB-LEDGER.
           05  WRK-LED-ITEM OCCURS 2000 TIMES
                   INDEXED BY IDX-LED.
               10  WRK-LED-DATA          PICTURE 9(08).
               10  WRK-LED-DIA           PICTURE 9(07).
               10  WRK-LED-HISTORICO     PICTURE X(20).
               10  WRK-LED-DOCUMENTO     PICTURE X(10).
               10  WRK-LED-VALOR         PICTURE S9(11)V99.
               10  WRK-LED-PENDENTE      PICTURE 9(08).
               10  WRK-LED-CASADO        PICTURE X(01).
       77  WRK-QTD-LEDGER           PIC 9(04) VALUE ZEROS.

       77  WRK-MELHOR-LED           PIC 9(04) VALUE ZEROS.
       77  WRK-MELHOR-DIF           PIC 9(05) VALUE ZEROS.
       77  WRK-DIF-DIAS             PIC S9(05) VALUE ZEROS.
       77  WRK-DIAS-PENDENTE        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SECAO            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-SECAO          PIC S9(11)V99 VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CASADOS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PENDENTES        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTDFN                PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-DIASFN               PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-CONTROLE.
           PERFORM 1100-CARREGAR-EXTRATO THRU 1100-EXIT.
           IF WRK-RL-STATUS NOT = 'OK'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1200-CARREGAR-PENDENCIAS.
           PERFORM 1300-CARREGAR-LEDGER THRU 1300-EXIT.
           IF WRK-RL-STATUS NOT = 'OK'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 2000-CASAR-EXTRATO.
           PERFORM 3000-IMPRIMIR-CONCILIACAO.
           PERFORM 4000-GRAVAR-PENDENCIAS.
           PERFORM 5000-REGRAVAR-CONTROLE.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-CONTROLE - LE O BANCCTL (CONTA, TOLERANCIA E   *
      *                          ULTIMO EXTRATO CONCILIADO). SEM ELE *
      *                          E A PRIMEIRA CONCILIACAO: VALEM OS  *
      *                          PADROES E TODO O LEDGER-TRANS DA    *
      *                          CONTA CAIXA ENTRA.                  *
      ****************************************************************
       1000-CARREGAR-CONTROLE.
           OPEN INPUT BANCO-CONTROLE.
           IF FS-BANCCTL-OK
               READ BANCO-CONTROLE
                   AT END MOVE SPACES TO BB-REGISTRO
               END-READ
               CLOSE BANCO-CONTROLE
               IF BB-CONTA-CAIXA NOT = SPACES
                   MOVE BB-CONTA-CAIXA TO WRK-CONTA-CAIXA
               END-IF
               IF BB-TOLERANCIA-DIAS IS NUMERIC
                   MOVE BB-TOLERANCIA-DIAS TO WRK-TOLERANCIA-DIAS
               END-IF
               IF BB-ULTIMA-DATA IS NUMERIC
                   MOVE BB-ULTIMA-DATA TO WRK-ULTIMA-DATA
               END-IF
               IF BB-SALDO-BANCO IS NUMERIC
                   MOVE BB-SALDO-BANCO TO WRK-SALDO-BANCO-ANT
               END-IF
           ELSE
               DISPLAY 'BANCCTL AUSENTE - VALEM A CONTA E A '
                       'TOLERANCIA PADRAO'
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-EXTRATO - LINHAS DO EXTRATO DO DIA E O SALDO   *
      *                         FINAL. A DATA DO EXTRATO E A DA      *
      *                         LINHA DE SALDO (OU A MAIOR DATA DAS  *
      *                         LINHAS); SE NAO FOR POSTERIOR AO     *
      *                         ULTIMO EXTRATO CONCILIADO, NAO RODA. *
      ****************************************************************
       1100-CARREGAR-EXTRATO.
           OPEN INPUT EXTRATO-BANCO.
           IF NOT FS-EXTBANC-OK
               DISPLAY 'EXTBANC INDISPONIVEL - FS: ' WRK-FS-EXTBANC
               MOVE 'EXTBANC'  TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-EXTBANC TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1100-EXIT
           END-IF.
           READ EXTRATO-BANCO
               AT END SET FIM-EXTBANC TO TRUE
           END-READ.
           PERFORM 1110-GUARDAR-LINHA THRU 1110-EXIT
               UNTIL FIM-EXTBANC.
           CLOSE EXTRATO-BANCO.
           IF WRK-DATA-EXTRATO = ZEROS
               DISPLAY 'EXTBANC SEM MOVIMENTO - NADA A CONCILIAR'
               MOVE 'PULADO' TO WRK-RL-STATUS
               GO TO 1100-EXIT
           END-IF.
           IF WRK-DATA-EXTRATO NOT > WRK-ULTIMA-DATA
               DISPLAY 'EXTRATO DE ' WRK-DATA-EXTRATO
                       ' JA CONCILIADO - CONCILIACAO NAO REPETIDA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               GO TO 1100-EXIT
           END-IF.
           IF NOT TEM-SALDO-FINAL
               COMPUTE WRK-SALDO-BANCO =
                   WRK-SALDO-BANCO-ANT + WRK-MOVIMENTO-EXTRATO
               DISPLAY 'EXTBANC SEM LINHA DE SALDO - SALDO DO BANCO '
                       'CALCULADO SOBRE O ULTIMO CONCILIADO'
           END-IF.
           COMPUTE WRK-DIA-EXTRATO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-EXTRATO).
           PERFORM 1120-DATAR-PENDENCIA
               VARYING IDX-EXT FROM 1 BY 1
               UNTIL IDX-EXT > WRK-QTD-EXTRATO.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-LINHA.
           ADD 1 TO WRK-QTD-LIDOS.
           IF EB-DATA IS NOT NUMERIC
              OR EB-VALOR IS NOT NUMERIC
               DISPLAY 'LINHA DO EXTRATO INVALIDA IGNORADA: '
                       EB-REGISTRO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 1110-LER-PROXIMA
           END-IF.
           IF EB-SALDO-FINAL
               SET TEM-SALDO-FINAL TO TRUE
               MOVE EB-VALOR TO WRK-SALDO-BANCO
               MOVE EB-DATA  TO WRK-DATA-EXTRATO
               GO TO 1110-LER-PROXIMA
           END-IF.
           IF NOT EB-LANCAMENTO
               DISPLAY 'TIPO DE LINHA DO EXTRATO INVALIDO: '
                       EB-REGISTRO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 1110-LER-PROXIMA
           END-IF.
           IF WRK-QTD-EXTRATO NOT < 2000
               DISPLAY 'LINHAS DO EXTRATO EXCEDEM A TABELA - '
                       'LINHA IGNORADA: ' EB-REGISTRO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 1110-LER-PROXIMA
           END-IF.
           ADD EB-VALOR TO WRK-MOVIMENTO-EXTRATO.
           IF NOT TEM-SALDO-FINAL
              AND EB-DATA > WRK-DATA-EXTRATO
               MOVE EB-DATA TO WRK-DATA-EXTRATO
           END-IF.
           ADD 1 TO WRK-QTD-EXTRATO.
           SET IDX-EXT TO WRK-QTD-EXTRATO.
           MOVE EB-DATA      TO WRK-EXT-DATA (IDX-EXT).
           COMPUTE WRK-EXT-DIA (IDX-EXT) =
               FUNCTION INTEGER-OF-DATE (EB-DATA).
           MOVE EB-HISTORICO TO WRK-EXT-HISTORICO (IDX-EXT).
           MOVE EB-DOCUMENTO TO WRK-EXT-DOCUMENTO (IDX-EXT).
           MOVE EB-VALOR     TO WRK-EXT-VALOR (IDX-EXT).
           MOVE ZEROS        TO WRK-EXT-PENDENTE (IDX-EXT).
           MOVE 'N'          TO WRK-EXT-CASADO (IDX-EXT).

       1110-LER-PROXIMA.
           READ EXTRATO-BANCO
               AT END SET FIM-EXTBANC TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-DATAR-PENDENCIA.
           MOVE WRK-DATA-EXTRATO TO WRK-EXT-PENDENTE (IDX-EXT).
       1120-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-PENDENCIAS - ITENS NAO CASADOS NOS DIAS        *
      *                            ANTERIORES VOLTAM PARA AS TABELAS *
      *                            COM A DATA EM QUE FICARAM         *
      *                            PENDENTES.                        *
      ****************************************************************
       1200-CARREGAR-PENDENCIAS.
           OPEN INPUT PENDENCIA-ANT.
           IF FS-BANCPEND-OK
               READ PENDENCIA-ANT
                   AT END SET FIM-BANCPEND TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-PENDENCIA UNTIL FIM-BANCPEND
               CLOSE PENDENCIA-ANT
           ELSE
               DISPLAY 'BANCPEND AUSENTE - SEM PENDENCIAS ANTERIORES'
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-PENDENCIA.
           IF CI-DO-EXTRATO
              AND WRK-QTD-EXTRATO < 2000
               ADD 1 TO WRK-QTD-EXTRATO
               SET IDX-EXT TO WRK-QTD-EXTRATO
               MOVE CI-DATA      TO WRK-EXT-DATA (IDX-EXT)
               COMPUTE WRK-EXT-DIA (IDX-EXT) =
                   FUNCTION INTEGER-OF-DATE (CI-DATA)
               MOVE CI-HISTORICO TO WRK-EXT-HISTORICO (IDX-EXT)
               MOVE CI-DOCUMENTO TO WRK-EXT-DOCUMENTO (IDX-EXT)
               MOVE CI-VALOR     TO WRK-EXT-VALOR (IDX-EXT)
               MOVE CI-DATA-PENDENTE TO WRK-EXT-PENDENTE (IDX-EXT)
               MOVE 'N'          TO WRK-EXT-CASADO (IDX-EXT)
           END-IF.
           IF CI-DO-LEDGER
              AND WRK-QTD-LEDGER < 2000
               ADD 1 TO WRK-QTD-LEDGER
               SET IDX-LED TO WRK-QTD-LEDGER
               MOVE CI-DATA      TO WRK-LED-DATA (IDX-LED)
               COMPUTE WRK-LED-DIA (IDX-LED) =
                   FUNCTION INTEGER-OF-DATE (CI-DATA)
               MOVE CI-HISTORICO TO WRK-LED-HISTORICO (IDX-LED)
               MOVE CI-DOCUMENTO TO WRK-LED-DOCUMENTO (IDX-LED)
               MOVE CI-VALOR     TO WRK-LED-VALOR (IDX-LED)
               MOVE CI-DATA-PENDENTE TO WRK-LED-PENDENTE (IDX-LED)
               MOVE 'N'          TO WRK-LED-CASADO (IDX-LED)
           END-IF.
           READ PENDENCIA-ANT
               AT END SET FIM-BANCPEND TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-LEDGER - SALDO DA CONTA CAIXA NA DATA DO       *
      *                        EXTRATO (LEDSALDO MAIS O MOVIMENTO    *
      *                        ABERTO DO LEDGER-TRANS ATE A DATA) E  *
      *                        OS LANCAMENTOS POSTERIORES AO ULTIMO  *
      *                        EXTRATO CONCILIADO, A CASAR.          *
      ****************************************************************
       1300-CARREGAR-LEDGER.
           OPEN INPUT LEDGER-SALDO.
           IF FS-LEDSALDO-OK
               READ LEDGER-SALDO
                   AT END SET FIM-LEDSALDO TO TRUE
               END-READ
               PERFORM 1310-SOMAR-SALDO UNTIL FIM-LEDSALDO
               CLOSE LEDGER-SALDO
           END-IF.
           OPEN INPUT LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - FS: '
                       WRK-FS-LEDGTRAN
               MOVE 'LEDGTRAN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1300-EXIT
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
           PERFORM 1320-GUARDAR-LANCAMENTO THRU 1320-EXIT
               UNTIL FIM-LEDGER.
           CLOSE LEDGER-TRANS.
       1300-EXIT.
           EXIT.

       1310-SOMAR-SALDO.
           IF LS-CONTA = WRK-CONTA-CAIXA
               ADD LS-SALDO TO WRK-SALDO-LEDGER
           END-IF.
           READ LEDGER-SALDO
               AT END SET FIM-LEDSALDO TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-GUARDAR-LANCAMENTO.
           IF LT-CONTA NOT = WRK-CONTA-CAIXA
               GO TO 1320-LER-PROXIMO
           END-IF.
           IF LT-DATA > WRK-DATA-EXTRATO
               GO TO 1320-LER-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           ADD LT-VALOR TO WRK-SALDO-LEDGER.
           IF LT-DATA NOT > WRK-ULTIMA-DATA
               GO TO 1320-LER-PROXIMO
           END-IF.
           IF WRK-QTD-LEDGER NOT < 2000
               DISPLAY 'LANCAMENTOS DA CONTA CAIXA EXCEDEM A TABELA '
                       '- FORA DA CONCILIACAO: ' LT-DATA ' '
                       LT-DESCRICAO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 1320-LER-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTD-LEDGER.
           SET IDX-LED TO WRK-QTD-LEDGER.
           MOVE LT-DATA      TO WRK-LED-DATA (IDX-LED).
           COMPUTE WRK-LED-DIA (IDX-LED) =
               FUNCTION INTEGER-OF-DATE (LT-DATA).
           MOVE LT-DESCRICAO TO WRK-LED-HISTORICO (IDX-LED).
           MOVE SPACES       TO WRK-LED-DOCUMENTO (IDX-LED).
           MOVE LT-CONTA-CONTRA TO WRK-LED-DOCUMENTO (IDX-LED) (1:5).
           MOVE LT-VALOR     TO WRK-LED-VALOR (IDX-LED).
           MOVE WRK-DATA-EXTRATO TO WRK-LED-PENDENTE (IDX-LED).
           MOVE 'N'          TO WRK-LED-CASADO (IDX-LED).

       1320-LER-PROXIMO.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       1320-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CASAR-EXTRATO - PARA CADA LINHA DO EXTRATO, O LANCAMENTO*
      *                      AINDA LIVRE DE MESMO VALOR COM A MENOR  *
      *                      DIFERENCA DE DATA DENTRO DA TOLERANCIA. *
      ****************************************************************
       2000-CASAR-EXTRATO.
           PERFORM 2100-CASAR-LINHA
               VARYING IDX-EXT FROM 1 BY 1
               UNTIL IDX-EXT > WRK-QTD-EXTRATO.
       2000-EXIT.
           EXIT.

       2100-CASAR-LINHA.
           MOVE ZEROS TO WRK-MELHOR-LED.
           MOVE 99999 TO WRK-MELHOR-DIF.
           PERFORM 2110-CONFERIR-LANCAMENTO
               VARYING IDX-LED FROM 1 BY 1
               UNTIL IDX-LED > WRK-QTD-LEDGER.
           IF WRK-MELHOR-LED > ZEROS
               SET IDX-LED TO WRK-MELHOR-LED
               MOVE 'S' TO WRK-EXT-CASADO (IDX-EXT)
               MOVE 'S' TO WRK-LED-CASADO (IDX-LED)
               ADD 1 TO WRK-QTD-CASADOS
           END-IF.
       2100-EXIT.
           EXIT.

       2110-CONFERIR-LANCAMENTO.
           IF WRK-LED-CASADO (IDX-LED) = 'N'
              AND WRK-LED-VALOR (IDX-LED) = WRK-EXT-VALOR (IDX-EXT)
               COMPUTE WRK-DIF-DIAS =
                   WRK-LED-DIA (IDX-LED) - WRK-EXT-DIA (IDX-EXT)
               IF WRK-DIF-DIAS < ZEROS
                   COMPUTE WRK-DIF-DIAS = WRK-DIF-DIAS * -1
               END-IF
               IF WRK-DIF-DIAS NOT > WRK-TOLERANCIA-DIAS
                  AND WRK-DIF-DIAS < WRK-MELHOR-DIF
                   MOVE WRK-DIF-DIAS TO WRK-MELHOR-DIF
                   SET WRK-MELHOR-LED TO IDX-LED
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-CONCILIACAO - AS DUAS LISTAS DE PENDENCIAS,    *
      *                             COM OS DIAS EM ABERTO, E O SALDO *
      *                             CONCILIADO DO BANCO E DO LEDGER. *
      ****************************************************************
       3000-IMPRIMIR-CONCILIACAO.
           OPEN OUTPUT BANC-REPORT.
           MOVE SPACES TO BJ-LINHA.
           STRING 'CONCILIACAO BANCARIA - CONTA CAIXA '
                  WRK-CONTA-CAIXA
                  ' - EXTRATO DE ' WRK-DATA-EXTRATO
                  ' - TOLERANCIA ' WRK-TOLERANCIA-DIAS ' DIAS'
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE ALL '=' TO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE 'LINHAS DO EXTRATO SEM LANCAMENTO NO LEDGER'
               TO BJ-LINHA.
           WRITE BJ-LINHA.
           PERFORM 3900-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-QTD-SECAO WRK-TOTAL-SECAO.
           PERFORM 3100-IMPRIMIR-EXTRATO
               VARYING IDX-EXT FROM 1 BY 1
               UNTIL IDX-EXT > WRK-QTD-EXTRATO.
           MOVE WRK-TOTAL-SECAO TO WRK-PEND-EXTRATO.
           PERFORM 3950-IMPRIMIR-TOTAL-SECAO.
           MOVE SPACES TO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE 'LANCAMENTOS DO LEDGER AINDA NAO NO EXTRATO'
               TO BJ-LINHA.
           WRITE BJ-LINHA.
           PERFORM 3900-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-QTD-SECAO WRK-TOTAL-SECAO.
           PERFORM 3200-IMPRIMIR-LEDGER
               VARYING IDX-LED FROM 1 BY 1
               UNTIL IDX-LED > WRK-QTD-LEDGER.
           MOVE WRK-TOTAL-SECAO TO WRK-PEND-LEDGER.
           PERFORM 3950-IMPRIMIR-TOTAL-SECAO.
           PERFORM 3300-IMPRIMIR-SALDOS.
           CLOSE BANC-REPORT.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-EXTRATO.
           IF WRK-EXT-CASADO (IDX-EXT) = 'N'
               COMPUTE WRK-DIAS-PENDENTE = WRK-DIA-EXTRATO
                   - FUNCTION INTEGER-OF-DATE
                         (WRK-EXT-PENDENTE (IDX-EXT))
               MOVE WRK-EXT-VALOR (IDX-EXT) TO WRK-VALORFN
               MOVE WRK-DIAS-PENDENTE TO WRK-DIASFN
               MOVE SPACES TO BJ-LINHA
               STRING WRK-EXT-DATA (IDX-EXT)
                      ' ' WRK-EXT-HISTORICO (IDX-EXT)
                      ' ' WRK-EXT-DOCUMENTO (IDX-EXT)
                      ' ' WRK-VALORFN
                      ' ' WRK-EXT-PENDENTE (IDX-EXT)
                      ' ' WRK-DIASFN
                   DELIMITED BY SIZE INTO BJ-LINHA
               WRITE BJ-LINHA
               ADD 1 TO WRK-QTD-SECAO
               ADD WRK-EXT-VALOR (IDX-EXT) TO WRK-TOTAL-SECAO
           END-IF.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-LEDGER.
           IF WRK-LED-CASADO (IDX-LED) = 'N'
               COMPUTE WRK-DIAS-PENDENTE = WRK-DIA-EXTRATO
                   - FUNCTION INTEGER-OF-DATE
                         (WRK-LED-PENDENTE (IDX-LED))
               MOVE WRK-LED-VALOR (IDX-LED) TO WRK-VALORFN
               MOVE WRK-DIAS-PENDENTE TO WRK-DIASFN
               MOVE SPACES TO BJ-LINHA
               STRING WRK-LED-DATA (IDX-LED)
                      ' ' WRK-LED-HISTORICO (IDX-LED)
                      ' ' WRK-LED-DOCUMENTO (IDX-LED)
                      ' ' WRK-VALORFN
                      ' ' WRK-LED-PENDENTE (IDX-LED)
                      ' ' WRK-DIASFN
                   DELIMITED BY SIZE INTO BJ-LINHA
               WRITE BJ-LINHA
               ADD 1 TO WRK-QTD-SECAO
               ADD WRK-LED-VALOR (IDX-LED) TO WRK-TOTAL-SECAO
           END-IF.
       3200-EXIT.
           EXIT.

       3300-IMPRIMIR-SALDOS.
           MOVE SPACES TO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE 'SALDO CONCILIADO' TO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE ALL '-' TO BJ-LINHA.
           WRITE BJ-LINHA.
           COMPUTE WRK-BANCO-AJUSTADO =
               WRK-SALDO-BANCO + WRK-PEND-LEDGER.
           COMPUTE WRK-LEDGER-AJUSTADO =
               WRK-SALDO-LEDGER + WRK-PEND-EXTRATO.
           COMPUTE WRK-DIFERENCA =
               WRK-BANCO-AJUSTADO - WRK-LEDGER-AJUSTADO.
           MOVE WRK-SALDO-BANCO TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           STRING 'SALDO FINAL DO EXTRATO..............: '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE WRK-PEND-LEDGER TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           STRING '(+) LANCAMENTOS AINDA NAO NO EXTRATO: '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE WRK-BANCO-AJUSTADO TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           STRING 'SALDO DO BANCO AJUSTADO.............: '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE SPACES TO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE WRK-SALDO-LEDGER TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           STRING 'SALDO DA CONTA CAIXA NO LEDGER......: '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE WRK-PEND-EXTRATO TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           STRING '(+) LINHAS DO EXTRATO SEM LANCAMENTO: '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE WRK-LEDGER-AJUSTADO TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           STRING 'SALDO DO LEDGER AJUSTADO............: '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE ALL '-' TO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE WRK-DIFERENCA TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           IF WRK-DIFERENCA = ZEROS
               STRING 'DIFERENCA...........................: '
                      WRK-VALORFN '  CONCILIADO'
                   DELIMITED BY SIZE INTO BJ-LINHA
           ELSE
               STRING 'DIFERENCA...........................: '
                      WRK-VALORFN '  *** NAO CONCILIADO'
                   DELIMITED BY SIZE INTO BJ-LINHA
           END-IF.
           WRITE BJ-LINHA.
           MOVE WRK-QTD-CASADOS TO WRK-QTDFN.
           MOVE SPACES TO BJ-LINHA.
           STRING 'LINHAS CASADAS NESTA CONCILIACAO....: '
                  WRK-QTDFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
       3300-EXIT.
           EXIT.

       3900-IMPRIMIR-CABECALHO.
           MOVE SPACES TO BJ-LINHA.
           STRING 'DATA     HISTORICO            DOCUMENTO '
                  '         VALOR (R$) PEND.DESDE  DIAS'
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
           MOVE ALL '-' TO BJ-LINHA.
           WRITE BJ-LINHA.
       3900-EXIT.
           EXIT.

       3950-IMPRIMIR-TOTAL-SECAO.
           MOVE WRK-QTD-SECAO TO WRK-QTDFN.
           MOVE WRK-TOTAL-SECAO TO WRK-VALORFN.
           MOVE SPACES TO BJ-LINHA.
           STRING 'QTDE: ' WRK-QTDFN
                  '                      TOTAL: ' WRK-VALORFN
               DELIMITED BY SIZE INTO BJ-LINHA.
           WRITE BJ-LINHA.
       3950-EXIT.
           EXIT.

      ****************************************************************
      * 4000-GRAVAR-PENDENCIAS - O QUE NAO CASOU VAI PARA O BANCPENN *
      *                          E VOLTA NA PROXIMA CONCILIACAO.     *
      ****************************************************************
       4000-GRAVAR-PENDENCIAS.
           OPEN OUTPUT PENDENCIA-NOVA.
           IF NOT FS-BANCPENN-OK
               MOVE 'BANCPENN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-BANCPENN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           ELSE
               PERFORM 4100-GRAVAR-EXTRATO
                   VARYING IDX-EXT FROM 1 BY 1
                   UNTIL IDX-EXT > WRK-QTD-EXTRATO
               PERFORM 4200-GRAVAR-LEDGER
                   VARYING IDX-LED FROM 1 BY 1
                   UNTIL IDX-LED > WRK-QTD-LEDGER
               CLOSE PENDENCIA-NOVA
           END-IF.
       4000-EXIT.
           EXIT.

       4100-GRAVAR-EXTRATO.
           IF WRK-EXT-CASADO (IDX-EXT) = 'N'
               MOVE 'E'                        TO CI-ORIGEM
               MOVE WRK-EXT-DATA (IDX-EXT)      TO CI-DATA
               MOVE WRK-EXT-HISTORICO (IDX-EXT) TO CI-HISTORICO
               MOVE WRK-EXT-DOCUMENTO (IDX-EXT) TO CI-DOCUMENTO
               MOVE WRK-EXT-VALOR (IDX-EXT)     TO CI-VALOR
               MOVE WRK-EXT-PENDENTE (IDX-EXT)  TO CI-DATA-PENDENTE
               WRITE BN-REGISTRO-NOVO FROM CI-REGISTRO
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.
       4100-EXIT.
           EXIT.

       4200-GRAVAR-LEDGER.
           IF WRK-LED-CASADO (IDX-LED) = 'N'
               MOVE 'L'                        TO CI-ORIGEM
               MOVE WRK-LED-DATA (IDX-LED)      TO CI-DATA
               MOVE WRK-LED-HISTORICO (IDX-LED) TO CI-HISTORICO
               MOVE WRK-LED-DOCUMENTO (IDX-LED) TO CI-DOCUMENTO
               MOVE WRK-LED-VALOR (IDX-LED)     TO CI-VALOR
               MOVE WRK-LED-PENDENTE (IDX-LED)  TO CI-DATA-PENDENTE
               WRITE BN-REGISTRO-NOVO FROM CI-REGISTRO
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 5000-REGRAVAR-CONTROLE - GUARDA NO BANCCTL A DATA E O SALDO  *
      *                          DO EXTRATO CONCILIADO.              *
      ****************************************************************
       5000-REGRAVAR-CONTROLE.
           IF WRK-RL-STATUS NOT = 'OK'
               DISPLAY 'PENDENCIAS NAO GRAVADAS - BANCCTL MANTIDO'
           ELSE
               MOVE WRK-CONTA-CAIXA     TO BB-CONTA-CAIXA
               MOVE WRK-TOLERANCIA-DIAS TO BB-TOLERANCIA-DIAS
               MOVE WRK-DATA-EXTRATO    TO BB-ULTIMA-DATA
               MOVE WRK-SALDO-BANCO     TO BB-SALDO-BANCO
               OPEN OUTPUT BANCO-CONTROLE
               WRITE BB-REGISTRO
               CLOSE BANCO-CONTROLE
           END-IF.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA CONCILIACAO NO     *
      *                                 SYSOUT DO JOB.               *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGBANCON ***'.
           DISPLAY 'EXTRATO CONCILIADO......: ' WRK-DATA-EXTRATO.
           MOVE WRK-QTD-CASADOS TO WRK-QTDFN.
           DISPLAY 'LINHAS CASADAS..........: ' WRK-QTDFN.
           MOVE WRK-QTD-PENDENTES TO WRK-QTDFN.
           DISPLAY 'ITENS PENDENTES.........: ' WRK-QTDFN.
           MOVE WRK-DIFERENCA TO WRK-VALORFN.
           DISPLAY 'DIFERENCA NA CONCILIACAO: ' WRK-VALORFN.
       9700-EXIT.
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
      * 9800-GRAVAR-RUNLOG - REGISTRA A EXECUCAO NO RUN-LOG COMUM DA *
      *                      SUITE, PARA O RELATORIO DA MANHA.       *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGBANCON' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS      TO RG-QTD-LIDOS.
           MOVE WRK-QTD-CASADOS    TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITADOS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.

      ****************************************************************
      * 9900-GRAVAR-ERRO - GRAVA UMA LINHA NO ERROR-LOG COM O        *
      *                    PROGRAMA, O ARQUIVO, A OPERACAO E O FILE  *
      *                    STATUS QUE VIERAM RUINS.                  *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGBANCON' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
