       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGLANPST.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: LANCAMENTO MANUAL NO LEDGER. TODA NOITE APLICA AS  *
      *           DECISOES DA FILA LANCDEC (GRAVADAS NO PROGLANMAN)  *
      *           AOS LANCAMENTOS PENDENTES DO LANCMAN: CONFERE DE   *
      *           NOVO QUE O APROVADOR E OUTRO OPERADOR, DO PERFIL   *
      *           CTB, E QUE O LANCAMENTO BATE; O APROVADO VAI PARA  *
      *           O LEDGER-TRANS (UMA LINHA POR CONTA, COM O NUMERO  *
      *           DO LANCAMENTO NA DESCRICAO) E O REJEITADO FICA COM *
      *           O MOTIVO. REGRAVA O LANCMAN (LANCMANN) COM A       *
      *           SITUACAO, O APROVADOR E AS DATAS/HORAS, ESVAZIA A  *
      *           FILA E IMPRIME NO LANCRPT OS PENDENTES E OS        *
      *           APROVADOS E REJEITADOS NO MES.                     *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      * 2026-10-15 JR  OPERADOR-MASTER PASSA A SER INDEXADO POR      *
      *                OP-ID (LIDO EM SEQUENCIA, COMO ANTES).        *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.
           SELECT LANCAMENTO-MANUAL ASSIGN TO "LANCMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCMAN.
           SELECT LANCAMENTO-NOVO ASSIGN TO "LANCMANN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCMANN.
           SELECT LANCAMENTO-DECISAO ASSIGN TO "LANCDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCDEC.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT LANC-REPORT    ASSIGN TO "LANCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERMST.
       FD  LANCAMENTO-MANUAL.
           COPY LANCMAN.
       FD  LANCAMENTO-NOVO.
       01  JN-REGISTRO-NOVO         PICTURE X(147).
       FD  LANCAMENTO-DECISAO.
           COPY LANCDEC.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  LANC-REPORT.
       01  JT-LINHA                 PICTURE X(132).
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
       77  WRK-FS-OPERMST           PIC X(02) VALUE SPACES.
           88  FS-OPERMST-OK            VALUE '00'.
       77  WRK-FS-LANCMAN           PIC X(02) VALUE SPACES.
           88  FS-LANCMAN-OK            VALUE '00'.
       77  WRK-FS-LANCMANN          PIC X(02) VALUE SPACES.
           88  FS-LANCMANN-OK           VALUE '00'.
       77  WRK-FS-LANCDEC           PIC X(02) VALUE SPACES.
           88  FS-LANCDEC-OK            VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-LANCRPT           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-OPERMST          PIC X(01) VALUE 'N'.
           88  FIM-OPERMST              VALUE 'S'.
       77  WRK-FIM-LANCMAN          PIC X(01) VALUE 'N'.
           88  FIM-LANCMAN              VALUE 'S'.
       77  WRK-FIM-LANCDEC          PIC X(01) VALUE 'N'.
           88  FIM-LANCDEC              VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-LEDGER-ABERTO        PIC X(01) VALUE 'N'.
           88  LEDGER-ABERTO            VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-HOJE             PIC 9(07) VALUE ZEROS.
       77  WRK-MES-ATUAL            PIC 9(06) VALUE ZEROS.
       77  WRK-MES-DECISAO          PIC 9(06) VALUE ZEROS.

      * OPERADORES DO PERFIL CTB, OS UNICOS QUE PODEM APROVAR.
       01  WRK-TAB-CONTABEIS.
           05  WRK-CTB-ITEM OCCURS 50 TIMES
                   INDEXED BY IDX-CTB.
               10  WRK-CTB-ID            PICTURE X(08).
       77  WRK-QTD-CONTABEIS        PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-CONTABIL       PIC X(01) VALUE 'N'.
           88  ACHOU-CONTABIL           VALUE 'S'.

      * DECISOES DA FILA, COM O QUE A PRIMEIRA PASSADA NO LANCMAN
      * APUROU DO LANCAMENTO (AUTOR, SOMA DAS LINHAS E AS CONTAS DE
      * CONTRAPARTIDA) E O RESULTADO: A/R APLICADA, X RECUSADA.
       01  WRK-TAB-DECISOES.
           05  WRK-DEC-ITEM OCCURS 300 TIMES
                   INDEXED BY IDX-DEC.
               10  WRK-DEC-NUMERO        PICTURE 9(06).
               10  WRK-DEC-DECISAO       PICTURE X(01).
               10  WRK-DEC-APROVADOR     PICTURE X(08).
               10  WRK-DEC-DATA          PICTURE 9(08).
               10  WRK-DEC-HORA          PICTURE 9(08).
               10  WRK-DEC-MOTIVO        PICTURE X(30).
               10  WRK-DEC-ACHOU         PICTURE X(01).
               10  WRK-DEC-AUTOR         PICTURE X(08).
               10  WRK-DEC-SOMA          PICTURE S9(11)V99.
               10  WRK-DEC-CONTA-DEB     PICTURE X(05).
               10  WRK-DEC-CONTA-CRED    PICTURE X(05).
               10  WRK-DEC-JA-LANCADO    PICTURE X(01).
               10  WRK-DEC-RESULTADO     PICTURE X(01).
               10  WRK-DEC-RECUSA        PICTURE X(30).
       77  WRK-QTD-DECISOES         PIC 9(03) VALUE ZEROS.
       77  WRK-NUMERO-PROCURADO     PIC 9(06) VALUE ZEROS.
       77  WRK-ACHOU-DECISAO        PIC X(01) VALUE 'N'.
           88  ACHOU-DECISAO            VALUE 'S'.

      * LANCAMENTOS QUE SAEM NO RELATORIO (PENDENTES E DECIDIDOS NO
      * MES), MONTADOS NA SEGUNDA PASSADA.
       01  WRK-TAB-RELATORIO.
           05  WRK-REL-ITEM OCCURS 2000 TIMES
                   INDEXED BY IDX-REL.
               10  WRK-REL-NUMERO        PICTURE 9(06).
               10  WRK-REL-DATA          PICTURE 9(08).
               10  WRK-REL-HISTORICO     PICTURE X(20).
               10  WRK-REL-DEBITOS       PICTURE 9(11)V99.
               10  WRK-REL-AUTOR         PICTURE X(08).
               10  WRK-REL-INCLUSAO      PICTURE 9(08).
               10  WRK-REL-APROVADOR     PICTURE X(08).
               10  WRK-REL-DECISAO       PICTURE 9(08).
               10  WRK-REL-SITUACAO      PICTURE X(01).
               10  WRK-REL-MOTIVO        PICTURE X(30).
       77  WRK-QTD-RELATORIO        PIC 9(04) VALUE ZEROS.
       77  WRK-NUMERO-ANTERIOR      PIC 9(06) VALUE ZEROS.
       77  WRK-NO-RELATORIO         PIC X(01) VALUE 'N'.
           88  NO-RELATORIO             VALUE 'S'.
       77  WRK-SITUACAO-IMPRIMIR    PIC X(01) VALUE SPACES.

       77  WRK-DESCRICAO            PIC X(20) VALUE SPACES.
       77  WRK-DIAS-PENDENTE        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SECAO            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-SECAO          PIC 9(13)V99 VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-APROVADOS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RECUSADAS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTDFN                PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-DIASFN               PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTALFN              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           COMPUTE WRK-MES-ATUAL = WRK-DATA-HOJE / 100.
           PERFORM 1000-CARREGAR-CONTABEIS.
           PERFORM 1100-CARREGAR-DECISOES.
           PERFORM 1200-APURAR-LANCAMENTOS THRU 1200-EXIT.
           IF WRK-RL-STATUS NOT = 'OK'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1300-VALIDAR-DECISAO
               VARYING IDX-DEC FROM 1 BY 1
               UNTIL IDX-DEC > WRK-QTD-DECISOES.
           PERFORM 1400-CONFERIR-LANCADOS THRU 1400-EXIT.
           PERFORM 2000-APLICAR-DECISOES THRU 2000-EXIT.
           IF WRK-RL-STATUS NOT = 'OK'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIMIR-RELATORIO.
           PERFORM 4000-ESVAZIAR-FILA.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-CONTABEIS - OPERADORES DO PERFIL CTB NO        *
      *                           OPERMST.                           *
      ****************************************************************
       1000-CARREGAR-CONTABEIS.
           OPEN INPUT OPERADOR-MASTER.
           IF FS-OPERMST-OK
               READ OPERADOR-MASTER
                   AT END SET FIM-OPERMST TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-OPERADOR UNTIL FIM-OPERMST
               CLOSE OPERADOR-MASTER
           ELSE
               DISPLAY 'OPERADOR-MASTER INDISPONIVEL - NENHUMA '
                       'APROVACAO SERA ACEITA'
               MOVE 'OPERMST'  TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-OPERMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-OPERADOR.
           IF PERFIL-CONTABIL
              AND WRK-QTD-CONTABEIS < 50
               ADD 1 TO WRK-QTD-CONTABEIS
               SET IDX-CTB TO WRK-QTD-CONTABEIS
               MOVE OP-ID TO WRK-CTB-ID (IDX-CTB)
           END-IF.
           READ OPERADOR-MASTER
               AT END SET FIM-OPERMST TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-DECISOES - DECISOES DA FILA LANCDEC; A SEGUNDA *
      *                          DECISAO PARA O MESMO LANCAMENTO E   *
      *                          IGNORADA.                           *
      ****************************************************************
       1100-CARREGAR-DECISOES.
           OPEN INPUT LANCAMENTO-DECISAO.
           IF FS-LANCDEC-OK
               READ LANCAMENTO-DECISAO
                   AT END SET FIM-LANCDEC TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-DECISAO THRU 1110-EXIT
                   UNTIL FIM-LANCDEC
               CLOSE LANCAMENTO-DECISAO
           ELSE
               DISPLAY 'LANCDEC AUSENTE - NENHUMA DECISAO A APLICAR'
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-DECISAO.
           MOVE JD-NUMERO TO WRK-NUMERO-PROCURADO.
           PERFORM 1150-LOCALIZAR-DECISAO.
           IF ACHOU-DECISAO
               DISPLAY 'DECISAO REPETIDA PARA O LANCAMENTO '
                       JD-NUMERO ' IGNORADA'
               GO TO 1110-LER-PROXIMA
           END-IF.
           IF WRK-QTD-DECISOES NOT < 300
               DISPLAY 'DECISOES EXCEDEM A TABELA - LANCAMENTO '
                       JD-NUMERO ' FICA PARA A PROXIMA NOITE'
               GO TO 1110-LER-PROXIMA
           END-IF.
           ADD 1 TO WRK-QTD-DECISOES.
           SET IDX-DEC TO WRK-QTD-DECISOES.
           INITIALIZE WRK-DEC-ITEM (IDX-DEC).
           MOVE JD-NUMERO    TO WRK-DEC-NUMERO (IDX-DEC).
           MOVE JD-DECISAO   TO WRK-DEC-DECISAO (IDX-DEC).
           MOVE JD-APROVADOR TO WRK-DEC-APROVADOR (IDX-DEC).
           MOVE JD-DATA      TO WRK-DEC-DATA (IDX-DEC).
           MOVE JD-HORA      TO WRK-DEC-HORA (IDX-DEC).
           MOVE JD-MOTIVO    TO WRK-DEC-MOTIVO (IDX-DEC).
           MOVE 'N'          TO WRK-DEC-ACHOU (IDX-DEC).
           MOVE 'N'          TO WRK-DEC-JA-LANCADO (IDX-DEC).

       1110-LER-PROXIMA.
           READ LANCAMENTO-DECISAO
               AT END SET FIM-LANCDEC TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1150-LOCALIZAR-DECISAO.
           MOVE 'N' TO WRK-ACHOU-DECISAO.
           SET IDX-DEC TO 1.
           SEARCH WRK-DEC-ITEM
               AT END
                   CONTINUE
               WHEN IDX-DEC > WRK-QTD-DECISOES
                   CONTINUE
               WHEN WRK-DEC-NUMERO (IDX-DEC) = WRK-NUMERO-PROCURADO
                   SET ACHOU-DECISAO TO TRUE
           END-SEARCH.
       1150-EXIT.
           EXIT.

      ****************************************************************
      * 1200-APURAR-LANCAMENTOS - PRIMEIRA PASSADA NO LANCMAN: PARA  *
      *                           CADA PENDENTE COM DECISAO, O AUTOR,*
      *                           A SOMA DAS LINHAS E A PRIMEIRA     *
      *                           CONTA DEBITADA E CREDITADA (A      *
      *                           CONTRAPARTIDA NO LEDGER).          *
      ****************************************************************
       1200-APURAR-LANCAMENTOS.
           OPEN INPUT LANCAMENTO-MANUAL.
           IF WRK-FS-LANCMAN = '35'
               DISPLAY 'LANCMAN AUSENTE - NENHUM LANCAMENTO MANUAL'
               MOVE 'PULADO' TO WRK-RL-STATUS
               GO TO 1200-EXIT
           END-IF.
           IF NOT FS-LANCMAN-OK
               DISPLAY 'LANCMAN INDISPONIVEL - FS: ' WRK-FS-LANCMAN
               MOVE 'LANCMAN'  TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LANCMAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1200-EXIT
           END-IF.
           READ LANCAMENTO-MANUAL
               AT END SET FIM-LANCMAN TO TRUE
           END-READ.
           PERFORM 1210-APURAR-LINHA UNTIL FIM-LANCMAN.
           CLOSE LANCAMENTO-MANUAL.
       1200-EXIT.
           EXIT.

       1210-APURAR-LINHA.
           IF JL-PENDENTE
               MOVE JL-NUMERO TO WRK-NUMERO-PROCURADO
               PERFORM 1150-LOCALIZAR-DECISAO
               IF ACHOU-DECISAO
                   MOVE 'S'      TO WRK-DEC-ACHOU (IDX-DEC)
                   MOVE JL-AUTOR TO WRK-DEC-AUTOR (IDX-DEC)
                   ADD JL-VALOR  TO WRK-DEC-SOMA (IDX-DEC)
                   IF JL-VALOR > ZEROS
                      AND WRK-DEC-CONTA-DEB (IDX-DEC) = SPACES
                       MOVE JL-CONTA TO WRK-DEC-CONTA-DEB (IDX-DEC)
                   END-IF
                   IF JL-VALOR < ZEROS
                      AND WRK-DEC-CONTA-CRED (IDX-DEC) = SPACES
                       MOVE JL-CONTA TO WRK-DEC-CONTA-CRED (IDX-DEC)
                   END-IF
               END-IF
           END-IF.
           READ LANCAMENTO-MANUAL
               AT END SET FIM-LANCMAN TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-VALIDAR-DECISAO - A DECISAO SO VALE PARA LANCAMENTO     *
      *                        PENDENTE, DE APROVADOR CTB DIFERENTE  *
      *                        DO AUTOR; A APROVACAO AINDA EXIGE QUE *
      *                        O LANCAMENTO BATA.                    *
      ****************************************************************
       1300-VALIDAR-DECISAO.
           MOVE 'X' TO WRK-DEC-RESULTADO (IDX-DEC).
           PERFORM 1310-LOCALIZAR-CONTABIL.
           EVALUATE TRUE
               WHEN WRK-DEC-ACHOU (IDX-DEC) NOT = 'S'
                   MOVE 'LANCAMENTO NAO ESTA PENDENTE'
                       TO WRK-DEC-RECUSA (IDX-DEC)
               WHEN WRK-DEC-DECISAO (IDX-DEC) NOT = 'A'
                AND WRK-DEC-DECISAO (IDX-DEC) NOT = 'R'
                   MOVE 'DECISAO INVALIDA'
                       TO WRK-DEC-RECUSA (IDX-DEC)
               WHEN WRK-DEC-APROVADOR (IDX-DEC)
                       = WRK-DEC-AUTOR (IDX-DEC)
                   MOVE 'APROVADOR IGUAL AO AUTOR'
                       TO WRK-DEC-RECUSA (IDX-DEC)
               WHEN NOT ACHOU-CONTABIL
                   MOVE 'APROVADOR SEM PERFIL CTB'
                       TO WRK-DEC-RECUSA (IDX-DEC)
               WHEN WRK-DEC-DECISAO (IDX-DEC) = 'A'
                AND WRK-DEC-SOMA (IDX-DEC) NOT = ZEROS
                   MOVE 'LANCAMENTO NAO BATE'
                       TO WRK-DEC-RECUSA (IDX-DEC)
               WHEN OTHER
                   MOVE WRK-DEC-DECISAO (IDX-DEC)
                       TO WRK-DEC-RESULTADO (IDX-DEC)
           END-EVALUATE.
           IF WRK-DEC-RESULTADO (IDX-DEC) = 'A'
               ADD 1 TO WRK-QTD-APROVADOS
           END-IF.
           IF WRK-DEC-RESULTADO (IDX-DEC) = 'R'
               ADD 1 TO WRK-QTD-REJEITADOS
           END-IF.
           IF WRK-DEC-RESULTADO (IDX-DEC) = 'X'
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LOCALIZAR-CONTABIL.
           MOVE 'N' TO WRK-ACHOU-CONTABIL.
           SET IDX-CTB TO 1.
           SEARCH WRK-CTB-ITEM
               AT END
                   CONTINUE
               WHEN IDX-CTB > WRK-QTD-CONTABEIS
                   CONTINUE
               WHEN WRK-CTB-ID (IDX-CTB) = WRK-DEC-APROVADOR (IDX-DEC)
                   SET ACHOU-CONTABIL TO TRUE
           END-SEARCH.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CONFERIR-LANCADOS - NA REEXECUCAO, O APROVADO QUE JA    *
      *                          ESTA NO LEDGER-TRANS (DESCRICAO     *
      *                          'LM' + NUMERO) NAO E LANCADO DE     *
      *                          NOVO.                               *
      ****************************************************************
       1400-CONFERIR-LANCADOS.
           IF WRK-QTD-APROVADOS = ZEROS
               GO TO 1400-EXIT
           END-IF.
           OPEN INPUT LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               GO TO 1400-EXIT
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
           PERFORM 1410-CONFERIR-LANCAMENTO UNTIL FIM-LEDGER.
           CLOSE LEDGER-TRANS.
       1400-EXIT.
           EXIT.

       1410-CONFERIR-LANCAMENTO.
           IF LT-DESCRICAO (1:2) = 'LM'
              AND LT-DESCRICAO (3:6) IS NUMERIC
               MOVE LT-DESCRICAO (3:6) TO WRK-NUMERO-PROCURADO
               PERFORM 1150-LOCALIZAR-DECISAO
               IF ACHOU-DECISAO
                   MOVE 'S' TO WRK-DEC-JA-LANCADO (IDX-DEC)
               END-IF
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APLICAR-DECISOES - SEGUNDA PASSADA: REGRAVA O LANCMAN   *
      *                         NO LANCMANN COM AS DECISOES VALIDAS, *
      *                         LANCA O APROVADO NO LEDGER-TRANS E   *
      *                         MONTA A TABELA DO RELATORIO.         *
      ****************************************************************
       2000-APLICAR-DECISOES.
           OPEN INPUT LANCAMENTO-MANUAL.
           OPEN OUTPUT LANCAMENTO-NOVO.
           IF NOT FS-LANCMANN-OK
               DISPLAY 'LANCMANN INDISPONIVEL - FS: ' WRK-FS-LANCMANN
               MOVE 'LANCMANN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LANCMANN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               CLOSE LANCAMENTO-MANUAL
               GO TO 2000-EXIT
           END-IF.
           IF WRK-QTD-APROVADOS > ZEROS
               OPEN EXTEND LEDGER-TRANS
               IF NOT FS-LEDGTRAN-OK
                   DISPLAY 'LEDGER-TRANS INDISPONIVEL - FS: '
                           WRK-FS-LEDGTRAN
                   MOVE 'LEDGTRAN' TO EL-ARQUIVO
                   MOVE 'OPEN'     TO EL-OPERACAO
                   MOVE WRK-FS-LEDGTRAN TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
                   CLOSE LANCAMENTO-MANUAL
                   CLOSE LANCAMENTO-NOVO
                   GO TO 2000-EXIT
               END-IF
               SET LEDGER-ABERTO TO TRUE
           END-IF.
           MOVE 'N' TO WRK-FIM-LANCMAN.
           READ LANCAMENTO-MANUAL
               AT END SET FIM-LANCMAN TO TRUE
           END-READ.
           PERFORM 2100-APLICAR-LINHA UNTIL FIM-LANCMAN.
           CLOSE LANCAMENTO-MANUAL.
           CLOSE LANCAMENTO-NOVO.
           IF LEDGER-ABERTO
               CLOSE LEDGER-TRANS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-APLICAR-LINHA.
           ADD 1 TO WRK-QTD-LIDOS.
           IF JL-PENDENTE
               MOVE JL-NUMERO TO WRK-NUMERO-PROCURADO
               PERFORM 1150-LOCALIZAR-DECISAO
               IF ACHOU-DECISAO
                   PERFORM 2200-DECIDIR-LINHA
               END-IF
           END-IF.
           PERFORM 2400-GUARDAR-NO-RELATORIO THRU 2400-EXIT.
           WRITE JN-REGISTRO-NOVO FROM JL-REGISTRO.
           READ LANCAMENTO-MANUAL
               AT END SET FIM-LANCMAN TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-DECIDIR-LINHA.
           IF WRK-DEC-RESULTADO (IDX-DEC) = 'A'
              OR WRK-DEC-RESULTADO (IDX-DEC) = 'R'
               MOVE WRK-DEC-RESULTADO (IDX-DEC) TO JL-SITUACAO
               MOVE WRK-DEC-APROVADOR (IDX-DEC) TO JL-APROVADOR
               MOVE WRK-DEC-DATA (IDX-DEC)      TO JL-DATA-DECISAO
               MOVE WRK-DEC-HORA (IDX-DEC)      TO JL-HORA-DECISAO
               MOVE WRK-DEC-MOTIVO (IDX-DEC)    TO JL-MOTIVO
           END-IF.
           IF JL-APROVADO
               MOVE WRK-DATA-HOJE TO JL-DATA-POSTAGEM
               IF WRK-DEC-JA-LANCADO (IDX-DEC) NOT = 'S'
                   PERFORM 2300-LANCAR-LINHA
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2300-LANCAR-LINHA.
           MOVE SPACES TO WRK-DESCRICAO.
           STRING 'LM' JL-NUMERO ' ' JL-HISTORICO
               DELIMITED BY SIZE INTO WRK-DESCRICAO.
           MOVE JL-CONTA         TO LT-CONTA.
           MOVE JL-DATA-CONTABIL TO LT-DATA.
           MOVE WRK-DESCRICAO    TO LT-DESCRICAO.
           MOVE JL-VALOR         TO LT-VALOR.
           IF JL-VALOR > ZEROS
               MOVE WRK-DEC-CONTA-CRED (IDX-DEC) TO LT-CONTA-CONTRA
           ELSE
               MOVE WRK-DEC-CONTA-DEB (IDX-DEC)  TO LT-CONTA-CONTRA
           END-IF.
           WRITE LT-REGISTRO.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
       2300-EXIT.
           EXIT.

       2400-GUARDAR-NO-RELATORIO.
           IF JL-NUMERO NOT = WRK-NUMERO-ANTERIOR
               MOVE JL-NUMERO TO WRK-NUMERO-ANTERIOR
               MOVE 'N' TO WRK-NO-RELATORIO
               COMPUTE WRK-MES-DECISAO = JL-DATA-DECISAO / 100
               IF JL-PENDENTE
                  OR WRK-MES-DECISAO = WRK-MES-ATUAL
                   PERFORM 2410-INCLUIR-NO-RELATORIO THRU 2410-EXIT
               END-IF
           END-IF.
           IF NO-RELATORIO
              AND JL-VALOR > ZEROS
               ADD JL-VALOR TO WRK-REL-DEBITOS (IDX-REL)
           END-IF.
       2400-EXIT.
           EXIT.

       2410-INCLUIR-NO-RELATORIO.
           IF WRK-QTD-RELATORIO NOT < 2000
               DISPLAY 'LANCAMENTOS EXCEDEM A TABELA DO RELATORIO - '
                       JL-NUMERO ' NAO LISTADO'
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-RELATORIO.
           SET IDX-REL TO WRK-QTD-RELATORIO.
           MOVE JL-NUMERO        TO WRK-REL-NUMERO (IDX-REL).
           MOVE JL-DATA-CONTABIL TO WRK-REL-DATA (IDX-REL).
           MOVE JL-HISTORICO     TO WRK-REL-HISTORICO (IDX-REL).
           MOVE ZEROS            TO WRK-REL-DEBITOS (IDX-REL).
           MOVE JL-AUTOR         TO WRK-REL-AUTOR (IDX-REL).
           MOVE JL-DATA-INCLUSAO TO WRK-REL-INCLUSAO (IDX-REL).
           MOVE JL-APROVADOR     TO WRK-REL-APROVADOR (IDX-REL).
           MOVE JL-DATA-DECISAO  TO WRK-REL-DECISAO (IDX-REL).
           MOVE JL-SITUACAO      TO WRK-REL-SITUACAO (IDX-REL).
           MOVE JL-MOTIVO        TO WRK-REL-MOTIVO (IDX-REL).
           SET NO-RELATORIO TO TRUE.
       2410-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-RELATORIO - PENDENTES (COM OS DIAS DE ESPERA), *
      *                           APROVADOS E REJEITADOS NO MES E AS *
      *                           DECISOES RECUSADAS NESTA NOITE.    *
      ****************************************************************
       3000-IMPRIMIR-RELATORIO.
           OPEN OUTPUT LANC-REPORT.
           MOVE SPACES TO JT-LINHA.
           STRING 'LANCAMENTOS CONTABEIS MANUAIS - POSICAO EM '
                  WRK-DATA-HOJE
                  ' - DECIDIDOS NO MES ' WRK-MES-ATUAL
               DELIMITED BY SIZE INTO JT-LINHA.
           WRITE JT-LINHA.
           MOVE ALL '=' TO JT-LINHA.
           WRITE JT-LINHA.
           MOVE 'PENDENTES DE APROVACAO' TO JT-LINHA.
           MOVE 'P' TO WRK-SITUACAO-IMPRIMIR.
           PERFORM 3100-IMPRIMIR-SECAO.
           MOVE 'APROVADOS E LANCADOS NO LEDGER NO MES' TO JT-LINHA.
           MOVE 'A' TO WRK-SITUACAO-IMPRIMIR.
           PERFORM 3100-IMPRIMIR-SECAO.
           MOVE 'REJEITADOS NO MES' TO JT-LINHA.
           MOVE 'R' TO WRK-SITUACAO-IMPRIMIR.
           PERFORM 3100-IMPRIMIR-SECAO.
           MOVE SPACES TO JT-LINHA.
           STRING 'DECISOES RECUSADAS NESTA NOITE (O LANCAMENTO '
                  'SEGUE COMO ESTAVA)'
               DELIMITED BY SIZE INTO JT-LINHA.
           WRITE JT-LINHA.
           MOVE SPACES TO JT-LINHA.
           STRING 'NUMERO DECISAO APROVADOR DATA     RECUSA'
               DELIMITED BY SIZE INTO JT-LINHA.
           WRITE JT-LINHA.
           MOVE ALL '-' TO JT-LINHA.
           WRITE JT-LINHA.
           PERFORM 3300-IMPRIMIR-RECUSA
               VARYING IDX-DEC FROM 1 BY 1
               UNTIL IDX-DEC > WRK-QTD-DECISOES.
           MOVE WRK-QTD-RECUSADAS TO WRK-QTDFN.
           MOVE SPACES TO JT-LINHA.
           STRING 'QTDE: ' WRK-QTDFN
               DELIMITED BY SIZE INTO JT-LINHA.
           WRITE JT-LINHA.
           CLOSE LANC-REPORT.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-SECAO.
           WRITE JT-LINHA.
           MOVE SPACES TO JT-LINHA.
           STRING 'NUMERO DATA     HISTORICO           '
                  '           DEBITOS AUTOR    INCLUSAO '
                  'APROVADO DECISAO  MOTIVO / DIAS EM ESPERA'
               DELIMITED BY SIZE INTO JT-LINHA.
           WRITE JT-LINHA.
           MOVE ALL '-' TO JT-LINHA.
           WRITE JT-LINHA.
           MOVE ZEROS TO WRK-QTD-SECAO WRK-TOTAL-SECAO.
           PERFORM 3200-IMPRIMIR-LANCAMENTO
               VARYING IDX-REL FROM 1 BY 1
               UNTIL IDX-REL > WRK-QTD-RELATORIO.
           MOVE WRK-QTD-SECAO TO WRK-QTDFN.
           MOVE WRK-TOTAL-SECAO TO WRK-TOTALFN.
           MOVE SPACES TO JT-LINHA.
           STRING 'QTDE: ' WRK-QTDFN '    TOTAL DEBITOS: ' WRK-TOTALFN
               DELIMITED BY SIZE INTO JT-LINHA.
           WRITE JT-LINHA.
           MOVE SPACES TO JT-LINHA.
           WRITE JT-LINHA.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-LANCAMENTO.
           IF WRK-REL-SITUACAO (IDX-REL) = WRK-SITUACAO-IMPRIMIR
               ADD 1 TO WRK-QTD-SECAO
               ADD WRK-REL-DEBITOS (IDX-REL) TO WRK-TOTAL-SECAO
               MOVE WRK-REL-DEBITOS (IDX-REL) TO WRK-VALORFN
               MOVE SPACES TO JT-LINHA
               IF WRK-SITUACAO-IMPRIMIR = 'P'
                   COMPUTE WRK-DIAS-PENDENTE = WRK-DIA-HOJE
                       - FUNCTION INTEGER-OF-DATE
                             (WRK-REL-INCLUSAO (IDX-REL))
                   MOVE WRK-DIAS-PENDENTE TO WRK-DIASFN
                   STRING WRK-REL-NUMERO (IDX-REL)
                          ' ' WRK-REL-DATA (IDX-REL)
                          ' ' WRK-REL-HISTORICO (IDX-REL)
                          ' ' WRK-VALORFN
                          ' ' WRK-REL-AUTOR (IDX-REL)
                          ' ' WRK-REL-INCLUSAO (IDX-REL)
                          '                   ' WRK-DIASFN
                       DELIMITED BY SIZE INTO JT-LINHA
               ELSE
                   STRING WRK-REL-NUMERO (IDX-REL)
                          ' ' WRK-REL-DATA (IDX-REL)
                          ' ' WRK-REL-HISTORICO (IDX-REL)
                          ' ' WRK-VALORFN
                          ' ' WRK-REL-AUTOR (IDX-REL)
                          ' ' WRK-REL-INCLUSAO (IDX-REL)
                          ' ' WRK-REL-APROVADOR (IDX-REL)
                          ' ' WRK-REL-DECISAO (IDX-REL)
                          ' ' WRK-REL-MOTIVO (IDX-REL)
                       DELIMITED BY SIZE INTO JT-LINHA
               END-IF
               WRITE JT-LINHA
           END-IF.
       3200-EXIT.
           EXIT.

       3300-IMPRIMIR-RECUSA.
           IF WRK-DEC-RESULTADO (IDX-DEC) = 'X'
               MOVE SPACES TO JT-LINHA
               STRING WRK-DEC-NUMERO (IDX-DEC)
                      ' ' WRK-DEC-DECISAO (IDX-DEC)
                      '       ' WRK-DEC-APROVADOR (IDX-DEC)
                      '  ' WRK-DEC-DATA (IDX-DEC)
                      ' ' WRK-DEC-RECUSA (IDX-DEC)
                   DELIMITED BY SIZE INTO JT-LINHA
               WRITE JT-LINHA
           END-IF.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 4000-ESVAZIAR-FILA - DECISOES PROCESSADAS SAEM DA FILA.      *
      ****************************************************************
       4000-ESVAZIAR-FILA.
           OPEN OUTPUT LANCAMENTO-DECISAO.
           CLOSE LANCAMENTO-DECISAO.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO NO SYSOUT DO JOB.     *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGLANPST ***'.
           MOVE WRK-QTD-DECISOES TO WRK-QTDFN.
           DISPLAY 'DECISOES NA FILA........: ' WRK-QTDFN.
           MOVE WRK-QTD-APROVADOS TO WRK-QTDFN.
           DISPLAY 'LANCAMENTOS APROVADOS...: ' WRK-QTDFN.
           MOVE WRK-QTD-REJEITADOS TO WRK-QTDFN.
           DISPLAY 'LANCAMENTOS REJEITADOS..: ' WRK-QTDFN.
           MOVE WRK-QTD-RECUSADAS TO WRK-QTDFN.
           DISPLAY 'DECISOES RECUSADAS......: ' WRK-QTDFN.
           MOVE WRK-QTD-LANCAMENTOS TO WRK-QTDFN.
           DISPLAY 'LINHAS NO LEDGER-TRANS..: ' WRK-QTDFN.
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
           MOVE 'PROGLANPST' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS       TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LANCAMENTOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RECUSADAS   TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGLANPST' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
