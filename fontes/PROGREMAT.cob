       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGREMAT.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: REMATRICULA NA VIRADA DO TERMO - PARA O TERMO NOVO *
      *           INFORMADO NO DD TERMOPAR (ABERTO NO TERMMST),      *
      *           PERCORRE OS ALUNOS ATIVOS E PROPOE AS DISCIPLINAS  *
      *           DA GRADE DO CURSO (CURRMST) AINDA NAO APROVADAS NO *
      *           TRANSCRIPT-MST - INCLUSIVE AS JA REPROVADAS - CUJOS*
      *           PRE-REQUISITOS (PREREQ) ESTAO APROVADOS, RESERVANDO*
      *           A PRIMEIRA TURMA COM VAGA NO TURMCAP. AS PROPOSTAS *
      *           SAO GRAVADAS COMO PROVISORIAS NO REMATPRV; O ALUNO *
      *           COM MENSALIDADE VENCIDA EM ABERTO (MENSAL) OU EM   *
      *           PROBATION (PROBMST) FICA RETIDO PARA A SECRETARIA. *
      *           ALUNO JA PROPOSTO NO TERMO NAO E PROPOSTO DE NOVO. *
      *           O PROGREMCNF CONFIRMA AS PROVISORIAS NO MATRDISC.  *
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
           SELECT TERMO-PARAM    ASSIGN TO "TERMOPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TERMOPAR.
           SELECT TERMO-MASTER   ASSIGN TO "TERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-TERMO
               FILE STATUS IS WRK-FS-TERMMST.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT TRANSCRIPT-MST ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-CHAVE
               FILE STATUS IS WRK-FS-TRANMST.
           SELECT CURRICULO-MASTER ASSIGN TO "CURRMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CURRMST.
           SELECT PRE-REQUISITO  ASSIGN TO "PREREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PREREQ.
           SELECT TURMA-CAPACIDADE ASSIGN TO "TURMCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMCAP.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT MENSALIDADE    ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.
           SELECT PROBATION-MASTER ASSIGN TO "PROBMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROBMST.
           SELECT REMATRICULA-PROV ASSIGN TO "REMATPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMATPRV.
           SELECT REMATRICULA-REPORT ASSIGN TO "REMATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMATRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  TERMO-PARAM.
       01  TP-TERMO                 PICTURE X(06).
       FD  TERMO-MASTER.
           COPY TERMMST.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  TRANSCRIPT-MST.
           COPY TRANMST.
       FD  CURRICULO-MASTER.
           COPY CURRMST.
       FD  PRE-REQUISITO.
           COPY PREREQ.
       FD  TURMA-CAPACIDADE.
           COPY TURMCAP.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  MENSALIDADE.
           COPY MENSALID.
       FD  PROBATION-MASTER.
           COPY PROBMST.
       FD  REMATRICULA-PROV.
           COPY REMATPRV.
       FD  REMATRICULA-REPORT.
       01  RR-LINHA                 PICTURE X(100).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-TERMOPAR          PIC X(02) VALUE SPACES.
           88  FS-TERMOPAR-OK           VALUE '00'.
       77  WRK-FS-TERMMST           PIC X(02) VALUE SPACES.
           88  FS-TERMMST-OK            VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-TRANMST           PIC X(02) VALUE SPACES.
           88  FS-TRANMST-OK            VALUE '00'.
       77  WRK-FS-CURRMST           PIC X(02) VALUE SPACES.
           88  FS-CURRMST-OK            VALUE '00'.
       77  WRK-FS-PREREQ            PIC X(02) VALUE SPACES.
           88  FS-PREREQ-OK             VALUE '00'.
       77  WRK-FS-TURMCAP           PIC X(02) VALUE SPACES.
           88  FS-TURMCAP-OK            VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-PROBMST           PIC X(02) VALUE SPACES.
           88  FS-PROBMST-OK            VALUE '00'.
       77  WRK-FS-REMATPRV          PIC X(02) VALUE SPACES.
           88  FS-REMATPRV-OK           VALUE '00'.
       77  WRK-FS-REMATRPT          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ALUNMST          PIC X(01) VALUE 'N'.
           88  FIM-ALUNMST              VALUE 'S'.
       77  WRK-FIM-CURRMST          PIC X(01) VALUE 'N'.
           88  FIM-CURRMST              VALUE 'S'.
       77  WRK-FIM-PREREQ           PIC X(01) VALUE 'N'.
           88  FIM-PREREQ               VALUE 'S'.
       77  WRK-FIM-TURMCAP          PIC X(01) VALUE 'N'.
           88  FIM-TURMCAP              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-FIM-MENSAL           PIC X(01) VALUE 'N'.
           88  FIM-MENSAL               VALUE 'S'.
       77  WRK-FIM-PROBMST          PIC X(01) VALUE 'N'.
           88  FIM-PROBMST              VALUE 'S'.
       77  WRK-FIM-REMATPRV         PIC X(01) VALUE 'N'.
           88  FIM-REMATPRV             VALUE 'S'.
       77  WRK-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88  FIM-HISTORICO            VALUE 'S'.
       77  WRK-TRANMST-ABERTO       PIC X(01) VALUE 'N'.
           88  TRANMST-ABERTO           VALUE 'S'.
       77  WRK-REMATPRV-ABERTO      PIC X(01) VALUE 'N'.
           88  REMATPRV-ABERTO          VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-TERMO-ALVO           PIC X(06) VALUE SPACES.
       77  WRK-TERMO-VALIDO         PIC X(01) VALUE 'N'.
           88  TERMO-VALIDO             VALUE 'S'.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.
       77  WRK-APROVADO             PIC X(01) VALUE 'N'.
           88  APROVADO                 VALUE 'S'.
       77  WRK-PREREQ-OK            PIC X(01) VALUE 'N'.
           88  PREREQ-CUMPRIDO          VALUE 'S'.
       77  WRK-RETIDO               PIC X(01) VALUE 'N'.
           88  ALUNO-RETIDO             VALUE 'S'.
       77  WRK-MOTIVO-RETENCAO      PIC X(30) VALUE SPACES.
       77  WRK-DISCIPLINA           PIC X(05) VALUE SPACES.

      * GRADE CURRICULAR DE TODOS OS CURSOS.
       01  WRK-TAB-CURRICULO.
           05  WRK-TAB-CUR-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-CUR-IDX.
               10  WRK-TAB-CUR-CURSO    PICTURE X(20).
               10  WRK-TAB-CUR-DISCIPLINA PICTURE X(05).
       77  WRK-QTD-CURRICULO        PIC 9(04) COMP VALUE ZEROS.

      * PRE-REQUISITOS DE TODAS AS DISCIPLINAS.
       01  WRK-TAB-PREREQ.
           05  WRK-TAB-PRQ-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-PRQ-IDX.
               10  WRK-TAB-PRQ-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-PRQ-EXIGIDA  PICTURE X(05).
       77  WRK-QTD-PREREQ           PIC 9(04) COMP VALUE ZEROS.

      * TURMAS DO TERMO NOVO: VAGAS E OCUPACAO (MATRDISC MAIS AS
      * PROVISORIAS JA RESERVADAS).
       01  WRK-TAB-TURMA.
           05  WRK-TAB-TUR-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-TUR-IDX.
               10  WRK-TAB-TUR-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-TUR-TURMA    PICTURE X(03).
               10  WRK-TAB-TUR-CAPACIDADE PICTURE 9(03).
               10  WRK-TAB-TUR-OCUPADAS PICTURE 9(03).
       77  WRK-QTD-TURMAS           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-TUR-POS              PIC 9(04) COMP VALUE ZEROS.
       77  WRK-TURMA-OFERECIDA      PIC X(01) VALUE 'N'.
           88  TURMA-OFERECIDA          VALUE 'S'.

      * INSCRICOES DO TERMO NOVO JA NO MATRDISC.
       01  WRK-TAB-INSCRICAO.
           05  WRK-TAB-INS-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-INS-IDX.
               10  WRK-TAB-INS-MATRICULA PICTURE X(08).
               10  WRK-TAB-INS-DISCIPLINA PICTURE X(05).
       77  WRK-QTD-INSCRICOES       PIC 9(04) COMP VALUE ZEROS.

      * ALUNOS JA PROPOSTOS NO TERMO NOVO (REMATPRV).
       01  WRK-TAB-PROPOSTO.
           05  WRK-TAB-PRP-MATRICULA PICTURE X(08)
                                OCCURS 5000 TIMES
                                INDEXED BY WRK-PRP-IDX.
       77  WRK-QTD-PROPOSTOS        PIC 9(04) COMP VALUE ZEROS.

      * ALUNOS COM MENSALIDADE VENCIDA EM ABERTO.
       01  WRK-TAB-ATRASO.
           05  WRK-TAB-ATR-MATRICULA PICTURE X(08)
                                OCCURS 5000 TIMES
                                INDEXED BY WRK-ATR-IDX.
       77  WRK-QTD-ATRASADOS        PIC 9(04) COMP VALUE ZEROS.

      * ALUNOS EM PROBATION.
       01  WRK-TAB-PROBATION.
           05  WRK-TAB-PRB-MATRICULA PICTURE X(08)
                                OCCURS 5000 TIMES
                                INDEXED BY WRK-PRB-IDX.
       77  WRK-QTD-PROBATION        PIC 9(04) COMP VALUE ZEROS.

      * HISTORICO DO ALUNO: APROVADAS E CURSADAS SEM APROVACAO.
       01  WRK-TAB-APROVADA.
           05  WRK-TAB-APR-DISC     PICTURE X(05)
                                OCCURS 100 TIMES
                                INDEXED BY WRK-APR-IDX.
       77  WRK-QTD-APROVADAS        PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-CURSADA.
           05  WRK-TAB-CSD-DISC     PICTURE X(05)
                                OCCURS 100 TIMES
                                INDEXED BY WRK-CSD-IDX.
       77  WRK-QTD-CURSADAS         PIC 9(03) COMP VALUE ZEROS.

       77  WRK-QTD-ALUNOS           PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ALUNOS-PROPOSTOS PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ALUNOS-RETIDOS   PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-JA-PROPOSTOS     PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-PROPOSTA     PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PROVISORIAS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-TURMA        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DO-ALUNO         PIC 9(03) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LER-TERMO THRU 1000-EXIT.
           IF NOT TERMO-VALIDO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1100-CARREGAR-CURRICULO.
           PERFORM 1200-CARREGAR-PREREQ.
           PERFORM 1300-CARREGAR-TURMAS.
           PERFORM 1400-CARREGAR-INSCRICOES.
           PERFORM 1500-CARREGAR-PROVISORIAS.
           PERFORM 1600-CARREGAR-ATRASOS.
           PERFORM 1700-CARREGAR-PROBATION.
           PERFORM 1800-ABRIR-ARQUIVOS THRU 1800-EXIT.
           PERFORM 2000-PROPOR-ALUNO THRU 2000-EXIT
               UNTIL FIM-ALUNMST.
           PERFORM 3000-IMPRIMIR-RODAPE.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-LER-TERMO - LE O TERMO NOVO NO DD TERMOPAR, COMO O      *
      *                  PROGNOTFAL, E EXIGE O TERMO ABERTO NO       *
      *                  TERMMST.                                    *
      ****************************************************************
       1000-LER-TERMO.
           OPEN INPUT TERMO-PARAM.
           IF FS-TERMOPAR-OK
               READ TERMO-PARAM
                   AT END CONTINUE
                   NOT AT END MOVE TP-TERMO TO WRK-TERMO-ALVO
               END-READ
               CLOSE TERMO-PARAM
           END-IF.
           IF WRK-TERMO-ALVO = SPACES
               DISPLAY 'TERMO NAO INFORMADO NO TERMOPAR - REMATRICULA '
                       'NAO RODA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT TERMO-MASTER.
           IF NOT FS-TERMMST-OK
               MOVE 'TERMMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TERMMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               DISPLAY 'TERMMST INDISPONIVEL - REMATRICULA NAO RODA'
               GO TO 1000-EXIT
           END-IF.
           MOVE WRK-TERMO-ALVO TO TE-TERMO.
           READ TERMO-MASTER
               INVALID KEY
                   DISPLAY 'TERMO ' WRK-TERMO-ALVO
                           ' NAO CADASTRADO NO TERMMST - REMATRICULA '
                           'NAO RODA'
               NOT INVALID KEY
                   IF TERMO-ABERTO
                       SET TERMO-VALIDO TO TRUE
                   ELSE
                       DISPLAY 'TERMO ' WRK-TERMO-ALVO
                               ' FECHADO - REMATRICULA NAO RODA'
                   END-IF
           END-READ.
           CLOSE TERMO-MASTER.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-CURRICULO - GRADE DE TODOS OS CURSOS, COMO O   *
      *                           PROGFORMAT.                        *
      ****************************************************************
       1100-CARREGAR-CURRICULO.
           OPEN INPUT CURRICULO-MASTER.
           IF FS-CURRMST-OK
               READ CURRICULO-MASTER
                   AT END SET FIM-CURRMST TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-DISCIPLINA UNTIL FIM-CURRMST
               CLOSE CURRICULO-MASTER
           ELSE
               DISPLAY 'CURRMST INDISPONIVEL - FS: ' WRK-FS-CURRMST
               MOVE 'CURRMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CURRMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-DISCIPLINA.
           IF WRK-QTD-CURRICULO < 500
               ADD 1 TO WRK-QTD-CURRICULO
               MOVE CU-CURSO
                   TO WRK-TAB-CUR-CURSO (WRK-QTD-CURRICULO)
               MOVE CU-DISCIPLINA
                   TO WRK-TAB-CUR-DISCIPLINA (WRK-QTD-CURRICULO)
           ELSE
               DISPLAY 'CURRMST EXCEDE A CAPACIDADE DA TABELA - '
                       'DISCIPLINA ' CU-DISCIPLINA ' IGNORADA'
           END-IF.
           READ CURRICULO-MASTER
               AT END SET FIM-CURRMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-PREREQ - PRE-REQUISITOS, COMO NO PROGMATPED.   *
      ****************************************************************
       1200-CARREGAR-PREREQ.
           OPEN INPUT PRE-REQUISITO.
           IF FS-PREREQ-OK
               READ PRE-REQUISITO
                   AT END SET FIM-PREREQ TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-PREREQ UNTIL FIM-PREREQ
               CLOSE PRE-REQUISITO
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-PREREQ.
           IF WRK-QTD-PREREQ < 500
               ADD 1 TO WRK-QTD-PREREQ
               MOVE PR-DISCIPLINA
                   TO WRK-TAB-PRQ-DISCIPLINA (WRK-QTD-PREREQ)
               MOVE PR-DISC-EXIGIDA
                   TO WRK-TAB-PRQ-EXIGIDA (WRK-QTD-PREREQ)
           ELSE
               DISPLAY 'PRE-REQUISITOS EXCEDEM A CAPACIDADE DA '
                       'TABELA - ' PR-DISCIPLINA ' ' PR-DISC-EXIGIDA
                       ' IGNORADO'
           END-IF.
           READ PRE-REQUISITO
               AT END SET FIM-PREREQ TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-TURMAS - TURMAS DO TERMO NOVO NO TURMCAP.      *
      ****************************************************************
       1300-CARREGAR-TURMAS.
           OPEN INPUT TURMA-CAPACIDADE.
           IF FS-TURMCAP-OK
               READ TURMA-CAPACIDADE
                   AT END SET FIM-TURMCAP TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-TURMA UNTIL FIM-TURMCAP
               CLOSE TURMA-CAPACIDADE
           ELSE
               MOVE 'TURMCAP' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TURMCAP TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-TURMA.
           IF TC-TERMO = WRK-TERMO-ALVO
               IF TC-CAPACIDADE NOT NUMERIC
                   MOVE ZEROS TO TC-CAPACIDADE
               END-IF
               IF WRK-QTD-TURMAS < 500
                   ADD 1 TO WRK-QTD-TURMAS
                   MOVE TC-DISCIPLINA
                       TO WRK-TAB-TUR-DISCIPLINA (WRK-QTD-TURMAS)
                   MOVE TC-TURMA
                       TO WRK-TAB-TUR-TURMA (WRK-QTD-TURMAS)
                   MOVE TC-CAPACIDADE
                       TO WRK-TAB-TUR-CAPACIDADE (WRK-QTD-TURMAS)
                   MOVE ZEROS
                       TO WRK-TAB-TUR-OCUPADAS (WRK-QTD-TURMAS)
               ELSE
                   DISPLAY 'TURMAS EXCEDEM A CAPACIDADE DA TABELA - '
                           TC-DISCIPLINA ' ' TC-TURMA ' IGNORADA'
               END-IF
           END-IF.
           READ TURMA-CAPACIDADE
               AT END SET FIM-TURMCAP TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CARREGAR-INSCRICOES - INSCRICOES DO TERMO NOVO JA NO    *
      *                            MATRDISC: NAO SAO PROPOSTAS DE    *
      *                            NOVO E OCUPAM VAGA NA TURMA.      *
      ****************************************************************
       1400-CARREGAR-INSCRICOES.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 1410-GUARDAR-INSCRICAO UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           END-IF.
       1400-EXIT.
           EXIT.

       1410-GUARDAR-INSCRICAO.
           IF MD-TERMO = WRK-TERMO-ALVO
               IF WRK-QTD-INSCRICOES < 5000
                   ADD 1 TO WRK-QTD-INSCRICOES
                   MOVE MD-MATRICULA
                       TO WRK-TAB-INS-MATRICULA (WRK-QTD-INSCRICOES)
                   MOVE MD-DISCIPLINA
                       TO WRK-TAB-INS-DISCIPLINA (WRK-QTD-INSCRICOES)
               ELSE
                   DISPLAY 'INSCRICOES EXCEDEM A CAPACIDADE DA '
                           'TABELA - ' MD-MATRICULA ' '
                           MD-DISCIPLINA ' IGNORADA'
               END-IF
               MOVE MD-DISCIPLINA TO WRK-DISCIPLINA
               PERFORM 2700-LOCALIZAR-TURMA THRU 2700-EXIT
               IF WRK-TUR-POS > ZEROS
                   ADD 1 TO WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS)
               END-IF
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 1500-CARREGAR-PROVISORIAS - ALUNOS JA PROPOSTOS NO TERMO     *
      *                             NOVO; A PROVISORIA AINDA NAO     *
      *                             CONFIRMADA RESERVA A VAGA.       *
      ****************************************************************
       1500-CARREGAR-PROVISORIAS.
           OPEN INPUT REMATRICULA-PROV.
           IF FS-REMATPRV-OK
               READ REMATRICULA-PROV
                   AT END SET FIM-REMATPRV TO TRUE
               END-READ
               PERFORM 1510-GUARDAR-PROVISORIA THRU 1510-EXIT
                   UNTIL FIM-REMATPRV
               CLOSE REMATRICULA-PROV
           END-IF.
       1500-EXIT.
           EXIT.

       1510-GUARDAR-PROVISORIA.
           IF RV-TERMO NOT = WRK-TERMO-ALVO
               GO TO 1510-LER
           END-IF.
           IF REMAT-PROVISORIA OR REMAT-RETIDA
               MOVE RV-DISCIPLINA TO WRK-DISCIPLINA
               PERFORM 2700-LOCALIZAR-TURMA THRU 2700-EXIT
               PERFORM 1520-RESERVAR-TURMA THRU 1520-EXIT
           END-IF.
           IF WRK-QTD-PROPOSTOS > ZEROS
               SET WRK-PRP-IDX TO 1
               SEARCH WRK-TAB-PRP-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-PRP-IDX > WRK-QTD-PROPOSTOS
                       CONTINUE
                   WHEN WRK-TAB-PRP-MATRICULA (WRK-PRP-IDX)
                        = RV-MATRICULA
                       GO TO 1510-LER
               END-SEARCH
           END-IF.
           IF WRK-QTD-PROPOSTOS < 5000
               ADD 1 TO WRK-QTD-PROPOSTOS
               MOVE RV-MATRICULA
                   TO WRK-TAB-PRP-MATRICULA (WRK-QTD-PROPOSTOS)
           END-IF.
       1510-LER.
           READ REMATRICULA-PROV
               AT END SET FIM-REMATPRV TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-RESERVAR-TURMA.
           IF WRK-QTD-TURMAS = ZEROS
               GO TO 1520-EXIT
           END-IF.
           SET WRK-TUR-IDX TO 1.
           SEARCH WRK-TAB-TUR-ITEM
               AT END
                   CONTINUE
               WHEN WRK-TUR-IDX > WRK-QTD-TURMAS
                   CONTINUE
               WHEN WRK-TAB-TUR-DISCIPLINA (WRK-TUR-IDX)
                    = RV-DISCIPLINA
                AND WRK-TAB-TUR-TURMA (WRK-TUR-IDX) = RV-TURMA
                   ADD 1 TO WRK-TAB-TUR-OCUPADAS (WRK-TUR-IDX)
           END-SEARCH.
       1520-EXIT.
           EXIT.

      ****************************************************************
      * 1600-CARREGAR-ATRASOS - ALUNOS COM MENSALIDADE ABERTA E      *
      *                         VENCIDA, COMO O AVISO DO PROGALUMNT. *
      ****************************************************************
       1600-CARREGAR-ATRASOS.
           OPEN INPUT MENSALIDADE.
           IF FS-MENSAL-OK
               READ MENSALIDADE
                   AT END SET FIM-MENSAL TO TRUE
               END-READ
               PERFORM 1610-CONFERIR-MENSALIDADE UNTIL FIM-MENSAL
               CLOSE MENSALIDADE
           END-IF.
       1600-EXIT.
           EXIT.

       1610-CONFERIR-MENSALIDADE.
           IF MENSALIDADE-ABERTA
              AND MN-DATA-VENCTO < WRK-DATA-HOJE
               PERFORM 1620-GUARDAR-ATRASO THRU 1620-EXIT
           END-IF.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

       1620-GUARDAR-ATRASO.
           IF WRK-QTD-ATRASADOS > ZEROS
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRASADOS
                       CONTINUE
                   WHEN WRK-TAB-ATR-MATRICULA (WRK-ATR-IDX)
                        = MN-MATRICULA
                       GO TO 1620-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-ATRASADOS < 5000
               ADD 1 TO WRK-QTD-ATRASADOS
               MOVE MN-MATRICULA
                   TO WRK-TAB-ATR-MATRICULA (WRK-QTD-ATRASADOS)
           ELSE
               DISPLAY 'ALUNOS EM ATRASO EXCEDEM A CAPACIDADE DA '
                       'TABELA - ' MN-MATRICULA ' IGNORADO'
           END-IF.
       1620-EXIT.
           EXIT.

      ****************************************************************
      * 1700-CARREGAR-PROBATION - ALUNOS EM PROBATION NO PROBMST.    *
      ****************************************************************
       1700-CARREGAR-PROBATION.
           OPEN INPUT PROBATION-MASTER.
           IF FS-PROBMST-OK
               READ PROBATION-MASTER
                   AT END SET FIM-PROBMST TO TRUE
               END-READ
               PERFORM 1710-GUARDAR-PROBATION UNTIL FIM-PROBMST
               CLOSE PROBATION-MASTER
           END-IF.
       1700-EXIT.
           EXIT.

       1710-GUARDAR-PROBATION.
           IF WRK-QTD-PROBATION < 5000
               ADD 1 TO WRK-QTD-PROBATION
               MOVE PB-MATRICULA
                   TO WRK-TAB-PRB-MATRICULA (WRK-QTD-PROBATION)
           ELSE
               DISPLAY 'PROBMST EXCEDE A CAPACIDADE DA TABELA - '
                       PB-MATRICULA ' IGNORADO'
           END-IF.
           READ PROBATION-MASTER
               AT END SET FIM-PROBMST TO TRUE
           END-READ.
       1710-EXIT.
           EXIT.

      ****************************************************************
      * 1800-ABRIR-ARQUIVOS - ABRE OS MESTRES, O REMATPRV PARA       *
      *                       ACRESCENTAR E O RELATORIO, E LE O      *
      *                       PRIMEIRO ALUNO.                        *
      ****************************************************************
       1800-ABRIR-ARQUIVOS.
           OPEN OUTPUT REMATRICULA-REPORT.
           MOVE SPACES TO RR-LINHA.
           STRING 'REMATRICULA PROVISORIA PARA O TERMO '
                  WRK-TERMO-ALVO ' EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE ALL '=' TO RR-LINHA.
           WRITE RR-LINHA.
           OPEN EXTEND REMATRICULA-PROV.
           IF WRK-FS-REMATPRV = '35'
               OPEN OUTPUT REMATRICULA-PROV
           END-IF.
           IF FS-REMATPRV-OK
               SET REMATPRV-ABERTO TO TRUE
           ELSE
               MOVE 'REMATPRV' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-REMATPRV TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ALUNMST TO TRUE
               GO TO 1800-EXIT
           END-IF.
           OPEN INPUT TRANSCRIPT-MST.
           IF FS-TRANMST-OK
               SET TRANMST-ABERTO TO TRUE
           ELSE
               MOVE 'TRANMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TRANMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               READ ALUNO-MASTER
                   AT END SET FIM-ALUNMST TO TRUE
               END-READ
           ELSE
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ALUNMST TO TRUE
           END-IF.
       1800-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PROPOR-ALUNO - PARA O ALUNO ATIVO AINDA NAO PROPOSTO,   *
      *                     COLHE O HISTORICO, CONFERE A RETENCAO E  *
      *                     PROPOE AS DISCIPLINAS DA GRADE DO CURSO. *
      ****************************************************************
       2000-PROPOR-ALUNO.
           IF NOT ALUNO-ATIVO
               GO TO 2000-LER
           END-IF.
           ADD 1 TO WRK-QTD-ALUNOS.
           PERFORM 2100-PROCURAR-PROPOSTO THRU 2100-EXIT.
           IF ACHOU
               ADD 1 TO WRK-QTD-JA-PROPOSTOS
               GO TO 2000-LER
           END-IF.
           PERFORM 2200-CONFERIR-RETENCAO THRU 2200-EXIT.
           PERFORM 2500-COLHER-HISTORICO THRU 2500-EXIT.
           MOVE ZEROS TO WRK-QTD-DO-ALUNO.
           PERFORM 2300-PROPOR-DISCIPLINA THRU 2300-EXIT
               VARYING WRK-CUR-IDX FROM 1 BY 1
               UNTIL WRK-CUR-IDX > WRK-QTD-CURRICULO.
           IF WRK-QTD-DO-ALUNO = ZEROS
               ADD 1 TO WRK-QTD-SEM-PROPOSTA
               GO TO 2000-LER
           END-IF.
           ADD 1 TO WRK-QTD-ALUNOS-PROPOSTOS.
           IF ALUNO-RETIDO
               ADD 1 TO WRK-QTD-ALUNOS-RETIDOS
               MOVE SPACES TO RR-LINHA
               STRING AL-MATRICULA ' ' AL-NOME
                      ' RETIDO: ' WRK-MOTIVO-RETENCAO
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
               WRITE RR-LINHA
           END-IF.
       2000-LER.
           READ ALUNO-MASTER
               AT END SET FIM-ALUNMST TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-PROCURAR-PROPOSTO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-PROPOSTOS > ZEROS
               SET WRK-PRP-IDX TO 1
               SEARCH WRK-TAB-PRP-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-PRP-IDX > WRK-QTD-PROPOSTOS
                       CONTINUE
                   WHEN WRK-TAB-PRP-MATRICULA (WRK-PRP-IDX)
                        = AL-MATRICULA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-CONFERIR-RETENCAO - MENSALIDADE VENCIDA EM ABERTO OU    *
      *                          PROBATION RETEM O ALUNO PARA A      *
      *                          REVISAO DA SECRETARIA.              *
      ****************************************************************
       2200-CONFERIR-RETENCAO.
           MOVE 'N'    TO WRK-RETIDO.
           MOVE SPACES TO WRK-MOTIVO-RETENCAO.
           IF WRK-QTD-ATRASADOS > ZEROS
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRASADOS
                       CONTINUE
                   WHEN WRK-TAB-ATR-MATRICULA (WRK-ATR-IDX)
                        = AL-MATRICULA
                       SET ALUNO-RETIDO TO TRUE
                       MOVE 'MENSALIDADE VENCIDA EM ABERTO'
                           TO WRK-MOTIVO-RETENCAO
               END-SEARCH
           END-IF.
           IF ALUNO-RETIDO
               GO TO 2200-EXIT
           END-IF.
           IF WRK-QTD-PROBATION > ZEROS
               SET WRK-PRB-IDX TO 1
               SEARCH WRK-TAB-PRB-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-PRB-IDX > WRK-QTD-PROBATION
                       CONTINUE
                   WHEN WRK-TAB-PRB-MATRICULA (WRK-PRB-IDX)
                        = AL-MATRICULA
                       SET ALUNO-RETIDO TO TRUE
                       MOVE 'ALUNO EM PROBATION'
                           TO WRK-MOTIVO-RETENCAO
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-PROPOR-DISCIPLINA - DISCIPLINA DA GRADE DO CURSO AINDA  *
      *                          NAO APROVADA, NAO INSCRITA NO TERMO *
      *                          NOVO E COM OS PRE-REQUISITOS        *
      *                          APROVADOS VAI PARA A PRIMEIRA TURMA *
      *                          COM VAGA.                           *
      ****************************************************************
       2300-PROPOR-DISCIPLINA.
           IF WRK-TAB-CUR-CURSO (WRK-CUR-IDX) NOT = AL-CURSO
               GO TO 2300-EXIT
           END-IF.
           MOVE WRK-TAB-CUR-DISCIPLINA (WRK-CUR-IDX) TO WRK-DISCIPLINA.
           PERFORM 2400-PROCURAR-APROVADA THRU 2400-EXIT.
           IF APROVADO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-PROCURAR-INSCRICAO THRU 2350-EXIT.
           IF ACHOU
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2600-CONFERIR-PREREQ THRU 2600-EXIT.
           IF NOT PREREQ-CUMPRIDO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2700-LOCALIZAR-TURMA THRU 2700-EXIT.
           IF WRK-TUR-POS = ZEROS
               ADD 1 TO WRK-QTD-SEM-TURMA
               MOVE SPACES TO RR-LINHA
               IF TURMA-OFERECIDA
                   STRING AL-MATRICULA ' ' AL-NOME
                          ' ' WRK-DISCIPLINA
                          ' TURMAS LOTADAS - PEDIR VAGA (MATRPED)'
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
               ELSE
                   STRING AL-MATRICULA ' ' AL-NOME
                          ' ' WRK-DISCIPLINA
                          ' SEM TURMA OFERECIDA NO TERMO'
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
               END-IF
               WRITE RR-LINHA
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS).
           PERFORM 2800-GRAVAR-PROVISORIA.
       2300-EXIT.
           EXIT.

       2350-PROCURAR-INSCRICAO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-INSCRICOES > ZEROS
               SET WRK-INS-IDX TO 1
               SEARCH WRK-TAB-INS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-INS-IDX > WRK-QTD-INSCRICOES
                       CONTINUE
                   WHEN WRK-TAB-INS-MATRICULA (WRK-INS-IDX)
                        = AL-MATRICULA
                    AND WRK-TAB-INS-DISCIPLINA (WRK-INS-IDX)
                        = WRK-DISCIPLINA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
       2350-EXIT.
           EXIT.

       2400-PROCURAR-APROVADA.
           MOVE 'N' TO WRK-APROVADO.
           IF WRK-QTD-APROVADAS > ZEROS
               SET WRK-APR-IDX TO 1
               SEARCH WRK-TAB-APR-DISC
                   AT END
                       CONTINUE
                   WHEN WRK-APR-IDX > WRK-QTD-APROVADAS
                       CONTINUE
                   WHEN WRK-TAB-APR-DISC (WRK-APR-IDX)
                        = WRK-DISCIPLINA
                       SET APROVADO TO TRUE
               END-SEARCH
           END-IF.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-COLHER-HISTORICO - LE O HISTORICO DO ALUNO (START PELA  *
      *                         MATRICULA, COMO O PROGFORMAT) E      *
      *                         SEPARA AS APROVADAS DAS CURSADAS SEM *
      *                         APROVACAO (REPETICAO).               *
      ****************************************************************
       2500-COLHER-HISTORICO.
           MOVE ZEROS TO WRK-QTD-APROVADAS
                         WRK-QTD-CURSADAS.
           MOVE 'N'   TO WRK-FIM-HISTORICO.
           IF NOT TRANMST-ABERTO
               GO TO 2500-EXIT
           END-IF.
           MOVE AL-MATRICULA TO TM-MATRICULA.
           MOVE LOW-VALUES   TO TM-TERMO
                                TM-DISCIPLINA.
           START TRANSCRIPT-MST
               KEY IS NOT LESS THAN TM-CHAVE
               INVALID KEY
                   SET FIM-HISTORICO TO TRUE
           END-START.
           PERFORM 2510-LER-LINHA-HISTORICO UNTIL FIM-HISTORICO.
       2500-EXIT.
           EXIT.

       2510-LER-LINHA-HISTORICO.
           READ TRANSCRIPT-MST NEXT
               AT END
                   SET FIM-HISTORICO TO TRUE
               NOT AT END
                   IF TM-MATRICULA NOT = AL-MATRICULA
                       SET FIM-HISTORICO TO TRUE
                   ELSE
                       IF TM-STATUS (1:8) = 'APROVADO'
                           IF WRK-QTD-APROVADAS < 100
                               ADD 1 TO WRK-QTD-APROVADAS
                               MOVE TM-DISCIPLINA
                                   TO WRK-TAB-APR-DISC
                                      (WRK-QTD-APROVADAS)
                           END-IF
                       ELSE
                           IF WRK-QTD-CURSADAS < 100
                               ADD 1 TO WRK-QTD-CURSADAS
                               MOVE TM-DISCIPLINA
                                   TO WRK-TAB-CSD-DISC
                                      (WRK-QTD-CURSADAS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

      ****************************************************************
      * 2600-CONFERIR-PREREQ - TODAS AS DISCIPLINAS EXIGIDAS PELA    *
      *                        PROPOSTA PRECISAM ESTAR APROVADAS.    *
      ****************************************************************
       2600-CONFERIR-PREREQ.
           SET PREREQ-CUMPRIDO TO TRUE.
           PERFORM 2610-CONFERIR-EXIGIDA
               VARYING WRK-PRQ-IDX FROM 1 BY 1
               UNTIL WRK-PRQ-IDX > WRK-QTD-PREREQ
                  OR NOT PREREQ-CUMPRIDO.
       2600-EXIT.
           EXIT.

       2610-CONFERIR-EXIGIDA.
           IF WRK-TAB-PRQ-DISCIPLINA (WRK-PRQ-IDX) = WRK-DISCIPLINA
               MOVE 'N' TO WRK-ACHOU
               IF WRK-QTD-APROVADAS > ZEROS
                   SET WRK-APR-IDX TO 1
                   SEARCH WRK-TAB-APR-DISC
                       AT END
                           CONTINUE
                       WHEN WRK-APR-IDX > WRK-QTD-APROVADAS
                           CONTINUE
                       WHEN WRK-TAB-APR-DISC (WRK-APR-IDX)
                            = WRK-TAB-PRQ-EXIGIDA (WRK-PRQ-IDX)
                           SET ACHOU TO TRUE
                   END-SEARCH
               END-IF
               IF NOT ACHOU
                   MOVE 'N' TO WRK-PREREQ-OK
               END-IF
           END-IF.
       2610-EXIT.
           EXIT.

      ****************************************************************
      * 2700-LOCALIZAR-TURMA - PRIMEIRA TURMA DA DISCIPLINA NO TERMO *
      *                        NOVO COM VAGA (ZERO SE NAO HA);       *
      *                        TURMA-OFERECIDA DIZ SE A DISCIPLINA   *
      *                        TEM ALGUMA TURMA.                     *
      ****************************************************************
       2700-LOCALIZAR-TURMA.
           MOVE ZEROS TO WRK-TUR-POS.
           MOVE 'N'   TO WRK-TURMA-OFERECIDA.
           IF WRK-QTD-TURMAS = ZEROS
               GO TO 2700-EXIT
           END-IF.
           PERFORM 2710-CONFERIR-TURMA
               VARYING WRK-TUR-IDX FROM 1 BY 1
               UNTIL WRK-TUR-IDX > WRK-QTD-TURMAS
                  OR WRK-TUR-POS > ZEROS.
       2700-EXIT.
           EXIT.

       2710-CONFERIR-TURMA.
           IF WRK-TAB-TUR-DISCIPLINA (WRK-TUR-IDX) = WRK-DISCIPLINA
               SET TURMA-OFERECIDA TO TRUE
               IF WRK-TAB-TUR-OCUPADAS (WRK-TUR-IDX)
                  < WRK-TAB-TUR-CAPACIDADE (WRK-TUR-IDX)
                   SET WRK-TUR-POS TO WRK-TUR-IDX
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.

      ****************************************************************
      * 2800-GRAVAR-PROVISORIA - GRAVA A PROPOSTA NO REMATPRV,       *
      *                          PROVISORIA OU RETIDA, E A LISTA NO  *
      *                          RELATORIO.                          *
      ****************************************************************
       2800-GRAVAR-PROVISORIA.
           ADD 1 TO WRK-QTD-DO-ALUNO.
           ADD 1 TO WRK-QTD-PROVISORIAS.
           MOVE AL-MATRICULA   TO RV-MATRICULA.
           MOVE WRK-TERMO-ALVO TO RV-TERMO.
           MOVE WRK-DISCIPLINA TO RV-DISCIPLINA.
           MOVE WRK-TAB-TUR-TURMA (WRK-TUR-POS) TO RV-TURMA.
           MOVE 'N' TO RV-REPETICAO.
           IF WRK-QTD-CURSADAS > ZEROS
               SET WRK-CSD-IDX TO 1
               SEARCH WRK-TAB-CSD-DISC
                   AT END
                       CONTINUE
                   WHEN WRK-CSD-IDX > WRK-QTD-CURSADAS
                       CONTINUE
                   WHEN WRK-TAB-CSD-DISC (WRK-CSD-IDX)
                        = WRK-DISCIPLINA
                       SET REMAT-REPETICAO TO TRUE
               END-SEARCH
           END-IF.
           IF ALUNO-RETIDO
               SET REMAT-RETIDA TO TRUE
               MOVE WRK-MOTIVO-RETENCAO TO RV-MOTIVO
           ELSE
               SET REMAT-PROVISORIA TO TRUE
               MOVE SPACES TO RV-MOTIVO
           END-IF.
           MOVE WRK-DATA-HOJE TO RV-DATA-GERACAO.
           MOVE ZEROS         TO RV-DATA-CONFIRMACAO.
           WRITE RV-REGISTRO.
           MOVE SPACES TO RR-LINHA.
           IF REMAT-REPETICAO
               STRING AL-MATRICULA ' ' AL-NOME
                      ' ' RV-DISCIPLINA ' TURMA ' RV-TURMA
                      ' (REPETICAO)'
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
           ELSE
               STRING AL-MATRICULA ' ' AL-NOME
                      ' ' RV-DISCIPLINA ' TURMA ' RV-TURMA
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
           END-IF.
           WRITE RR-LINHA.
       2800-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-RODAPE - TOTAIS DO RELATORIO.                  *
      ****************************************************************
       3000-IMPRIMIR-RODAPE.
           MOVE ALL '=' TO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-ALUNOS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'ALUNOS ATIVOS:              ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-ALUNOS-PROPOSTOS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'ALUNOS COM PROPOSTA:        ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-ALUNOS-RETIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'ALUNOS RETIDOS P/ REVISAO:  ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-JA-PROPOSTOS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'JA PROPOSTOS ANTES:         ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-SEM-PROPOSTA TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'SEM DISCIPLINA A PROPOR:    ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-PROVISORIAS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'DISCIPLINAS PROPOSTAS:      ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-SEM-TURMA TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'DISCIPLINAS SEM VAGA:       ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF FS-ALUNMST-OK OR WRK-FS-ALUNMST = '10'
               CLOSE ALUNO-MASTER
           END-IF.
           IF TRANMST-ABERTO
               CLOSE TRANSCRIPT-MST
           END-IF.
           IF REMATPRV-ABERTO
               CLOSE REMATRICULA-PROV
           END-IF.
           CLOSE REMATRICULA-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ALUNOS TO WRK-CONTROLEFN.
           DISPLAY 'ALUNOS ATIVOS:        ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ALUNOS-PROPOSTOS TO WRK-CONTROLEFN.
           DISPLAY 'ALUNOS COM PROPOSTA:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ALUNOS-RETIDOS TO WRK-CONTROLEFN.
           DISPLAY 'ALUNOS RETIDOS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PROVISORIAS TO WRK-CONTROLEFN.
           DISPLAY 'PROVISORIAS GRAVADAS: ' WRK-CONTROLEFN.
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
      * 9800-GRAVAR-RUNLOG - UMA LINHA NO RUN-LOG POR EXECUCAO.      *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGREMAT' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ALUNOS      TO RG-QTD-LIDOS.
           MOVE WRK-QTD-PROVISORIAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-TURMA   TO RG-QTD-REJEITADOS.
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
      *                    STATUS QUE VIERAM RUINS (EL-ARQUIVO/      *
      *                    EL-OPERACAO/EL-STATUS JA MONTADOS PELO    *
      *                    CHAMADOR).                                *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGREMAT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
