       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGNOTPRF.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RECEBE AS NOTAS ENVIADAS PELOS PROFESSORES, UM     *
      *           ARQUIVO POR TURMA CONCATENADO NO DD NOTAPROF, E SO *
      *           LEVA AO STUDENT-GRADES A LINHA DA TURMA ATRIBUIDA  *
      *           AO PROFESSOR NO PROFTURM, DE ALUNO INSCRITO NA     *
      *           TURMA (MATRDISC), EM TERMO ABERTO E DENTRO DO      *
      *           PRAZO DE NOTAS DO TERMMST. A NOTA ACEITA SUBSTITUI *
      *           A DO MESMO ALUNO/TERMO/DISCIPLINA QUE JA ESTAVA NO *
      *           STUDENT-GRADES (SAIDA NO STUDGRDN, TROCADO PELO    *
      *           JCL, COM O TRAILER REFEITO SE O ARQUIVO TEM        *
      *           CABECALHO). O CONTROLE DE ENVIO POR TURMA (NOTACTL *
      *           -> NOTACTLN) SEGUE DE UMA NOITE PARA A OUTRA E O   *
      *           RELATORIO DA COORDENACAO TRAZ AS LINHAS RECUSADAS  *
      *           E, POR PROFESSOR, A SITUACAO DE CADA TURMA DOS     *
      *           TERMOS ABERTOS: ENVIADA, ATRASADA, PENDENTE (AINDA *
      *           NO PRAZO) OU FALTANTE (PRAZO VENCIDO SEM ENVIO).   *
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
           SELECT ENVIO-NOTAS    ASSIGN TO "NOTAPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAPROF.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDGRD.
           SELECT STUDENT-GRADES-NOVO ASSIGN TO "STUDGRDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDGRDN.
           SELECT CONTROLE-ENVIO ASSIGN TO "NOTACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTACTL.
           SELECT CONTROLE-ENVIO-NOVO ASSIGN TO "NOTACTLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTACTLN.
           SELECT PROFESSOR-TURMA ASSIGN TO "PROFTURM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURM.
           SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMST.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT TERMO-MASTER   ASSIGN TO "TERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-TERMO
               FILE STATUS IS WRK-FS-TERMMST.
           SELECT ENVIO-REPORT   ASSIGN TO "NOTPRFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTPRFRP.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ENVIO-NOTAS.
           COPY NOTAPROF.
       FD  STUDENT-GRADES.
           COPY STUDGRD.
       FD  STUDENT-GRADES-NOVO.
       01  GN-REGISTRO              PICTURE X(61).
       FD  CONTROLE-ENVIO.
           COPY NOTACTL.
       FD  CONTROLE-ENVIO-NOVO.
       01  CN-REGISTRO              PICTURE X(38).
       FD  PROFESSOR-TURMA.
           COPY PROFTURM.
       FD  PROFESSOR-MASTER.
           COPY PROFMST.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  TERMO-MASTER.
           COPY TERMMST.
       FD  ENVIO-REPORT.
       01  NR-LINHA                 PICTURE X(100).
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
       77  WRK-FS-NOTAPROF          PIC X(02) VALUE SPACES.
           88  FS-NOTAPROF-OK           VALUE '00'.
       77  WRK-FS-STUDGRD           PIC X(02) VALUE SPACES.
           88  FS-STUDGRD-OK            VALUE '00'.
       77  WRK-FS-STUDGRDN          PIC X(02) VALUE SPACES.
           88  FS-STUDGRDN-OK           VALUE '00'.
       77  WRK-FS-NOTACTL           PIC X(02) VALUE SPACES.
           88  FS-NOTACTL-OK            VALUE '00'.
       77  WRK-FS-NOTACTLN          PIC X(02) VALUE SPACES.
           88  FS-NOTACTLN-OK           VALUE '00'.
       77  WRK-FS-PROFTURM          PIC X(02) VALUE SPACES.
           88  FS-PROFTURM-OK           VALUE '00'.
       77  WRK-FS-PROFMST           PIC X(02) VALUE SPACES.
           88  FS-PROFMST-OK            VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-TERMMST           PIC X(02) VALUE SPACES.
           88  FS-TERMMST-OK            VALUE '00'.
       77  WRK-FS-NOTPRFRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-NOTAPROF         PIC X(01) VALUE 'N'.
           88  FIM-NOTAPROF             VALUE 'S'.
       77  WRK-FIM-STUDGRD          PIC X(01) VALUE 'N'.
           88  FIM-STUDGRD              VALUE 'S'.
       77  WRK-FIM-NOTACTL          PIC X(01) VALUE 'N'.
           88  FIM-NOTACTL              VALUE 'S'.
       77  WRK-FIM-PROFTURM         PIC X(01) VALUE 'N'.
           88  FIM-PROFTURM             VALUE 'S'.
       77  WRK-FIM-PROFMST          PIC X(01) VALUE 'N'.
           88  FIM-PROFMST              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-TERMMST-ABERTO       PIC X(01) VALUE 'N'.
           88  TERMMST-ABERTO           VALUE 'S'.
       77  WRK-INSCRICOES-CARREGADAS PIC X(01) VALUE 'N'.
           88  INSCRICOES-CARREGADAS    VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.
       77  WRK-MOTIVO               PIC X(40) VALUE SPACES.
       77  WRK-LINHA-ATRASADA       PIC X(01) VALUE 'N'.
           88  LINHA-ATRASADA           VALUE 'S'.

      * ULTIMO TERMO LIDO NO TERMMST (AS LINHAS DE UMA TURMA VEM
      * JUNTAS, ENTAO QUASE TODA CONSULTA CAI NO MESMO TERMO).
       77  WRK-TERMO-PESQ           PIC X(06) VALUE SPACES.
       77  WRK-TERMO-LIDO           PIC X(06) VALUE HIGH-VALUES.
       77  WRK-TERMO-SITUACAO       PIC X(01) VALUE SPACES.
           88  TERMO-PESQ-ABERTO        VALUE 'A'.
           88  TERMO-PESQ-FECHADO       VALUE 'F'.
           88  TERMO-PESQ-INEXISTENTE   VALUE 'N'.
       77  WRK-TERMO-LIMITE         PIC 9(08) VALUE ZEROS.

      * ATRIBUICOES DE TURMA (PROFTURM).
       01  WRK-TAB-ATRIBUICAO.
           05  WRK-TAB-ATR-ITEM OCCURS 1000 TIMES
                                INDEXED BY WRK-ATR-IDX WRK-ATR-IDX2.
               10  WRK-TAB-ATR-PROFESSOR PICTURE X(05).
               10  WRK-TAB-ATR-TURMA    PICTURE X(03).
               10  WRK-TAB-ATR-TERMO    PICTURE X(06).
               10  WRK-TAB-ATR-DISCIPLINA PICTURE X(05).
       77  WRK-QTD-ATRIBUICOES      PIC 9(04) COMP VALUE ZEROS.

      * NOMES DOS PROFESSORES (PROFMST).
       01  WRK-TAB-PROFESSOR.
           05  WRK-TAB-PRF-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-PRF-IDX.
               10  WRK-TAB-PRF-CODIGO   PICTURE X(05).
               10  WRK-TAB-PRF-NOME     PICTURE X(30).
       77  WRK-QTD-PROFESSORES      PIC 9(04) COMP VALUE ZEROS.
       77  WRK-NOME-PROFESSOR       PIC X(30) VALUE SPACES.

      * INSCRICOES (MATRDISC).
       01  WRK-TAB-INSCRICAO.
           05  WRK-TAB-INS-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-INS-IDX.
               10  WRK-TAB-INS-MATRICULA PICTURE X(08).
               10  WRK-TAB-INS-TERMO    PICTURE X(06).
               10  WRK-TAB-INS-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-INS-TURMA    PICTURE X(03).
       77  WRK-QTD-INSCRICOES       PIC 9(04) COMP VALUE ZEROS.

      * CONTROLE DE ENVIO POR TURMA (NOTACTL MAIS AS TURMAS QUE
      * ENVIARAM PELA PRIMEIRA VEZ NESTA NOITE).
       01  WRK-TAB-CONTROLE.
           05  WRK-TAB-CTL-ITEM OCCURS 1000 TIMES
                                INDEXED BY WRK-CTL-IDX.
               10  WRK-TAB-CTL-PROFESSOR PICTURE X(05).
               10  WRK-TAB-CTL-TERMO    PICTURE X(06).
               10  WRK-TAB-CTL-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-CTL-TURMA    PICTURE X(03).
               10  WRK-TAB-CTL-SITUACAO PICTURE X(01).
               10  WRK-TAB-CTL-DATA     PICTURE 9(08).
               10  WRK-TAB-CTL-ACEITAS  PICTURE 9(05).
               10  WRK-TAB-CTL-RECUSADAS PICTURE 9(05).
       77  WRK-QTD-CONTROLES        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-CTL-POS              PIC 9(04) COMP VALUE ZEROS.

      * LINHAS ACEITAS NESTA NOITE, JA NO LAYOUT DO STUDENT-GRADES.
       01  WRK-TAB-ACEITA.
           05  WRK-TAB-ACE-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-ACE-IDX.
               10  WRK-TAB-ACE-MATRICULA PICTURE X(08).
               10  WRK-TAB-ACE-TERMO    PICTURE X(06).
               10  WRK-TAB-ACE-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-ACE-REGISTRO PICTURE X(61).
       77  WRK-QTD-ACEITAS          PIC 9(04) COMP VALUE ZEROS.

      * TRAILER DO STUDENT-GRADES COM CABECALHO, NO FORMATO QUE O
      * PROGCOB08B CONFERE.
       01  WRK-REG-TRAILER.
           05  WRK-TRL-TIPO         PIC X(03) VALUE 'TRL'.
           05  WRK-TRL-QTD          PIC 9(08) VALUE ZEROS.
           05  WRK-TRL-HASH         PIC 9(12)V99 VALUE ZEROS.
       77  WRK-COM-CABECALHO        PIC X(01) VALUE 'N'.
           88  COM-CABECALHO            VALUE 'S'.

      * SITUACAO DAS TURMAS DE UM PROFESSOR NO RELATORIO.
       77  WRK-SITUACAO-TURMA       PIC X(10) VALUE SPACES.
       77  WRK-CABECALHO-PROF       PIC X(01) VALUE 'N'.
           88  CABECALHO-PROF-IMPRESSO  VALUE 'S'.
       77  WRK-PRF-TURMAS           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PRF-ENVIADAS         PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PRF-ATRASADAS        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PRF-PENDENTES        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PRF-FALTANTES        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PRF-RECUSADAS        PIC 9(06) COMP VALUE ZEROS.
       01  WRK-LINHA-TURMA.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WRK-LT-TERMO         PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LT-DISCIPLINA    PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LT-TURMA         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRK-LT-SITUACAO      PIC X(10).
           05  FILLER               PIC X(08) VALUE ' ENVIO: '.
           05  WRK-LT-DATA          PIC X(08).
           05  FILLER               PIC X(10) VALUE ' ACEITAS: '.
           05  WRK-LT-ACEITAS       PIC ZZ.ZZ9.
           05  FILLER               PIC X(12) VALUE ' RECUSADAS: '.
           05  WRK-LT-RECUSADAS     PIC ZZ.ZZ9.
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WRK-LINHA-TOTAL-PROF.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE 'TURMAS: '.
           05  WRK-LTP-TURMAS       PIC ZZ9.
           05  FILLER               PIC X(11) VALUE ' ENVIADAS: '.
           05  WRK-LTP-ENVIADAS     PIC ZZ9.
           05  FILLER               PIC X(12) VALUE ' ATRASADAS: '.
           05  WRK-LTP-ATRASADAS    PIC ZZ9.
           05  FILLER               PIC X(12) VALUE ' PENDENTES: '.
           05  WRK-LTP-PENDENTES    PIC ZZ9.
           05  FILLER               PIC X(12) VALUE ' FALTANTES: '.
           05  WRK-LTP-FALTANTES    PIC ZZ9.
           05  FILLER               PIC X(19)
                                    VALUE ' LINHAS RECUSADAS: '.
           05  WRK-LTP-RECUSADAS    PIC ZZ.ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.

       77  WRK-QTD-LIDAS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RECUSADAS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SUBSTITUIDAS     PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-STUDGRD          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FALTANTES        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-ATRIBUICOES.
           PERFORM 1100-CARREGAR-PROFESSORES.
           PERFORM 1200-CARREGAR-INSCRICOES.
           PERFORM 1300-CARREGAR-CONTROLE.
           PERFORM 1400-ABRIR-ARQUIVOS.
           PERFORM 2000-CONFERIR-LINHA THRU 2000-EXIT
               UNTIL FIM-NOTAPROF.
           PERFORM 3000-ATUALIZAR-STUDGRD THRU 3000-EXIT.
           PERFORM 4000-GRAVAR-CONTROLE.
           PERFORM 5000-IMPRIMIR-SITUACAO THRU 5000-EXIT.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-ATRIBUICOES - TURMAS ATRIBUIDAS A CADA         *
      *                             PROFESSOR. SEM O PROFTURM NENHUMA*
      *                             NOTA E ACEITA.                   *
      ****************************************************************
       1000-CARREGAR-ATRIBUICOES.
           OPEN INPUT PROFESSOR-TURMA.
           IF FS-PROFTURM-OK
               READ PROFESSOR-TURMA
                   AT END SET FIM-PROFTURM TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-ATRIBUICAO UNTIL FIM-PROFTURM
               CLOSE PROFESSOR-TURMA
           ELSE
               DISPLAY 'PROFTURM INDISPONIVEL - FS: ' WRK-FS-PROFTURM
               MOVE 'PROFTURM' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-PROFTURM TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-ATRIBUICAO.
           IF WRK-QTD-ATRIBUICOES < 1000
               ADD 1 TO WRK-QTD-ATRIBUICOES
               MOVE PT-PROFESSOR
                   TO WRK-TAB-ATR-PROFESSOR (WRK-QTD-ATRIBUICOES)
               MOVE PT-TURMA
                   TO WRK-TAB-ATR-TURMA (WRK-QTD-ATRIBUICOES)
               MOVE PT-TERMO
                   TO WRK-TAB-ATR-TERMO (WRK-QTD-ATRIBUICOES)
               MOVE PT-DISCIPLINA
                   TO WRK-TAB-ATR-DISCIPLINA (WRK-QTD-ATRIBUICOES)
           ELSE
               DISPLAY 'PROFTURM EXCEDE A CAPACIDADE DA TABELA - '
                       PT-PROFESSOR ' ' PT-TERMO ' ' PT-DISCIPLINA
                       ' ' PT-TURMA ' IGNORADA'
           END-IF.
           READ PROFESSOR-TURMA
               AT END SET FIM-PROFTURM TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-PROFESSORES - NOMES PARA O RELATORIO; SEM O    *
      *                             PROFMST, SAI SO O CODIGO.        *
      ****************************************************************
       1100-CARREGAR-PROFESSORES.
           OPEN INPUT PROFESSOR-MASTER.
           IF FS-PROFMST-OK
               READ PROFESSOR-MASTER
                   AT END SET FIM-PROFMST TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-PROFESSOR UNTIL FIM-PROFMST
               CLOSE PROFESSOR-MASTER
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-PROFESSOR.
           IF WRK-QTD-PROFESSORES < 500
               ADD 1 TO WRK-QTD-PROFESSORES
               MOVE PF-CODIGO
                   TO WRK-TAB-PRF-CODIGO (WRK-QTD-PROFESSORES)
               MOVE PF-NOME
                   TO WRK-TAB-PRF-NOME (WRK-QTD-PROFESSORES)
           END-IF.
           READ PROFESSOR-MASTER
               AT END SET FIM-PROFMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-INSCRICOES - INSCRICOES DO MATRDISC. SEM O     *
      *                            ARQUIVO, A CRITICA DE INSCRICAO E *
      *                            DISPENSADA, COMO NO PROGCOB08B.   *
      ****************************************************************
       1200-CARREGAR-INSCRICOES.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               SET INSCRICOES-CARREGADAS TO TRUE
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-INSCRICAO UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-INSCRICAO.
           IF WRK-QTD-INSCRICOES < 5000
               ADD 1 TO WRK-QTD-INSCRICOES
               MOVE MD-MATRICULA
                   TO WRK-TAB-INS-MATRICULA (WRK-QTD-INSCRICOES)
               MOVE MD-TERMO
                   TO WRK-TAB-INS-TERMO (WRK-QTD-INSCRICOES)
               MOVE MD-DISCIPLINA
                   TO WRK-TAB-INS-DISCIPLINA (WRK-QTD-INSCRICOES)
               MOVE MD-TURMA
                   TO WRK-TAB-INS-TURMA (WRK-QTD-INSCRICOES)
           ELSE
               DISPLAY 'INSCRICOES EXCEDEM A CAPACIDADE DA TABELA - '
                       MD-MATRICULA ' ' MD-TERMO ' ' MD-DISCIPLINA
                       ' IGNORADA'
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-CONTROLE - SITUACAO DE ENVIO DAS NOITES        *
      *                          ANTERIORES. SEM O ARQUIVO, NENHUMA  *
      *                          TURMA ENVIOU AINDA.                 *
      ****************************************************************
       1300-CARREGAR-CONTROLE.
           OPEN INPUT CONTROLE-ENVIO.
           IF FS-NOTACTL-OK
               READ CONTROLE-ENVIO
                   AT END SET FIM-NOTACTL TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-CONTROLE UNTIL FIM-NOTACTL
               CLOSE CONTROLE-ENVIO
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-CONTROLE.
           IF WRK-QTD-CONTROLES < 1000
               ADD 1 TO WRK-QTD-CONTROLES
               MOVE NC-REGISTRO
                   TO WRK-TAB-CTL-ITEM (WRK-QTD-CONTROLES)
           ELSE
               DISPLAY 'NOTACTL EXCEDE A CAPACIDADE DA TABELA - '
                       NC-PROFESSOR ' ' NC-TERMO ' ' NC-DISCIPLINA
                       ' ' NC-TURMA ' PERDIDO'
           END-IF.
           READ CONTROLE-ENVIO
               AT END SET FIM-NOTACTL TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-ABRIR-ARQUIVOS - TERMMST, ENVIO DA NOITE E RELATORIO.   *
      *                       SEM ENVIO NA NOITE, SO A SITUACAO DAS  *
      *                       TURMAS SAI NO RELATORIO.               *
      ****************************************************************
       1400-ABRIR-ARQUIVOS.
           OPEN OUTPUT ENVIO-REPORT.
           MOVE SPACES TO NR-LINHA.
           STRING 'ENVIO DE NOTAS PELOS PROFESSORES EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO NR-LINHA
           END-STRING.
           WRITE NR-LINHA.
           MOVE ALL '=' TO NR-LINHA.
           WRITE NR-LINHA.
           MOVE 'LINHAS RECUSADAS' TO NR-LINHA.
           WRITE NR-LINHA.
           OPEN INPUT TERMO-MASTER.
           IF FS-TERMMST-OK
               SET TERMMST-ABERTO TO TRUE
           ELSE
               MOVE 'TERMMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TERMMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
           OPEN INPUT ENVIO-NOTAS.
           IF FS-NOTAPROF-OK
               READ ENVIO-NOTAS
                   AT END SET FIM-NOTAPROF TO TRUE
               END-READ
           ELSE
               SET FIM-NOTAPROF TO TRUE
               IF WRK-FS-NOTAPROF NOT = '35'
                   MOVE 'NOTAPROF' TO EL-ARQUIVO
                   MOVE 'OPEN'     TO EL-OPERACAO
                   MOVE WRK-FS-NOTAPROF TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CONFERIR-LINHA - CONFERE A LINHA ENVIADA: ATRIBUICAO DA *
      *                       TURMA, TERMO ABERTO, PRAZO, NOTAS,     *
      *                       INSCRICAO E REPETICAO NO ENVIO. A      *
      *                       LINHA ACEITA VAI PARA A TABELA QUE O   *
      *                       3000 LEVA AO STUDENT-GRADES.           *
      ****************************************************************
       2000-CONFERIR-LINHA.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE ZEROS TO WRK-CTL-POS.
           MOVE 'N'   TO WRK-LINHA-ATRASADA.
           PERFORM 2100-CONFERIR-ATRIBUICAO THRU 2100-EXIT.
           IF NOT ACHOU
               MOVE 'TURMA NAO ATRIBUIDA AO PROFESSOR' TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           MOVE NP-TERMO TO WRK-TERMO-PESQ.
           PERFORM 2200-LER-TERMO THRU 2200-EXIT.
           IF TERMO-PESQ-INEXISTENTE
               MOVE 'TERMO NAO CADASTRADO NO TERMMST' TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           IF TERMO-PESQ-FECHADO
               MOVE 'TERMO FECHADO' TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           IF WRK-TERMO-LIMITE > ZEROS
              AND WRK-DATA-HOJE > WRK-TERMO-LIMITE
               SET LINHA-ATRASADA TO TRUE
           END-IF.
           PERFORM 2300-LOCALIZAR-CONTROLE THRU 2300-EXIT.
           IF LINHA-ATRASADA
               MOVE 'FORA DO PRAZO DE NOTAS DO TERMO'
                   TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           IF NP-NOTA1 NOT NUMERIC OR NP-NOTA2 NOT NUMERIC
              OR NP-NOTA3 NOT NUMERIC OR NP-FREQUENCIA NOT NUMERIC
               MOVE 'NOTA OU FREQUENCIA NAO NUMERICA' TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           IF NP-NOTA1 > 10 OR NP-NOTA2 > 10 OR NP-NOTA3 > 10
              OR NP-FREQUENCIA > 100
               MOVE 'NOTA OU FREQUENCIA FORA DA FAIXA' TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           PERFORM 2400-CONFERIR-INSCRICAO THRU 2400-EXIT.
           IF NOT ACHOU
               MOVE 'ALUNO NAO INSCRITO NA TURMA' TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           PERFORM 2500-PROCURAR-ACEITA THRU 2500-EXIT.
           IF ACHOU
               MOVE 'ALUNO REPETIDO NO ENVIO DA NOITE' TO WRK-MOTIVO
               GO TO 2000-RECUSAR
           END-IF.
           PERFORM 2600-GUARDAR-ACEITA THRU 2600-EXIT.
           GO TO 2000-LER.
       2000-RECUSAR.
           ADD 1 TO WRK-QTD-RECUSADAS.
           IF WRK-CTL-POS > ZEROS
               ADD 1 TO WRK-TAB-CTL-RECUSADAS (WRK-CTL-POS)
           END-IF.
           MOVE SPACES TO NR-LINHA.
           STRING NP-PROFESSOR ' ' NP-TERMO ' ' NP-DISCIPLINA
                  ' ' NP-TURMA ' ' NP-MATRICULA ' ' NP-NOME
                  ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO NR-LINHA
           END-STRING.
           WRITE NR-LINHA.
       2000-LER.
           READ ENVIO-NOTAS
               AT END SET FIM-NOTAPROF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-CONFERIR-ATRIBUICAO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-ATRIBUICOES = ZEROS
               GO TO 2100-EXIT
           END-IF.
           SET WRK-ATR-IDX TO 1.
           SEARCH WRK-TAB-ATR-ITEM
               AT END
                   CONTINUE
               WHEN WRK-ATR-IDX > WRK-QTD-ATRIBUICOES
                   CONTINUE
               WHEN WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX) = NP-PROFESSOR
                AND WRK-TAB-ATR-TERMO (WRK-ATR-IDX) = NP-TERMO
                AND WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX)
                    = NP-DISCIPLINA
                AND WRK-TAB-ATR-TURMA (WRK-ATR-IDX) = NP-TURMA
                   SET ACHOU TO TRUE
           END-SEARCH.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-LER-TERMO - SITUACAO E PRAZO DE NOTAS DO WRK-TERMO-PESQ *
      *                  (RELE O TERMMST SO QUANDO O TERMO MUDA).    *
      *                  PRAZO NAO NUMERICO VALE COMO SEM PRAZO.     *
      ****************************************************************
       2200-LER-TERMO.
           IF WRK-TERMO-PESQ = WRK-TERMO-LIDO
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-TERMO-PESQ TO WRK-TERMO-LIDO.
           SET TERMO-PESQ-INEXISTENTE TO TRUE.
           MOVE ZEROS TO WRK-TERMO-LIMITE.
           IF NOT TERMMST-ABERTO
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-TERMO-PESQ TO TE-TERMO.
           READ TERMO-MASTER
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE TE-SITUACAO TO WRK-TERMO-SITUACAO.
           IF TE-DATA-LIMITE-NOTAS NUMERIC
               MOVE TE-DATA-LIMITE-NOTAS TO WRK-TERMO-LIMITE
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-LOCALIZAR-CONTROLE - POSICAO DA TURMA NO CONTROLE DE    *
      *                           ENVIO (INCLUI SE FOR O PRIMEIRO    *
      *                           ENVIO) E ATUALIZA DATA E SITUACAO: *
      *                           TURMA QUE JA ENVIOU NO PRAZO NAO   *
      *                           PASSA A ATRASADA POR UM REENVIO.   *
      ****************************************************************
       2300-LOCALIZAR-CONTROLE.
           MOVE ZEROS TO WRK-CTL-POS.
           IF WRK-QTD-CONTROLES > ZEROS
               SET WRK-CTL-IDX TO 1
               SEARCH WRK-TAB-CTL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CTL-IDX > WRK-QTD-CONTROLES
                       CONTINUE
                   WHEN WRK-TAB-CTL-PROFESSOR (WRK-CTL-IDX)
                        = NP-PROFESSOR
                    AND WRK-TAB-CTL-TERMO (WRK-CTL-IDX) = NP-TERMO
                    AND WRK-TAB-CTL-DISCIPLINA (WRK-CTL-IDX)
                        = NP-DISCIPLINA
                    AND WRK-TAB-CTL-TURMA (WRK-CTL-IDX) = NP-TURMA
                       SET WRK-CTL-POS TO WRK-CTL-IDX
               END-SEARCH
           END-IF.
           IF WRK-CTL-POS = ZEROS
               IF WRK-QTD-CONTROLES < 1000
                   ADD 1 TO WRK-QTD-CONTROLES
                   MOVE WRK-QTD-CONTROLES TO WRK-CTL-POS
                   MOVE NP-PROFESSOR
                       TO WRK-TAB-CTL-PROFESSOR (WRK-CTL-POS)
                   MOVE NP-TERMO
                       TO WRK-TAB-CTL-TERMO (WRK-CTL-POS)
                   MOVE NP-DISCIPLINA
                       TO WRK-TAB-CTL-DISCIPLINA (WRK-CTL-POS)
                   MOVE NP-TURMA
                       TO WRK-TAB-CTL-TURMA (WRK-CTL-POS)
                   MOVE SPACES TO WRK-TAB-CTL-SITUACAO (WRK-CTL-POS)
                   MOVE ZEROS  TO WRK-TAB-CTL-ACEITAS (WRK-CTL-POS)
                                  WRK-TAB-CTL-RECUSADAS (WRK-CTL-POS)
               ELSE
                   DISPLAY 'CONTROLE DE ENVIO EXCEDE A CAPACIDADE DA '
                           'TABELA - ' NP-PROFESSOR ' ' NP-TERMO ' '
                           NP-DISCIPLINA ' ' NP-TURMA
                   GO TO 2300-EXIT
               END-IF
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-TAB-CTL-DATA (WRK-CTL-POS).
           IF WRK-TAB-CTL-SITUACAO (WRK-CTL-POS) NOT = 'E'
               IF LINHA-ATRASADA
                   MOVE 'A' TO WRK-TAB-CTL-SITUACAO (WRK-CTL-POS)
               ELSE
                   MOVE 'E' TO WRK-TAB-CTL-SITUACAO (WRK-CTL-POS)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2400-CONFERIR-INSCRICAO.
           IF NOT INSCRICOES-CARREGADAS
               SET ACHOU TO TRUE
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-INSCRICOES = ZEROS
               GO TO 2400-EXIT
           END-IF.
           SET WRK-INS-IDX TO 1.
           SEARCH WRK-TAB-INS-ITEM
               AT END
                   CONTINUE
               WHEN WRK-INS-IDX > WRK-QTD-INSCRICOES
                   CONTINUE
               WHEN WRK-TAB-INS-MATRICULA (WRK-INS-IDX) = NP-MATRICULA
                AND WRK-TAB-INS-TERMO (WRK-INS-IDX) = NP-TERMO
                AND WRK-TAB-INS-DISCIPLINA (WRK-INS-IDX)
                    = NP-DISCIPLINA
                AND WRK-TAB-INS-TURMA (WRK-INS-IDX) = NP-TURMA
                   SET ACHOU TO TRUE
           END-SEARCH.
       2400-EXIT.
           EXIT.

       2500-PROCURAR-ACEITA.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-ACEITAS = ZEROS
               GO TO 2500-EXIT
           END-IF.
           SET WRK-ACE-IDX TO 1.
           SEARCH WRK-TAB-ACE-ITEM
               AT END
                   CONTINUE
               WHEN WRK-ACE-IDX > WRK-QTD-ACEITAS
                   CONTINUE
               WHEN WRK-TAB-ACE-MATRICULA (WRK-ACE-IDX) = NP-MATRICULA
                AND WRK-TAB-ACE-TERMO (WRK-ACE-IDX) = NP-TERMO
                AND WRK-TAB-ACE-DISCIPLINA (WRK-ACE-IDX)
                    = NP-DISCIPLINA
                   SET ACHOU TO TRUE
           END-SEARCH.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2600-GUARDAR-ACEITA - MONTA A LINHA NO LAYOUT DO             *
      *                       STUDENT-GRADES E A GUARDA NA TABELA.   *
      ****************************************************************
       2600-GUARDAR-ACEITA.
           IF WRK-QTD-ACEITAS NOT < 5000
               MOVE 'LIMITE DE LINHAS DA NOITE - REENVIAR'
                   TO WRK-MOTIVO
               ADD 1 TO WRK-QTD-RECUSADAS
               IF WRK-CTL-POS > ZEROS
                   ADD 1 TO WRK-TAB-CTL-RECUSADAS (WRK-CTL-POS)
               END-IF
               MOVE SPACES TO NR-LINHA
               STRING NP-PROFESSOR ' ' NP-TERMO ' ' NP-DISCIPLINA
                      ' ' NP-TURMA ' ' NP-MATRICULA ' ' NP-NOME
                      ' ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO NR-LINHA
               END-STRING
               WRITE NR-LINHA
               GO TO 2600-EXIT
           END-IF.
           MOVE NP-MATRICULA  TO SG-MATRICULA.
           MOVE NP-NOME       TO SG-NOME.
           MOVE NP-NOTA1      TO SG-NOTA1.
           MOVE NP-NOTA2      TO SG-NOTA2.
           MOVE NP-NOTA3      TO SG-NOTA3.
           MOVE NP-TERMO      TO SG-TERMO.
           MOVE NP-FREQUENCIA TO SG-FREQUENCIA.
           MOVE NP-DISCIPLINA TO SG-DISCIPLINA.
           MOVE NP-TURMA      TO SG-TURMA.
           ADD 1 TO WRK-QTD-ACEITAS.
           MOVE NP-MATRICULA
               TO WRK-TAB-ACE-MATRICULA (WRK-QTD-ACEITAS).
           MOVE NP-TERMO
               TO WRK-TAB-ACE-TERMO (WRK-QTD-ACEITAS).
           MOVE NP-DISCIPLINA
               TO WRK-TAB-ACE-DISCIPLINA (WRK-QTD-ACEITAS).
           MOVE SG-REGISTRO
               TO WRK-TAB-ACE-REGISTRO (WRK-QTD-ACEITAS).
           IF WRK-CTL-POS > ZEROS
               ADD 1 TO WRK-TAB-CTL-ACEITAS (WRK-CTL-POS)
           END-IF.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 3000-ATUALIZAR-STUDGRD - COPIA O STUDENT-GRADES PARA O       *
      *                          STUDGRDN SEM AS NOTAS SUBSTITUIDAS  *
      *                          PELAS ACEITAS NA NOITE, ACRESCENTA  *
      *                          AS ACEITAS E, SE O ARQUIVO VEIO COM *
      *                          CABECALHO, REFAZ O TRAILER COM A    *
      *                          NOVA CONTAGEM.                      *
      ****************************************************************
       3000-ATUALIZAR-STUDGRD.
           OPEN OUTPUT STUDENT-GRADES-NOVO.
           IF NOT FS-STUDGRDN-OK
               MOVE 'STUDGRDN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-STUDGRDN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT STUDENT-GRADES.
           IF FS-STUDGRD-OK
               READ STUDENT-GRADES
                   AT END SET FIM-STUDGRD TO TRUE
               END-READ
               PERFORM 3100-COPIAR-NOTA THRU 3100-EXIT
                   UNTIL FIM-STUDGRD
               CLOSE STUDENT-GRADES
           ELSE
               IF WRK-FS-STUDGRD NOT = '35'
                   MOVE 'STUDENT-GRADES' TO EL-ARQUIVO
                   MOVE 'OPEN'           TO EL-OPERACAO
                   MOVE WRK-FS-STUDGRD TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           PERFORM 3200-GRAVAR-ACEITA
               VARYING WRK-ACE-IDX FROM 1 BY 1
               UNTIL WRK-ACE-IDX > WRK-QTD-ACEITAS.
           IF COM-CABECALHO
               MOVE WRK-QTD-STUDGRD TO WRK-TRL-QTD
               MOVE SPACES TO GN-REGISTRO
               MOVE WRK-REG-TRAILER TO GN-REGISTRO
               WRITE GN-REGISTRO
           END-IF.
           CLOSE STUDENT-GRADES-NOVO.
       3000-EXIT.
           EXIT.

       3100-COPIAR-NOTA.
           IF SG-REGISTRO (1:3) = 'HDR'
               SET COM-CABECALHO TO TRUE
               MOVE SG-REGISTRO TO GN-REGISTRO
               WRITE GN-REGISTRO
               GO TO 3100-LER
           END-IF.
           IF SG-REGISTRO (1:3) = 'TRL'
               GO TO 3100-LER
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-ACEITAS > ZEROS
               SET WRK-ACE-IDX TO 1
               SEARCH WRK-TAB-ACE-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ACE-IDX > WRK-QTD-ACEITAS
                       CONTINUE
                   WHEN WRK-TAB-ACE-MATRICULA (WRK-ACE-IDX)
                        = SG-MATRICULA
                    AND WRK-TAB-ACE-TERMO (WRK-ACE-IDX) = SG-TERMO
                    AND WRK-TAB-ACE-DISCIPLINA (WRK-ACE-IDX)
                        = SG-DISCIPLINA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
           IF ACHOU
               ADD 1 TO WRK-QTD-SUBSTITUIDAS
           ELSE
               MOVE SG-REGISTRO TO GN-REGISTRO
               WRITE GN-REGISTRO
               ADD 1 TO WRK-QTD-STUDGRD
           END-IF.
       3100-LER.
           READ STUDENT-GRADES
               AT END SET FIM-STUDGRD TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-GRAVAR-ACEITA.
           MOVE WRK-TAB-ACE-REGISTRO (WRK-ACE-IDX) TO GN-REGISTRO.
           WRITE GN-REGISTRO.
           ADD 1 TO WRK-QTD-STUDGRD.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 4000-GRAVAR-CONTROLE - GRAVA O CONTROLE DE ENVIO ATUALIZADO  *
      *                        NO NOTACTLN.                          *
      ****************************************************************
       4000-GRAVAR-CONTROLE.
           OPEN OUTPUT CONTROLE-ENVIO-NOVO.
           IF NOT FS-NOTACTLN-OK
               MOVE 'NOTACTLN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-NOTACTLN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           ELSE
               PERFORM 4100-GRAVAR-TURMA
                   VARYING WRK-CTL-IDX FROM 1 BY 1
                   UNTIL WRK-CTL-IDX > WRK-QTD-CONTROLES
               CLOSE CONTROLE-ENVIO-NOVO
           END-IF.
       4000-EXIT.
           EXIT.

       4100-GRAVAR-TURMA.
           MOVE WRK-TAB-CTL-ITEM (WRK-CTL-IDX) TO CN-REGISTRO.
           WRITE CN-REGISTRO.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-SITUACAO - PARA CADA PROFESSOR DO PROFTURM (NA *
      *                          ORDEM EM QUE APARECE PRIMEIRO), A   *
      *                          SITUACAO DE CADA TURMA DE TERMO     *
      *                          ABERTO E OS TOTAIS DO PROFESSOR.    *
      ****************************************************************
       5000-IMPRIMIR-SITUACAO.
           MOVE ALL '=' TO NR-LINHA.
           WRITE NR-LINHA.
           MOVE 'SITUACAO DO ENVIO POR PROFESSOR' TO NR-LINHA.
           WRITE NR-LINHA.
           IF WRK-QTD-ATRIBUICOES = ZEROS
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-IMPRIMIR-PROFESSOR THRU 5100-EXIT
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-PROFESSOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 5110-PROCURAR-ANTERIOR
               VARYING WRK-ATR-IDX2 FROM 1 BY 1
               UNTIL WRK-ATR-IDX2 NOT < WRK-ATR-IDX
                  OR ACHOU.
           IF ACHOU
               GO TO 5100-EXIT
           END-IF.
           MOVE 'N'   TO WRK-CABECALHO-PROF.
           MOVE ZEROS TO WRK-PRF-TURMAS WRK-PRF-ENVIADAS
                         WRK-PRF-ATRASADAS WRK-PRF-PENDENTES
                         WRK-PRF-FALTANTES WRK-PRF-RECUSADAS.
           PERFORM 5200-IMPRIMIR-TURMA THRU 5200-EXIT
               VARYING WRK-ATR-IDX2 FROM WRK-ATR-IDX BY 1
               UNTIL WRK-ATR-IDX2 > WRK-QTD-ATRIBUICOES.
           IF NOT CABECALHO-PROF-IMPRESSO
               GO TO 5100-EXIT
           END-IF.
           MOVE WRK-PRF-TURMAS    TO WRK-LTP-TURMAS.
           MOVE WRK-PRF-ENVIADAS  TO WRK-LTP-ENVIADAS.
           MOVE WRK-PRF-ATRASADAS TO WRK-LTP-ATRASADAS.
           MOVE WRK-PRF-PENDENTES TO WRK-LTP-PENDENTES.
           MOVE WRK-PRF-FALTANTES TO WRK-LTP-FALTANTES.
           MOVE WRK-PRF-RECUSADAS TO WRK-LTP-RECUSADAS.
           MOVE WRK-LINHA-TOTAL-PROF TO NR-LINHA.
           WRITE NR-LINHA.
       5100-EXIT.
           EXIT.

       5110-PROCURAR-ANTERIOR.
           IF WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX2)
              = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
               SET ACHOU TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

      ****************************************************************
      * 5200-IMPRIMIR-TURMA - TURMA DO PROFESSOR EM TERMO ABERTO:    *
      *                       ENVIADA/ATRASADA PELO CONTROLE; SEM    *
      *                       ENVIO, PENDENTE OU FALTANTE PELO PRAZO.*
      ****************************************************************
       5200-IMPRIMIR-TURMA.
           IF WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX2)
              NOT = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
               GO TO 5200-EXIT
           END-IF.
           MOVE WRK-TAB-ATR-TERMO (WRK-ATR-IDX2) TO WRK-TERMO-PESQ.
           PERFORM 2200-LER-TERMO THRU 2200-EXIT.
           IF NOT TERMO-PESQ-ABERTO
               GO TO 5200-EXIT
           END-IF.
           IF NOT CABECALHO-PROF-IMPRESSO
               PERFORM 5300-IMPRIMIR-CABECALHO
           END-IF.
           ADD 1 TO WRK-PRF-TURMAS.
           MOVE WRK-TAB-ATR-TERMO (WRK-ATR-IDX2) TO WRK-LT-TERMO.
           MOVE WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX2)
               TO WRK-LT-DISCIPLINA.
           MOVE WRK-TAB-ATR-TURMA (WRK-ATR-IDX2) TO WRK-LT-TURMA.
           MOVE ZEROS TO WRK-CTL-POS.
           IF WRK-QTD-CONTROLES > ZEROS
               SET WRK-CTL-IDX TO 1
               SEARCH WRK-TAB-CTL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CTL-IDX > WRK-QTD-CONTROLES
                       CONTINUE
                   WHEN WRK-TAB-CTL-PROFESSOR (WRK-CTL-IDX)
                        = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX2)
                    AND WRK-TAB-CTL-TERMO (WRK-CTL-IDX)
                        = WRK-TAB-ATR-TERMO (WRK-ATR-IDX2)
                    AND WRK-TAB-CTL-DISCIPLINA (WRK-CTL-IDX)
                        = WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX2)
                    AND WRK-TAB-CTL-TURMA (WRK-CTL-IDX)
                        = WRK-TAB-ATR-TURMA (WRK-ATR-IDX2)
                       SET WRK-CTL-POS TO WRK-CTL-IDX
               END-SEARCH
           END-IF.
           IF WRK-CTL-POS > ZEROS
               IF WRK-TAB-CTL-SITUACAO (WRK-CTL-POS) = 'A'
                   MOVE 'ATRASADA' TO WRK-LT-SITUACAO
                   ADD 1 TO WRK-PRF-ATRASADAS
               ELSE
                   MOVE 'ENVIADA'  TO WRK-LT-SITUACAO
                   ADD 1 TO WRK-PRF-ENVIADAS
               END-IF
               MOVE WRK-TAB-CTL-DATA (WRK-CTL-POS) TO WRK-LT-DATA
               MOVE WRK-TAB-CTL-ACEITAS (WRK-CTL-POS)
                   TO WRK-LT-ACEITAS
               MOVE WRK-TAB-CTL-RECUSADAS (WRK-CTL-POS)
                   TO WRK-LT-RECUSADAS
               ADD WRK-TAB-CTL-RECUSADAS (WRK-CTL-POS)
                   TO WRK-PRF-RECUSADAS
           ELSE
               IF WRK-TERMO-LIMITE > ZEROS
                  AND WRK-DATA-HOJE > WRK-TERMO-LIMITE
                   MOVE 'FALTANTE' TO WRK-LT-SITUACAO
                   ADD 1 TO WRK-PRF-FALTANTES
                   ADD 1 TO WRK-QTD-FALTANTES
               ELSE
                   MOVE 'PENDENTE' TO WRK-LT-SITUACAO
                   ADD 1 TO WRK-PRF-PENDENTES
               END-IF
               MOVE '--------' TO WRK-LT-DATA
               MOVE ZEROS      TO WRK-LT-ACEITAS
                                  WRK-LT-RECUSADAS
           END-IF.
           MOVE WRK-LINHA-TURMA TO NR-LINHA.
           WRITE NR-LINHA.
       5200-EXIT.
           EXIT.

       5300-IMPRIMIR-CABECALHO.
           SET CABECALHO-PROF-IMPRESSO TO TRUE.
           MOVE SPACES TO WRK-NOME-PROFESSOR.
           IF WRK-QTD-PROFESSORES > ZEROS
               SET WRK-PRF-IDX TO 1
               SEARCH WRK-TAB-PRF-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-PRF-IDX > WRK-QTD-PROFESSORES
                       CONTINUE
                   WHEN WRK-TAB-PRF-CODIGO (WRK-PRF-IDX)
                        = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                       MOVE WRK-TAB-PRF-NOME (WRK-PRF-IDX)
                           TO WRK-NOME-PROFESSOR
               END-SEARCH
           END-IF.
           MOVE SPACES TO NR-LINHA.
           WRITE NR-LINHA.
           STRING 'PROFESSOR ' WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                  ' ' WRK-NOME-PROFESSOR
               DELIMITED BY SIZE INTO NR-LINHA
           END-STRING.
           WRITE NR-LINHA.
       5300-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF FS-NOTAPROF-OK OR WRK-FS-NOTAPROF = '10'
               CLOSE ENVIO-NOTAS
           END-IF.
           IF TERMMST-ABERTO
               CLOSE TERMO-MASTER
           END-IF.
           MOVE ALL '=' TO NR-LINHA.
           WRITE NR-LINHA.
           MOVE WRK-QTD-LIDAS TO WRK-CONTROLEFN.
           MOVE SPACES TO NR-LINHA.
           STRING 'LINHAS RECEBIDAS:           ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO NR-LINHA.
           WRITE NR-LINHA.
           MOVE WRK-QTD-ACEITAS TO WRK-CONTROLEFN.
           MOVE SPACES TO NR-LINHA.
           STRING 'LINHAS ACEITAS:             ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO NR-LINHA.
           WRITE NR-LINHA.
           MOVE WRK-QTD-RECUSADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO NR-LINHA.
           STRING 'LINHAS RECUSADAS:           ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO NR-LINHA.
           WRITE NR-LINHA.
           MOVE WRK-QTD-FALTANTES TO WRK-CONTROLEFN.
           MOVE SPACES TO NR-LINHA.
           STRING 'TURMAS FALTANTES:           ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO NR-LINHA.
           WRITE NR-LINHA.
           CLOSE ENVIO-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS RECEBIDAS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ACEITAS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS ACEITAS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SUBSTITUIDAS TO WRK-CONTROLEFN.
           DISPLAY 'NOTAS SUBSTITUIDAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RECUSADAS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS RECUSADAS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-FALTANTES TO WRK-CONTROLEFN.
           DISPLAY 'TURMAS FALTANTES:     ' WRK-CONTROLEFN.
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
           MOVE 'PROGNOTPRF' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS     TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ACEITAS   TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RECUSADAS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGNOTPRF' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
