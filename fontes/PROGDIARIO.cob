       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGDIARIO.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: DIARIO DE CLASSE DO TERMO INFORMADO NO TERMOPAR,   *
      *           IMPRESSO NO FECHAMENTO DO TERMO PARA A INSPECAO -  *
      *           UM DIARIO POR ATRIBUICAO DO PROFTURM (PROFESSOR,   *
      *           TURMA E DISCIPLINA) COM A GRADE DE PRESENCA POR    *
      *           DATA DE AULA (FREQDIA; FALTA ABONADA NO JUSTABS    *
      *           SAI MARCADA A PARTE), TOTAIS POR PAGINA, AS NOTAS  *
      *           DO STUDGRD COM A MEDIA E O RESULTADO FINAL DO      *
      *           TRANSCRIPT-MST E O BLOCO DE ASSINATURAS. AS DATAS  *
      *           DE AULA DA DISCIPLINA SAO OS DIAS COM CHAMADA DA   *
      *           TURMA NOS DIAS DA SEMANA EM QUE O HORARIO TEM AULA *
      *           DA ATRIBUICAO (SEM HORARIO, TODOS OS DIAS COM      *
      *           CHAMADA DA TURMA). O JCL ARQUIVA A COPIA NO RELARQ *
      *           PELO PROGRELARQ.                                   *
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
           SELECT PROFESSOR-TURMA ASSIGN TO "PROFTURM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURM.
           SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMST.
           SELECT DISCIPLINA-MASTER ASSIGN TO "DISCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCMST.
           SELECT HORARIO-TURMA  ASSIGN TO "HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORARIO.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT JUSTIFICATIVAS ASSIGN TO "JUSTABS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JUSTABS.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDGRD.
           SELECT FREQ-DIARIA    ASSIGN TO "FREQDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQDIA.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT TRANSCRIPT-MST ASSIGN TO "TRANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-CHAVE
               FILE STATUS IS WRK-FS-TRANMST.
           SELECT SORT-CHAMADA   ASSIGN TO "SORTWK01".
           SELECT DIARIO-REPORT  ASSIGN TO "DIARIORP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIORP.
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
       FD  PROFESSOR-TURMA.
           COPY PROFTURM.
       FD  PROFESSOR-MASTER.
           COPY PROFMST.
       FD  DISCIPLINA-MASTER.
           COPY DISCMST.
       FD  HORARIO-TURMA.
           COPY HORARIO.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  JUSTIFICATIVAS.
           COPY JUSTABS.
       FD  STUDENT-GRADES.
           COPY STUDGRD.
       FD  FREQ-DIARIA.
           COPY FREQDIA.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  TRANSCRIPT-MST.
           COPY TRANMST.
       SD  SORT-CHAMADA.
       01  SC-REGISTRO.
           05  SC-TURMA             PICTURE X(03).
           05  SC-DATA              PICTURE 9(08).
           05  SC-MATRICULA         PICTURE X(08).
           05  SC-PRESENCA          PICTURE X(01).
       FD  DIARIO-REPORT.
       01  DR-LINHA                 PICTURE X(132).
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
       77  WRK-FS-PROFTURM          PIC X(02) VALUE SPACES.
           88  FS-PROFTURM-OK           VALUE '00'.
       77  WRK-FS-PROFMST           PIC X(02) VALUE SPACES.
           88  FS-PROFMST-OK            VALUE '00'.
       77  WRK-FS-DISCMST           PIC X(02) VALUE SPACES.
           88  FS-DISCMST-OK            VALUE '00'.
       77  WRK-FS-HORARIO           PIC X(02) VALUE SPACES.
           88  FS-HORARIO-OK            VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-JUSTABS           PIC X(02) VALUE SPACES.
           88  FS-JUSTABS-OK            VALUE '00'.
       77  WRK-FS-STUDGRD           PIC X(02) VALUE SPACES.
           88  FS-STUDGRD-OK            VALUE '00'.
       77  WRK-FS-FREQDIA           PIC X(02) VALUE SPACES.
           88  FS-FREQDIA-OK            VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-TRANMST           PIC X(02) VALUE SPACES.
           88  FS-TRANMST-OK            VALUE '00'.
       77  WRK-FS-DIARIORP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-TRANMST-ABERTO       PIC X(01) VALUE 'N'.
           88  TRANMST-ABERTO           VALUE 'S'.
       77  WRK-FIM-PROFTURM         PIC X(01) VALUE 'N'.
           88  FIM-PROFTURM             VALUE 'S'.
       77  WRK-FIM-PROFMST          PIC X(01) VALUE 'N'.
           88  FIM-PROFMST              VALUE 'S'.
       77  WRK-FIM-DISCMST          PIC X(01) VALUE 'N'.
           88  FIM-DISCMST              VALUE 'S'.
       77  WRK-FIM-HORARIO          PIC X(01) VALUE 'N'.
           88  FIM-HORARIO              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-FIM-JUSTABS          PIC X(01) VALUE 'N'.
           88  FIM-JUSTABS              VALUE 'S'.
       77  WRK-FIM-STUDGRD          PIC X(01) VALUE 'N'.
           88  FIM-STUDGRD              VALUE 'S'.
       77  WRK-FIM-FREQDIA          PIC X(01) VALUE 'N'.
           88  FIM-FREQDIA              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-TEM-TURMA            PIC X(01) VALUE 'N'.
           88  TEM-TURMA                VALUE 'S'.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.

       77  WRK-TERMO-ALVO           PIC X(06) VALUE SPACES.
       77  WRK-SITUACAO-TERMO       PIC X(40) VALUE SPACES.
       77  WRK-TURMA-ATUAL          PIC X(03) VALUE SPACES.
       77  WRK-DIA-SEMANA           PIC 9(01) VALUE ZEROS.

      * PAGINA: 28 DATAS DE AULA POR 40 ALUNOS.
       77  WRK-DATAS-POR-PAGINA     PIC 9(03) COMP VALUE 28.
       77  WRK-ALUNOS-POR-PAGINA    PIC 9(03) COMP VALUE 40.

      * PROFESSORES (PROFMST) E DISCIPLINAS (DISCMST).
       01  WRK-TAB-PROFESSOR.
           05  WRK-TAB-PRF-ITEM OCCURS 300 TIMES
                                INDEXED BY WRK-PRF-IDX.
               10  WRK-TAB-PRF-CODIGO   PICTURE X(05).
               10  WRK-TAB-PRF-NOME     PICTURE X(30).
       77  WRK-QTD-PROFESSORES      PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DISCIPLINA.
           05  WRK-TAB-DIS-ITEM OCCURS 200 TIMES
                                INDEXED BY WRK-DIS-IDX.
               10  WRK-TAB-DIS-CODIGO   PICTURE X(05).
               10  WRK-TAB-DIS-NOME     PICTURE X(30).
       77  WRK-QTD-DISCIPLINAS      PIC 9(03) VALUE ZEROS.

      * ATRIBUICOES DO TERMO (PROFTURM) COM OS DIAS DA SEMANA EM QUE
      * O HORARIO TEM AULA DE CADA UMA (POSICAO 2 = SEGUNDA ... 7 =
      * SABADO).
       01  WRK-TAB-ATRIBUICAO.
           05  WRK-TAB-ATR-ITEM OCCURS 300 TIMES
                                INDEXED BY WRK-ATR-IDX.
               10  WRK-TAB-ATR-PROFESSOR PICTURE X(05).
               10  WRK-TAB-ATR-TURMA    PICTURE X(03).
               10  WRK-TAB-ATR-DISC     PICTURE X(05).
               10  WRK-TAB-ATR-DIAS     PICTURE X(07).
               10  WRK-TAB-ATR-TEM-HORARIO PICTURE X(01).
               10  WRK-TAB-ATR-IMPRESSO PICTURE X(01).
       77  WRK-QTD-ATRIBUICOES      PIC 9(03) VALUE ZEROS.

      * INSCRICOES DO TERMO (MATRDISC), JUSTIFICATIVAS DO TERMO
      * (JUSTABS) E NOTAS DO TERMO (STUDGRD).
       01  WRK-TAB-INSCRICAO.
           05  WRK-TAB-INS-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-INS-IDX.
               10  WRK-TAB-INS-MATRICULA PICTURE X(08).
               10  WRK-TAB-INS-TURMA    PICTURE X(03).
               10  WRK-TAB-INS-DISC     PICTURE X(05).
       77  WRK-QTD-INSCRICOES       PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-JUSTIFICATIVA.
           05  WRK-TAB-JUS-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-JUS-IDX.
               10  WRK-TAB-JUS-MATRICULA PICTURE X(08).
               10  WRK-TAB-JUS-INICIO   PICTURE 9(08).
               10  WRK-TAB-JUS-FIM      PICTURE 9(08).
       77  WRK-QTD-JUSTIFICATIVAS   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-NOTA.
           05  WRK-TAB-NOT-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-NOT-IDX.
               10  WRK-TAB-NOT-MATRICULA PICTURE X(08).
               10  WRK-TAB-NOT-TURMA    PICTURE X(03).
               10  WRK-TAB-NOT-DISC     PICTURE X(05).
               10  WRK-TAB-NOT-NOTA1    PICTURE 9(02).
               10  WRK-TAB-NOT-NOTA2    PICTURE 9(02).
               10  WRK-TAB-NOT-NOTA3    PICTURE 9(02).
       77  WRK-QTD-NOTAS            PIC 9(04) VALUE ZEROS.

      * CHAMADA DA TURMA EM MONTAGEM: DATAS COM CHAMADA E, POR ALUNO,
      * A MARCA DE CADA DATA (P, A OU ESPACO SEM APONTAMENTO).
       01  WRK-TAB-DATA.
           05  WRK-TAB-DAT-ITEM OCCURS 200 TIMES
                                INDEXED BY WRK-DAT-IDX.
               10  WRK-TAB-DAT-DATA     PICTURE 9(08).
               10  WRK-TAB-DAT-DIA-SEMANA PICTURE 9(01).
       77  WRK-QTD-DATAS            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CHAMADA.
           05  WRK-TAB-CHA-ITEM OCCURS 100 TIMES
                                INDEXED BY WRK-CHA-IDX.
               10  WRK-TAB-CHA-MATRICULA PICTURE X(08).
               10  WRK-TAB-CHA-MARCA    PICTURE X(01)
                                        OCCURS 200 TIMES.
       77  WRK-QTD-CHAMADA          PIC 9(03) VALUE ZEROS.

      * DIARIO EM IMPRESSAO: DATAS DA DISCIPLINA (POSICAO NA TABELA
      * DE DATAS DA TURMA) E ALUNOS INSCRITOS COM OS TOTAIS DO TERMO.
       01  WRK-TAB-SELECAO.
           05  WRK-TAB-SEL-POS      PICTURE 9(03) OCCURS 200 TIMES.
       77  WRK-QTD-SELECAO          PIC 9(03) COMP VALUE ZEROS.
       01  WRK-TAB-DIARIO.
           05  WRK-TAB-DAL-ITEM OCCURS 100 TIMES
                                INDEXED BY WRK-DAL-IDX.
               10  WRK-TAB-DAL-MATRICULA PICTURE X(08).
               10  WRK-TAB-DAL-NOME     PICTURE X(30).
               10  WRK-TAB-DAL-LINHA    PICTURE 9(03).
               10  WRK-TAB-DAL-PRESENCAS PICTURE 9(03).
               10  WRK-TAB-DAL-FALTAS   PICTURE 9(03).
               10  WRK-TAB-DAL-ABONADAS PICTURE 9(03).
       77  WRK-QTD-DIARIO           PIC 9(03) COMP VALUE ZEROS.
       77  WRK-NOME-DISCIPLINA      PIC X(30) VALUE SPACES.
       77  WRK-NOME-PROFESSOR       PIC X(30) VALUE SPACES.

      * CONTROLE DE PAGINA.
       77  WRK-PAGINA               PIC 9(03) VALUE ZEROS.
       77  WRK-TITULO-PAGINA        PIC X(50) VALUE SPACES.
       77  WRK-BLOCO-INI            PIC 9(03) COMP VALUE ZEROS.
       77  WRK-BLOCO-FIM            PIC 9(03) COMP VALUE ZEROS.
       77  WRK-ALUNO-INI            PIC 9(03) COMP VALUE ZEROS.
       77  WRK-ALUNO-FIM            PIC 9(03) COMP VALUE ZEROS.
       77  WRK-LIMITE-DATAS         PIC 9(03) COMP VALUE ZEROS.
       77  WRK-LIMITE-ALUNOS        PIC 9(03) COMP VALUE ZEROS.
       77  WRK-SEL                  PIC 9(03) COMP VALUE ZEROS.
       77  WRK-POS-DATA             PIC 9(03) COMP VALUE ZEROS.
       77  WRK-COLUNA               PIC 9(03) COMP VALUE ZEROS.
       77  WRK-MARCA                PIC X(01) VALUE SPACES.
       77  WRK-MATRICULA-MARCA      PIC X(08) VALUE SPACES.
       77  WRK-LINHA-MARCA          PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TOTAL-DIA.
           05  WRK-TAB-TOT-PRESENTES PICTURE 9(03) OCCURS 28 TIMES.
       77  WRK-PAG-PRESENCAS        PIC 9(05) VALUE ZEROS.
       77  WRK-PAG-FALTAS           PIC 9(05) VALUE ZEROS.
       77  WRK-PAG-ABONADAS         PIC 9(05) VALUE ZEROS.
       77  WRK-LIN-PRESENCAS        PIC 9(03) VALUE ZEROS.
       77  WRK-LIN-FALTAS           PIC 9(03) VALUE ZEROS.
       77  WRK-LIN-ABONADAS         PIC 9(03) VALUE ZEROS.
       77  WRK-PAG-ALUNOS           PIC 9(03) VALUE ZEROS.
       77  WRK-PAG-COM-RESULTADO    PIC 9(03) VALUE ZEROS.
       01  WRK-CONTAGENS.
           05  FILLER               PICTURE X(01) VALUE SPACE.
           05  WRK-CNT-PRESENCAS    PICTURE ZZ9.
           05  FILLER               PICTURE X(01) VALUE SPACE.
           05  WRK-CNT-FALTAS       PICTURE ZZ9.
           05  FILLER               PICTURE X(01) VALUE SPACE.
           05  WRK-CNT-ABONADAS     PICTURE ZZ9.
       01  WRK-CONTAGENS-PAGINA.
           05  FILLER               PICTURE X(01) VALUE SPACE.
           05  WRK-CNP-PRESENCAS    PICTURE ZZZZ9.
           05  FILLER               PICTURE X(01) VALUE SPACE.
           05  WRK-CNP-FALTAS       PICTURE ZZZZ9.
           05  FILLER               PICTURE X(01) VALUE SPACE.
           05  WRK-CNP-ABONADAS     PICTURE ZZZZ9.

      * LINHA DE NOTAS.
       77  WRK-NOTA1                PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA2                PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA3                PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-NOTA             PIC X(01) VALUE 'N'.
       77  WRK-NOTAFN               PIC Z9 VALUE ZEROS.
       77  WRK-NOTAS-TXT            PIC X(15) VALUE SPACES.
       77  WRK-MEDIA-TXT            PIC X(05) VALUE SPACES.
       77  WRK-MEDIAFN              PIC ZZ9 VALUE ZEROS.
       77  WRK-RESULTADO            PIC X(20) VALUE SPACES.
       77  WRK-FREQ-ALUNO           PIC 9(03) VALUE ZEROS.
       77  WRK-FREQFN               PIC ZZ9 VALUE ZEROS.
       77  WRK-AULAS-ALUNO          PIC 9(03) VALUE ZEROS.

       77  WRK-PAGINAFN             PIC ZZ9 VALUE ZEROS.
       77  WRK-QTDFN                PIC ZZ9 VALUE ZEROS.
       77  WRK-QTD-LIDOS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DIARIOS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PAGINAS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-CHAMADA      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-LER-TERMO.
           IF WRK-TERMO-ALVO = SPACES
               DISPLAY 'TERMO NAO INFORMADO NO TERMOPAR - DIARIO DE '
                       'CLASSE NAO IMPRESSO'
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1050-SITUACAO-TERMO.
           PERFORM 1100-CARREGAR-PROFESSORES.
           PERFORM 1150-CARREGAR-DISCIPLINAS.
           PERFORM 1200-CARREGAR-ATRIBUICOES THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-HORARIO.
           PERFORM 1400-CARREGAR-INSCRICOES.
           PERFORM 1500-CARREGAR-JUSTIFICATIVAS.
           PERFORM 1600-CARREGAR-NOTAS.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-ALUNMST-ABERTO
           END-IF.
           OPEN INPUT TRANSCRIPT-MST.
           IF FS-TRANMST-OK
               MOVE 'S' TO WRK-TRANMST-ABERTO
           END-IF.
           OPEN OUTPUT DIARIO-REPORT.
           SORT SORT-CHAMADA
               ON ASCENDING KEY SC-TURMA
                                SC-DATA
                                SC-MATRICULA
               INPUT PROCEDURE IS 2000-FILTRAR-CHAMADA THRU 2000-EXIT
               OUTPUT PROCEDURE IS 2100-MONTAR-TURMAS.
           PERFORM 2900-DIARIOS-SEM-CHAMADA.
           CLOSE DIARIO-REPORT.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF TRANMST-ABERTO
               CLOSE TRANSCRIPT-MST
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

       1000-LER-TERMO.
           OPEN INPUT TERMO-PARAM.
           IF FS-TERMOPAR-OK
               READ TERMO-PARAM
                   AT END CONTINUE
                   NOT AT END MOVE TP-TERMO TO WRK-TERMO-ALVO
               END-READ
               CLOSE TERMO-PARAM
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1050-SITUACAO-TERMO - TERMO AINDA ABERTO NO TERMMST SAI COMO *
      *                       COPIA PROVISORIA NO CABECALHO.         *
      ****************************************************************
       1050-SITUACAO-TERMO.
           MOVE SPACES TO WRK-SITUACAO-TERMO.
           OPEN INPUT TERMO-MASTER.
           IF FS-TERMMST-OK
               MOVE WRK-TERMO-ALVO TO TE-TERMO
               READ TERMO-MASTER
                   INVALID KEY
                       MOVE '(TERMO NAO CADASTRADO NO TERMMST)'
                           TO WRK-SITUACAO-TERMO
                   NOT INVALID KEY
                       IF TERMO-ABERTO
                           MOVE '(TERMO EM ABERTO - COPIA PROVISORIA)'
                               TO WRK-SITUACAO-TERMO
                       END-IF
               END-READ
               CLOSE TERMO-MASTER
           END-IF.
       1050-EXIT.
           EXIT.

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
           IF WRK-QTD-PROFESSORES < 300
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

       1150-CARREGAR-DISCIPLINAS.
           OPEN INPUT DISCIPLINA-MASTER.
           IF FS-DISCMST-OK
               READ DISCIPLINA-MASTER
                   AT END SET FIM-DISCMST TO TRUE
               END-READ
               PERFORM 1160-GUARDAR-DISCIPLINA UNTIL FIM-DISCMST
               CLOSE DISCIPLINA-MASTER
           END-IF.
       1150-EXIT.
           EXIT.

       1160-GUARDAR-DISCIPLINA.
           IF WRK-QTD-DISCIPLINAS < 200
               ADD 1 TO WRK-QTD-DISCIPLINAS
               MOVE DI-CODIGO
                   TO WRK-TAB-DIS-CODIGO (WRK-QTD-DISCIPLINAS)
               MOVE DI-NOME
                   TO WRK-TAB-DIS-NOME (WRK-QTD-DISCIPLINAS)
           END-IF.
           READ DISCIPLINA-MASTER
               AT END SET FIM-DISCMST TO TRUE
           END-READ.
       1160-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-ATRIBUICOES - CADA ATRIBUICAO DO TERMO GANHA   *
      *                             UM DIARIO.                       *
      ****************************************************************
       1200-CARREGAR-ATRIBUICOES.
           OPEN INPUT PROFESSOR-TURMA.
           IF NOT FS-PROFTURM-OK
               DISPLAY 'PROFTURM INDISPONIVEL - FS: ' WRK-FS-PROFTURM
               MOVE 'PROFTURM' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-PROFTURM TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1200-EXIT
           END-IF.
           READ PROFESSOR-TURMA
               AT END SET FIM-PROFTURM TO TRUE
           END-READ.
           PERFORM 1210-GUARDAR-ATRIBUICAO UNTIL FIM-PROFTURM.
           CLOSE PROFESSOR-TURMA.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-ATRIBUICAO.
           IF PT-TERMO = WRK-TERMO-ALVO
               IF WRK-QTD-ATRIBUICOES < 300
                   ADD 1 TO WRK-QTD-ATRIBUICOES
                   MOVE PT-PROFESSOR TO
                       WRK-TAB-ATR-PROFESSOR (WRK-QTD-ATRIBUICOES)
                   MOVE PT-TURMA TO
                       WRK-TAB-ATR-TURMA (WRK-QTD-ATRIBUICOES)
                   MOVE PT-DISCIPLINA TO
                       WRK-TAB-ATR-DISC (WRK-QTD-ATRIBUICOES)
                   MOVE 'NNNNNNN' TO
                       WRK-TAB-ATR-DIAS (WRK-QTD-ATRIBUICOES)
                   MOVE 'N' TO
                       WRK-TAB-ATR-TEM-HORARIO (WRK-QTD-ATRIBUICOES)
                       WRK-TAB-ATR-IMPRESSO (WRK-QTD-ATRIBUICOES)
               ELSE
                   DISPLAY 'PROFTURM EXCEDE A CAPACIDADE DA TABELA - '
                           PT-TURMA ' ' PT-DISCIPLINA ' IGNORADA'
               END-IF
           END-IF.
           READ PROFESSOR-TURMA
               AT END SET FIM-PROFTURM TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-HORARIO - MARCA OS DIAS DA SEMANA COM AULA DE  *
      *                         CADA ATRIBUICAO.                     *
      ****************************************************************
       1300-CARREGAR-HORARIO.
           OPEN INPUT HORARIO-TURMA.
           IF FS-HORARIO-OK
               READ HORARIO-TURMA
                   AT END SET FIM-HORARIO TO TRUE
               END-READ
               PERFORM 1310-MARCAR-DIA UNTIL FIM-HORARIO
               CLOSE HORARIO-TURMA
           END-IF.
       1300-EXIT.
           EXIT.

       1310-MARCAR-DIA.
           IF HO-TERMO = WRK-TERMO-ALVO
              AND HO-DIA-SEMANA NUMERIC
              AND HO-DIA-SEMANA > 1
              AND WRK-QTD-ATRIBUICOES > ZEROS
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRIBUICOES
                       CONTINUE
                   WHEN WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                        = HO-PROFESSOR
                    AND WRK-TAB-ATR-TURMA (WRK-ATR-IDX) = HO-TURMA
                    AND WRK-TAB-ATR-DISC (WRK-ATR-IDX)
                        = HO-DISCIPLINA
                       MOVE 'S' TO WRK-TAB-ATR-DIAS (WRK-ATR-IDX)
                                   (HO-DIA-SEMANA:1)
                       MOVE 'S' TO
                           WRK-TAB-ATR-TEM-HORARIO (WRK-ATR-IDX)
               END-SEARCH
           END-IF.
           READ HORARIO-TURMA
               AT END SET FIM-HORARIO TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1400-CARREGAR-INSCRICOES.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 1410-GUARDAR-INSCRICAO UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           ELSE
               DISPLAY 'MATRDISC INDISPONIVEL - FS: ' WRK-FS-MATRDISC
           END-IF.
       1400-EXIT.
           EXIT.

       1410-GUARDAR-INSCRICAO.
           IF MD-TERMO = WRK-TERMO-ALVO
               IF WRK-QTD-INSCRICOES < 5000
                   ADD 1 TO WRK-QTD-INSCRICOES
                   MOVE MD-MATRICULA TO
                       WRK-TAB-INS-MATRICULA (WRK-QTD-INSCRICOES)
                   MOVE MD-TURMA TO
                       WRK-TAB-INS-TURMA (WRK-QTD-INSCRICOES)
                   MOVE MD-DISCIPLINA TO
                       WRK-TAB-INS-DISC (WRK-QTD-INSCRICOES)
               ELSE
                   DISPLAY 'MATRDISC EXCEDE A CAPACIDADE DA TABELA - '
                           MD-MATRICULA ' IGNORADA'
               END-IF
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1500-CARREGAR-JUSTIFICATIVAS.
           OPEN INPUT JUSTIFICATIVAS.
           IF FS-JUSTABS-OK
               READ JUSTIFICATIVAS
                   AT END SET FIM-JUSTABS TO TRUE
               END-READ
               PERFORM 1510-GUARDAR-JUSTIFICATIVA UNTIL FIM-JUSTABS
               CLOSE JUSTIFICATIVAS
           END-IF.
       1500-EXIT.
           EXIT.

       1510-GUARDAR-JUSTIFICATIVA.
           IF JU-TERMO = WRK-TERMO-ALVO
               IF WRK-QTD-JUSTIFICATIVAS < 500
                   ADD 1 TO WRK-QTD-JUSTIFICATIVAS
                   MOVE JU-MATRICULA TO
                       WRK-TAB-JUS-MATRICULA (WRK-QTD-JUSTIFICATIVAS)
                   MOVE JU-DATA-INICIO TO
                       WRK-TAB-JUS-INICIO (WRK-QTD-JUSTIFICATIVAS)
                   MOVE JU-DATA-FIM TO
                       WRK-TAB-JUS-FIM (WRK-QTD-JUSTIFICATIVAS)
               ELSE
                   DISPLAY 'JUSTABS EXCEDE A CAPACIDADE DA TABELA - '
                           'JUSTIFICATIVA ' JU-MATRICULA ' IGNORADA'
               END-IF
           END-IF.
           READ JUSTIFICATIVAS
               AT END SET FIM-JUSTABS TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       1600-CARREGAR-NOTAS.
           OPEN INPUT STUDENT-GRADES.
           IF FS-STUDGRD-OK
               READ STUDENT-GRADES
                   AT END SET FIM-STUDGRD TO TRUE
               END-READ
               PERFORM 1610-GUARDAR-NOTA UNTIL FIM-STUDGRD
               CLOSE STUDENT-GRADES
           END-IF.
       1600-EXIT.
           EXIT.

       1610-GUARDAR-NOTA.
           IF SG-REGISTRO (1:3) NOT = 'HDR'
              AND SG-REGISTRO (1:3) NOT = 'TRL'
              AND SG-TERMO = WRK-TERMO-ALVO
               IF WRK-QTD-NOTAS < 5000
                   ADD 1 TO WRK-QTD-NOTAS
                   MOVE SG-MATRICULA TO
                       WRK-TAB-NOT-MATRICULA (WRK-QTD-NOTAS)
                   MOVE SG-TURMA TO WRK-TAB-NOT-TURMA (WRK-QTD-NOTAS)
                   MOVE SG-DISCIPLINA TO
                       WRK-TAB-NOT-DISC (WRK-QTD-NOTAS)
                   MOVE SG-NOTA1 TO WRK-TAB-NOT-NOTA1 (WRK-QTD-NOTAS)
                   MOVE SG-NOTA2 TO WRK-TAB-NOT-NOTA2 (WRK-QTD-NOTAS)
                   MOVE SG-NOTA3 TO WRK-TAB-NOT-NOTA3 (WRK-QTD-NOTAS)
               ELSE
                   DISPLAY 'STUDGRD EXCEDE A CAPACIDADE DA TABELA - '
                           SG-MATRICULA ' IGNORADO'
               END-IF
           END-IF.
           READ STUDENT-GRADES
               AT END SET FIM-STUDGRD TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      ****************************************************************
      * 2000-FILTRAR-CHAMADA - SO A CHAMADA DO TERMO VAI PARA O SORT.*
      ****************************************************************
       2000-FILTRAR-CHAMADA.
           OPEN INPUT FREQ-DIARIA.
           IF NOT FS-FREQDIA-OK
               DISPLAY 'FREQDIA INDISPONIVEL - FS: ' WRK-FS-FREQDIA
               MOVE 'FREQDIA' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-FREQDIA TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 2000-EXIT
           END-IF.
           READ FREQ-DIARIA
               AT END SET FIM-FREQDIA TO TRUE
           END-READ.
           PERFORM 2010-SOLTAR-CHAMADA UNTIL FIM-FREQDIA.
           CLOSE FREQ-DIARIA.
       2000-EXIT.
           EXIT.

       2010-SOLTAR-CHAMADA.
           ADD 1 TO WRK-QTD-LIDOS.
           IF FA-TERMO = WRK-TERMO-ALVO
              AND FA-DATA NUMERIC
               MOVE FA-TURMA     TO SC-TURMA
               MOVE FA-DATA      TO SC-DATA
               MOVE FA-MATRICULA TO SC-MATRICULA
               MOVE FA-PRESENCA  TO SC-PRESENCA
               RELEASE SC-REGISTRO
           END-IF.
           READ FREQ-DIARIA
               AT END SET FIM-FREQDIA TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      ****************************************************************
      * 2100-MONTAR-TURMAS - QUEBRA POR TURMA: MONTA A GRADE DE      *
      *                      CHAMADA DA TURMA E IMPRIME OS DIARIOS   *
      *                      DAS ATRIBUICOES DELA.                   *
      ****************************************************************
       2100-MONTAR-TURMAS.
           RETURN SORT-CHAMADA
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 2110-GUARDAR-CHAMADA THRU 2110-EXIT
               UNTIL FIM-SORT.
           IF TEM-TURMA
               PERFORM 3000-IMPRIMIR-TURMA
           END-IF.
       2100-EXIT.
           EXIT.

       2110-GUARDAR-CHAMADA.
           IF NOT TEM-TURMA OR SC-TURMA NOT = WRK-TURMA-ATUAL
               IF TEM-TURMA
                   PERFORM 3000-IMPRIMIR-TURMA
               END-IF
               SET TEM-TURMA TO TRUE
               MOVE SC-TURMA TO WRK-TURMA-ATUAL
               MOVE ZEROS TO WRK-QTD-DATAS
                             WRK-QTD-CHAMADA
           END-IF.
           IF WRK-QTD-DATAS = ZEROS
              OR SC-DATA NOT = WRK-TAB-DAT-DATA (WRK-QTD-DATAS)
               IF WRK-QTD-DATAS < 200
                   ADD 1 TO WRK-QTD-DATAS
                   MOVE SC-DATA TO WRK-TAB-DAT-DATA (WRK-QTD-DATAS)
                   COMPUTE WRK-TAB-DAT-DIA-SEMANA (WRK-QTD-DATAS) =
                       FUNCTION MOD (FUNCTION INTEGER-OF-DATE (SC-DATA)
                       7) + 1
               ELSE
                   DISPLAY 'TURMA ' SC-TURMA ' EXCEDE 200 DATAS DE '
                           'CHAMADA - ' SC-DATA ' IGNORADA'
                   GO TO 2110-PROXIMO
               END-IF
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-CHAMADA > ZEROS
               SET WRK-CHA-IDX TO 1
               SEARCH WRK-TAB-CHA-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CHA-IDX > WRK-QTD-CHAMADA
                       CONTINUE
                   WHEN WRK-TAB-CHA-MATRICULA (WRK-CHA-IDX)
                        = SC-MATRICULA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
           IF NOT ACHOU
               IF WRK-QTD-CHAMADA < 100
                   ADD 1 TO WRK-QTD-CHAMADA
                   SET WRK-CHA-IDX TO WRK-QTD-CHAMADA
                   MOVE SPACES TO WRK-TAB-CHA-ITEM (WRK-CHA-IDX)
                   MOVE SC-MATRICULA
                       TO WRK-TAB-CHA-MATRICULA (WRK-CHA-IDX)
               ELSE
                   DISPLAY 'TURMA ' SC-TURMA ' EXCEDE 100 ALUNOS NA '
                           'CHAMADA - ' SC-MATRICULA ' IGNORADO'
                   GO TO 2110-PROXIMO
               END-IF
           END-IF.
           MOVE SC-PRESENCA
               TO WRK-TAB-CHA-MARCA (WRK-CHA-IDX WRK-QTD-DATAS).
       2110-PROXIMO.
           RETURN SORT-CHAMADA
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       2110-EXIT.
           EXIT.

      ****************************************************************
      * 2900-DIARIOS-SEM-CHAMADA - ATRIBUICAO CUJA TURMA NAO TEVE    *
      *                            CHAMADA NO TERMO AINDA SAI, SEM   *
      *                            DATAS, COM AS NOTAS E ASSINATURAS.*
      ****************************************************************
       2900-DIARIOS-SEM-CHAMADA.
           MOVE ZEROS TO WRK-QTD-DATAS
                         WRK-QTD-CHAMADA.
           PERFORM 2910-DIARIO-PENDENTE
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
       2900-EXIT.
           EXIT.

       2910-DIARIO-PENDENTE.
           IF WRK-TAB-ATR-IMPRESSO (WRK-ATR-IDX) = 'N'
               ADD 1 TO WRK-QTD-SEM-CHAMADA
               PERFORM 4000-IMPRIMIR-DIARIO
           END-IF.
       2910-EXIT.
           EXIT.

       3000-IMPRIMIR-TURMA.
           PERFORM 3010-DIARIO-DA-TURMA
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
       3000-EXIT.
           EXIT.

       3010-DIARIO-DA-TURMA.
           IF WRK-TAB-ATR-TURMA (WRK-ATR-IDX) = WRK-TURMA-ATUAL
              AND WRK-TAB-ATR-IMPRESSO (WRK-ATR-IDX) = 'N'
               PERFORM 4000-IMPRIMIR-DIARIO
           END-IF.
       3010-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-DIARIO - DIARIO DA ATRIBUICAO WRK-ATR-IDX:     *
      *                        PAGINAS DE FREQUENCIA, PAGINAS DE     *
      *                        NOTAS E O BLOCO DE ASSINATURAS.       *
      ****************************************************************
       4000-IMPRIMIR-DIARIO.
           MOVE 'S' TO WRK-TAB-ATR-IMPRESSO (WRK-ATR-IDX).
           ADD 1 TO WRK-QTD-DIARIOS.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 4010-NOMES-DO-DIARIO.
           PERFORM 4100-SELECIONAR-DATAS.
           PERFORM 4200-MONTAR-ALUNOS.
           MOVE 'DIARIO DE CLASSE - FREQUENCIA' TO WRK-TITULO-PAGINA.
           MOVE WRK-QTD-SELECAO TO WRK-LIMITE-DATAS.
           IF WRK-LIMITE-DATAS = ZEROS
               MOVE 1 TO WRK-LIMITE-DATAS
           END-IF.
           MOVE WRK-QTD-DIARIO TO WRK-LIMITE-ALUNOS.
           IF WRK-LIMITE-ALUNOS = ZEROS
               MOVE 1 TO WRK-LIMITE-ALUNOS
           END-IF.
           PERFORM 4400-PAGINAS-DO-BLOCO
               VARYING WRK-BLOCO-INI FROM 1 BY WRK-DATAS-POR-PAGINA
               UNTIL WRK-BLOCO-INI > WRK-LIMITE-DATAS.
           MOVE 'DIARIO DE CLASSE - NOTAS E RESULTADO FINAL'
               TO WRK-TITULO-PAGINA.
           PERFORM 4600-PAGINA-DE-NOTAS
               VARYING WRK-ALUNO-INI FROM 1 BY WRK-ALUNOS-POR-PAGINA
               UNTIL WRK-ALUNO-INI > WRK-LIMITE-ALUNOS.
           PERFORM 4800-BLOCO-ASSINATURAS.
       4000-EXIT.
           EXIT.

       4010-NOMES-DO-DIARIO.
           MOVE '(SEM CADASTRO NO DISCMST)' TO WRK-NOME-DISCIPLINA.
           IF WRK-QTD-DISCIPLINAS > ZEROS
               SET WRK-DIS-IDX TO 1
               SEARCH WRK-TAB-DIS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-DIS-IDX > WRK-QTD-DISCIPLINAS
                       CONTINUE
                   WHEN WRK-TAB-DIS-CODIGO (WRK-DIS-IDX)
                        = WRK-TAB-ATR-DISC (WRK-ATR-IDX)
                       MOVE WRK-TAB-DIS-NOME (WRK-DIS-IDX)
                           TO WRK-NOME-DISCIPLINA
               END-SEARCH
           END-IF.
           MOVE '(SEM CADASTRO NO PROFMST)' TO WRK-NOME-PROFESSOR.
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
       4010-EXIT.
           EXIT.

      ****************************************************************
      * 4100-SELECIONAR-DATAS - DATAS DE CHAMADA DA TURMA QUE CAEM   *
      *                         NOS DIAS DE AULA DA ATRIBUICAO.      *
      ****************************************************************
       4100-SELECIONAR-DATAS.
           MOVE ZEROS TO WRK-QTD-SELECAO.
           PERFORM 4110-AVALIAR-DATA
               VARYING WRK-DAT-IDX FROM 1 BY 1
               UNTIL WRK-DAT-IDX > WRK-QTD-DATAS.
       4100-EXIT.
           EXIT.

       4110-AVALIAR-DATA.
           MOVE WRK-TAB-DAT-DIA-SEMANA (WRK-DAT-IDX) TO WRK-DIA-SEMANA.
           IF WRK-TAB-ATR-TEM-HORARIO (WRK-ATR-IDX) = 'N'
              OR WRK-TAB-ATR-DIAS (WRK-ATR-IDX) (WRK-DIA-SEMANA:1)
                 = 'S'
               ADD 1 TO WRK-QTD-SELECAO
               SET WRK-TAB-SEL-POS (WRK-QTD-SELECAO) TO WRK-DAT-IDX
           END-IF.
       4110-EXIT.
           EXIT.

      ****************************************************************
      * 4200-MONTAR-ALUNOS - INSCRITOS DA TURMA/DISCIPLINA, COM A    *
      *                      LINHA DA CHAMADA E OS TOTAIS DO TERMO   *
      *                      (FALTA ABONADA CONTA COMO PRESENCA NA   *
      *                      FREQUENCIA, COMO NO FREQ-CALC).         *
      ****************************************************************
       4200-MONTAR-ALUNOS.
           MOVE ZEROS TO WRK-QTD-DIARIO.
           PERFORM 4210-AVALIAR-INSCRICAO
               VARYING WRK-INS-IDX FROM 1 BY 1
               UNTIL WRK-INS-IDX > WRK-QTD-INSCRICOES.
       4200-EXIT.
           EXIT.

       4210-AVALIAR-INSCRICAO.
           IF WRK-TAB-INS-TURMA (WRK-INS-IDX)
              = WRK-TAB-ATR-TURMA (WRK-ATR-IDX)
              AND WRK-TAB-INS-DISC (WRK-INS-IDX)
                  = WRK-TAB-ATR-DISC (WRK-ATR-IDX)
              AND WRK-QTD-DIARIO < 100
               ADD 1 TO WRK-QTD-DIARIO
               SET WRK-DAL-IDX TO WRK-QTD-DIARIO
               MOVE WRK-TAB-INS-MATRICULA (WRK-INS-IDX)
                   TO WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX)
               MOVE ZEROS TO WRK-TAB-DAL-LINHA (WRK-DAL-IDX)
                             WRK-TAB-DAL-PRESENCAS (WRK-DAL-IDX)
                             WRK-TAB-DAL-FALTAS (WRK-DAL-IDX)
                             WRK-TAB-DAL-ABONADAS (WRK-DAL-IDX)
               PERFORM 4220-NOME-DO-ALUNO
               IF WRK-QTD-CHAMADA > ZEROS
                   SET WRK-CHA-IDX TO 1
                   SEARCH WRK-TAB-CHA-ITEM
                       AT END
                           CONTINUE
                       WHEN WRK-CHA-IDX > WRK-QTD-CHAMADA
                           CONTINUE
                       WHEN WRK-TAB-CHA-MATRICULA (WRK-CHA-IDX)
                            = WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX)
                           SET WRK-TAB-DAL-LINHA (WRK-DAL-IDX)
                               TO WRK-CHA-IDX
                   END-SEARCH
               END-IF
               PERFORM 4230-SOMAR-DIA
                   VARYING WRK-SEL FROM 1 BY 1
                   UNTIL WRK-SEL > WRK-QTD-SELECAO
           END-IF.
       4210-EXIT.
           EXIT.

       4220-NOME-DO-ALUNO.
           MOVE '(SEM CADASTRO NO ALUNMST)'
               TO WRK-TAB-DAL-NOME (WRK-DAL-IDX).
           IF ALUNMST-ABERTO
               MOVE WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX)
                   TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-NOME TO WRK-TAB-DAL-NOME (WRK-DAL-IDX)
               END-READ
           END-IF.
       4220-EXIT.
           EXIT.

       4230-SOMAR-DIA.
           PERFORM 4300-MARCA-DO-DIA THRU 4300-EXIT.
           EVALUATE WRK-MARCA
               WHEN 'P'
                   ADD 1 TO WRK-TAB-DAL-PRESENCAS (WRK-DAL-IDX)
               WHEN 'F'
                   ADD 1 TO WRK-TAB-DAL-FALTAS (WRK-DAL-IDX)
               WHEN 'J'
                   ADD 1 TO WRK-TAB-DAL-ABONADAS (WRK-DAL-IDX)
           END-EVALUATE.
       4230-EXIT.
           EXIT.

      ****************************************************************
      * 4300-MARCA-DO-DIA - MARCA DO ALUNO WRK-DAL-IDX NA DATA       *
      *                     SELECIONADA WRK-SEL: P PRESENTE, F FALTA,*
      *                     J FALTA ABONADA (JUSTABS), . SEM         *
      *                     APONTAMENTO.                             *
      ****************************************************************
       4300-MARCA-DO-DIA.
           MOVE '.' TO WRK-MARCA.
           MOVE WRK-TAB-DAL-LINHA (WRK-DAL-IDX) TO WRK-LINHA-MARCA.
           IF WRK-LINHA-MARCA = ZEROS
               GO TO 4300-EXIT
           END-IF.
           MOVE WRK-TAB-SEL-POS (WRK-SEL) TO WRK-POS-DATA.
           EVALUATE WRK-TAB-CHA-MARCA (WRK-LINHA-MARCA WRK-POS-DATA)
               WHEN 'P'
                   MOVE 'P' TO WRK-MARCA
               WHEN 'A'
                   MOVE 'F' TO WRK-MARCA
                   MOVE WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX)
                       TO WRK-MATRICULA-MARCA
                   PERFORM 4310-CONFERIR-ABONO
           END-EVALUATE.
       4300-EXIT.
           EXIT.

       4310-CONFERIR-ABONO.
           IF WRK-QTD-JUSTIFICATIVAS > ZEROS
               SET WRK-JUS-IDX TO 1
               SEARCH WRK-TAB-JUS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-JUS-IDX > WRK-QTD-JUSTIFICATIVAS
                       CONTINUE
                   WHEN WRK-TAB-JUS-MATRICULA (WRK-JUS-IDX)
                        = WRK-MATRICULA-MARCA
                    AND WRK-TAB-DAT-DATA (WRK-POS-DATA)
                        NOT < WRK-TAB-JUS-INICIO (WRK-JUS-IDX)
                    AND WRK-TAB-DAT-DATA (WRK-POS-DATA)
                        NOT > WRK-TAB-JUS-FIM (WRK-JUS-IDX)
                       MOVE 'J' TO WRK-MARCA
               END-SEARCH
           END-IF.
       4310-EXIT.
           EXIT.

      ****************************************************************
      * 4400-PAGINAS-DO-BLOCO - UM BLOCO DE ATE 28 DATAS, EM TANTAS  *
      *                         PAGINAS DE 40 ALUNOS QUANTAS FOREM   *
      *                         PRECISO.                             *
      ****************************************************************
       4400-PAGINAS-DO-BLOCO.
           COMPUTE WRK-BLOCO-FIM =
               WRK-BLOCO-INI + WRK-DATAS-POR-PAGINA - 1.
           IF WRK-BLOCO-FIM > WRK-QTD-SELECAO
               MOVE WRK-QTD-SELECAO TO WRK-BLOCO-FIM
           END-IF.
           PERFORM 4410-PAGINA-DE-FREQUENCIA
               VARYING WRK-ALUNO-INI FROM 1 BY WRK-ALUNOS-POR-PAGINA
               UNTIL WRK-ALUNO-INI > WRK-LIMITE-ALUNOS.
       4400-EXIT.
           EXIT.

       4410-PAGINA-DE-FREQUENCIA.
           COMPUTE WRK-ALUNO-FIM =
               WRK-ALUNO-INI + WRK-ALUNOS-POR-PAGINA - 1.
           IF WRK-ALUNO-FIM > WRK-QTD-DIARIO
               MOVE WRK-QTD-DIARIO TO WRK-ALUNO-FIM
           END-IF.
           PERFORM 4500-CABECALHO-PAGINA.
           INITIALIZE WRK-TAB-TOTAL-DIA.
           MOVE ZEROS TO WRK-PAG-PRESENCAS
                         WRK-PAG-FALTAS
                         WRK-PAG-ABONADAS.
           MOVE SPACES TO DR-LINHA.
           MOVE 'MATRIC.  NOME' TO DR-LINHA.
           PERFORM 4411-CABECALHO-DIA
               VARYING WRK-SEL FROM WRK-BLOCO-INI BY 1
               UNTIL WRK-SEL > WRK-BLOCO-FIM.
           MOVE '  PR  FA  AB' TO DR-LINHA (115:12).
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           PERFORM 4412-CABECALHO-MES
               VARYING WRK-SEL FROM WRK-BLOCO-INI BY 1
               UNTIL WRK-SEL > WRK-BLOCO-FIM.
           WRITE DR-LINHA.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.
           IF WRK-QTD-DIARIO = ZEROS
               MOVE 'NENHUM ALUNO INSCRITO NA TURMA/DISCIPLINA'
                   TO DR-LINHA
               WRITE DR-LINHA
           ELSE
               PERFORM 4420-LINHA-DO-ALUNO
                   VARYING WRK-DAL-IDX FROM WRK-ALUNO-INI BY 1
                   UNTIL WRK-DAL-IDX > WRK-ALUNO-FIM
           END-IF.
           IF WRK-QTD-SELECAO = ZEROS
               MOVE 'NENHUMA AULA COM CHAMADA NO TERMO' TO DR-LINHA
               WRITE DR-LINHA
           END-IF.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           MOVE 'PRESENTES NO DIA / TOTAIS' TO DR-LINHA (1:29).
           PERFORM 4413-TOTAL-DO-DIA
               VARYING WRK-SEL FROM WRK-BLOCO-INI BY 1
               UNTIL WRK-SEL > WRK-BLOCO-FIM.
           MOVE WRK-PAG-PRESENCAS TO WRK-CNP-PRESENCAS.
           MOVE WRK-PAG-FALTAS    TO WRK-CNP-FALTAS.
           MOVE WRK-PAG-ABONADAS  TO WRK-CNP-ABONADAS.
           MOVE WRK-CONTAGENS-PAGINA TO DR-LINHA (115:18).
           WRITE DR-LINHA.
       4410-EXIT.
           EXIT.

       4411-CABECALHO-DIA.
           PERFORM 4490-COLUNA-DA-DATA.
           MOVE WRK-TAB-DAT-DATA (WRK-POS-DATA) (7:2)
               TO DR-LINHA (WRK-COLUNA:2).
       4411-EXIT.
           EXIT.

       4412-CABECALHO-MES.
           PERFORM 4490-COLUNA-DA-DATA.
           MOVE WRK-TAB-DAT-DATA (WRK-POS-DATA) (5:2)
               TO DR-LINHA (WRK-COLUNA:2).
       4412-EXIT.
           EXIT.

       4413-TOTAL-DO-DIA.
           PERFORM 4490-COLUNA-DA-DATA.
           MOVE WRK-TAB-TOT-PRESENTES (WRK-SEL - WRK-BLOCO-INI + 1)
               TO WRK-QTDFN.
           MOVE WRK-QTDFN (2:2) TO DR-LINHA (WRK-COLUNA:2).
       4413-EXIT.
           EXIT.

       4420-LINHA-DO-ALUNO.
           MOVE ZEROS TO WRK-LIN-PRESENCAS
                         WRK-LIN-FALTAS
                         WRK-LIN-ABONADAS.
           MOVE SPACES TO DR-LINHA.
           MOVE WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX) TO DR-LINHA (1:8).
           MOVE WRK-TAB-DAL-NOME (WRK-DAL-IDX) (1:20)
               TO DR-LINHA (10:20).
           PERFORM 4421-MARCA-NA-LINHA
               VARYING WRK-SEL FROM WRK-BLOCO-INI BY 1
               UNTIL WRK-SEL > WRK-BLOCO-FIM.
           MOVE WRK-LIN-PRESENCAS TO WRK-CNT-PRESENCAS.
           MOVE WRK-LIN-FALTAS    TO WRK-CNT-FALTAS.
           MOVE WRK-LIN-ABONADAS  TO WRK-CNT-ABONADAS.
           MOVE WRK-CONTAGENS TO DR-LINHA (115:12).
           WRITE DR-LINHA.
           ADD WRK-LIN-PRESENCAS TO WRK-PAG-PRESENCAS.
           ADD WRK-LIN-FALTAS    TO WRK-PAG-FALTAS.
           ADD WRK-LIN-ABONADAS  TO WRK-PAG-ABONADAS.
       4420-EXIT.
           EXIT.

       4421-MARCA-NA-LINHA.
           PERFORM 4300-MARCA-DO-DIA THRU 4300-EXIT.
           PERFORM 4490-COLUNA-DA-DATA.
           MOVE WRK-MARCA TO DR-LINHA (WRK-COLUNA + 1:1).
           EVALUATE WRK-MARCA
               WHEN 'P'
                   ADD 1 TO WRK-LIN-PRESENCAS
                   ADD 1 TO
                       WRK-TAB-TOT-PRESENTES (WRK-SEL - WRK-BLOCO-INI
                                              + 1)
               WHEN 'F'
                   ADD 1 TO WRK-LIN-FALTAS
               WHEN 'J'
                   ADD 1 TO WRK-LIN-ABONADAS
           END-EVALUATE.
       4421-EXIT.
           EXIT.

      ****************************************************************
      * 4490-COLUNA-DA-DATA - COLUNA NA LINHA (3 POSICOES POR DATA A *
      *                       PARTIR DA 31) DA DATA SELECIONADA      *
      *                       WRK-SEL DENTRO DO BLOCO.               *
      ****************************************************************
       4490-COLUNA-DA-DATA.
           MOVE WRK-TAB-SEL-POS (WRK-SEL) TO WRK-POS-DATA.
           COMPUTE WRK-COLUNA = 31 + (WRK-SEL - WRK-BLOCO-INI) * 3.
       4490-EXIT.
           EXIT.

      ****************************************************************
      * 4500-CABECALHO-PAGINA - CABECALHO COMUM DAS PAGINAS DO       *
      *                         DIARIO.                              *
      ****************************************************************
       4500-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA
                    WRK-QTD-PAGINAS.
           MOVE WRK-PAGINA TO WRK-PAGINAFN.
           MOVE ALL '=' TO DR-LINHA.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING WRK-TITULO-PAGINA DELIMITED BY '  '
                  ' - TERMO ' WRK-TERMO-ALVO ' ' WRK-SITUACAO-TERMO
               DELIMITED BY SIZE INTO DR-LINHA.
           MOVE 'PAGINA' TO DR-LINHA (120:6).
           MOVE WRK-PAGINAFN TO DR-LINHA (127:3).
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING 'TURMA ' WRK-TAB-ATR-TURMA (WRK-ATR-IDX)
                  '   DISCIPLINA ' WRK-TAB-ATR-DISC (WRK-ATR-IDX)
                  ' ' WRK-NOME-DISCIPLINA
                  '   PROFESSOR ' WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                  ' ' WRK-NOME-PROFESSOR
               DELIMITED BY SIZE INTO DR-LINHA.
           WRITE DR-LINHA.
           MOVE ALL '=' TO DR-LINHA.
           WRITE DR-LINHA.
       4500-EXIT.
           EXIT.

      ****************************************************************
      * 4600-PAGINA-DE-NOTAS - NOTAS DO STUDGRD, MEDIA E RESULTADO DO*
      *                        TRANSCRIPT-MST E A FREQUENCIA DO      *
      *                        ALUNO NA DISCIPLINA.                  *
      ****************************************************************
       4600-PAGINA-DE-NOTAS.
           COMPUTE WRK-ALUNO-FIM =
               WRK-ALUNO-INI + WRK-ALUNOS-POR-PAGINA - 1.
           IF WRK-ALUNO-FIM > WRK-QTD-DIARIO
               MOVE WRK-QTD-DIARIO TO WRK-ALUNO-FIM
           END-IF.
           PERFORM 4500-CABECALHO-PAGINA.
           MOVE ZEROS TO WRK-PAG-ALUNOS
                         WRK-PAG-COM-RESULTADO.
           MOVE SPACES TO DR-LINHA.
           STRING 'MATRIC.  NOME                           '
                  'NOTA1 NOTA2 NOTA3  MEDIA  AULAS  FREQ.  '
                  'RESULTADO'
               DELIMITED BY SIZE INTO DR-LINHA.
           WRITE DR-LINHA.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.
           IF WRK-QTD-DIARIO = ZEROS
               MOVE 'NENHUM ALUNO INSCRITO NA TURMA/DISCIPLINA'
                   TO DR-LINHA
               WRITE DR-LINHA
           ELSE
               PERFORM 4610-LINHA-DE-NOTAS
                   VARYING WRK-DAL-IDX FROM WRK-ALUNO-INI BY 1
                   UNTIL WRK-DAL-IDX > WRK-ALUNO-FIM
           END-IF.
           MOVE ALL '-' TO DR-LINHA.
           WRITE DR-LINHA.
           MOVE WRK-PAG-ALUNOS TO WRK-QTDFN.
           MOVE SPACES TO DR-LINHA.
           STRING 'TOTAIS DA PAGINA - ALUNOS: ' WRK-QTDFN
               DELIMITED BY SIZE INTO DR-LINHA.
           MOVE WRK-PAG-COM-RESULTADO TO WRK-QTDFN.
           STRING DR-LINHA (1:30) '   COM RESULTADO LANCADO: '
                  WRK-QTDFN
               DELIMITED BY SIZE INTO DR-LINHA.
           WRITE DR-LINHA.
       4600-EXIT.
           EXIT.

       4610-LINHA-DE-NOTAS.
           ADD 1 TO WRK-PAG-ALUNOS.
           PERFORM 4620-NOTAS-DO-ALUNO.
           MOVE '  -  ' TO WRK-MEDIA-TXT.
           MOVE SPACES TO WRK-RESULTADO.
           IF TRANMST-ABERTO
               MOVE WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX)
                   TO TM-MATRICULA
               MOVE WRK-TERMO-ALVO TO TM-TERMO
               MOVE WRK-TAB-ATR-DISC (WRK-ATR-IDX) TO TM-DISCIPLINA
               READ TRANSCRIPT-MST
                   INVALID KEY
                       MOVE 'SEM RESULTADO' TO WRK-RESULTADO
                   NOT INVALID KEY
                       MOVE TM-MEDIA TO WRK-MEDIAFN
                       MOVE SPACES TO WRK-MEDIA-TXT
                       MOVE WRK-MEDIAFN TO WRK-MEDIA-TXT (2:3)
                       MOVE TM-STATUS TO WRK-RESULTADO
                       ADD 1 TO WRK-PAG-COM-RESULTADO
               END-READ
           ELSE
               MOVE 'SEM RESULTADO' TO WRK-RESULTADO
           END-IF.
           COMPUTE WRK-AULAS-ALUNO =
               WRK-TAB-DAL-PRESENCAS (WRK-DAL-IDX)
             + WRK-TAB-DAL-FALTAS (WRK-DAL-IDX)
             + WRK-TAB-DAL-ABONADAS (WRK-DAL-IDX).
           MOVE ZEROS TO WRK-FREQ-ALUNO.
           IF WRK-AULAS-ALUNO > ZEROS
               COMPUTE WRK-FREQ-ALUNO ROUNDED =
                   (WRK-TAB-DAL-PRESENCAS (WRK-DAL-IDX)
                  + WRK-TAB-DAL-ABONADAS (WRK-DAL-IDX)) * 100
                   / WRK-AULAS-ALUNO
           END-IF.
           MOVE WRK-AULAS-ALUNO TO WRK-QTDFN.
           MOVE WRK-FREQ-ALUNO  TO WRK-FREQFN.
           MOVE SPACES TO DR-LINHA.
           STRING WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX) ' '
                  WRK-TAB-DAL-NOME (WRK-DAL-IDX) ' '
                  WRK-NOTAS-TXT '   ' WRK-MEDIA-TXT '   '
                  WRK-QTDFN '   ' WRK-FREQFN '%  '
                  WRK-RESULTADO
               DELIMITED BY SIZE INTO DR-LINHA.
           WRITE DR-LINHA.
       4610-EXIT.
           EXIT.

       4620-NOTAS-DO-ALUNO.
           MOVE '  -     -     -' TO WRK-NOTAS-TXT.
           MOVE 'N' TO WRK-TEM-NOTA.
           IF WRK-QTD-NOTAS > ZEROS
               SET WRK-NOT-IDX TO 1
               SEARCH WRK-TAB-NOT-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-NOT-IDX > WRK-QTD-NOTAS
                       CONTINUE
                   WHEN WRK-TAB-NOT-MATRICULA (WRK-NOT-IDX)
                        = WRK-TAB-DAL-MATRICULA (WRK-DAL-IDX)
                    AND WRK-TAB-NOT-DISC (WRK-NOT-IDX)
                        = WRK-TAB-ATR-DISC (WRK-ATR-IDX)
                    AND WRK-TAB-NOT-TURMA (WRK-NOT-IDX)
                        = WRK-TAB-ATR-TURMA (WRK-ATR-IDX)
                       MOVE 'S' TO WRK-TEM-NOTA
                       MOVE WRK-TAB-NOT-NOTA1 (WRK-NOT-IDX)
                           TO WRK-NOTA1
                       MOVE WRK-TAB-NOT-NOTA2 (WRK-NOT-IDX)
                           TO WRK-NOTA2
                       MOVE WRK-TAB-NOT-NOTA3 (WRK-NOT-IDX)
                           TO WRK-NOTA3
               END-SEARCH
           END-IF.
           IF WRK-TEM-NOTA = 'S'
               MOVE SPACES TO WRK-NOTAS-TXT
               MOVE WRK-NOTA1 TO WRK-NOTAFN
               MOVE WRK-NOTAFN TO WRK-NOTAS-TXT (2:2)
               MOVE WRK-NOTA2 TO WRK-NOTAFN
               MOVE WRK-NOTAFN TO WRK-NOTAS-TXT (8:2)
               MOVE WRK-NOTA3 TO WRK-NOTAFN
               MOVE WRK-NOTAFN TO WRK-NOTAS-TXT (14:2)
           END-IF.
       4620-EXIT.
           EXIT.

      ****************************************************************
      * 4800-BLOCO-ASSINATURAS - FECHA O DIARIO COM O TOTAL DE AULAS *
      *                          E AS ASSINATURAS DO PROFESSOR, DA   *
      *                          COORDENACAO E DA SECRETARIA.        *
      ****************************************************************
       4800-BLOCO-ASSINATURAS.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.
           MOVE WRK-QTD-SELECAO TO WRK-QTDFN.
           MOVE SPACES TO DR-LINHA.
           STRING 'AULAS DADAS NO TERMO: ' WRK-QTDFN
                  '     LEGENDA: P PRESENTE  F FALTA  '
                  'J FALTA ABONADA (AB)  . SEM APONTAMENTO'
               DELIMITED BY SIZE INTO DR-LINHA.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           WRITE DR-LINHA.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           STRING '________________________________'
                  '          '
                  '________________________________'
                  '          '
                  '________________________________'
               DELIMITED BY SIZE INTO DR-LINHA.
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           MOVE 'PROFESSOR'              TO DR-LINHA (1:32).
           MOVE 'COORDENACAO PEDAGOGICA' TO DR-LINHA (43:32).
           MOVE 'SECRETARIA ACADEMICA'   TO DR-LINHA (85:32).
           WRITE DR-LINHA.
           MOVE SPACES TO DR-LINHA.
           MOVE WRK-NOME-PROFESSOR TO DR-LINHA (1:30).
           MOVE 'DATA: ____/____/________' TO DR-LINHA (43:30).
           MOVE 'DATA: ____/____/________' TO DR-LINHA (85:30).
           WRITE DR-LINHA.
       4800-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'APONTAMENTOS LIDOS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DIARIOS TO WRK-CONTROLEFN.
           DISPLAY 'DIARIOS IMPRESSOS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PAGINAS TO WRK-CONTROLEFN.
           DISPLAY 'PAGINAS:              ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-CHAMADA TO WRK-CONTROLEFN.
           DISPLAY 'DIARIOS SEM CHAMADA:  ' WRK-CONTROLEFN.
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
           MOVE 'PROGDIARIO' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS   TO RG-QTD-LIDOS.
           MOVE WRK-QTD-DIARIOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS           TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGDIARIO' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
