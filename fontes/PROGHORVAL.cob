       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGHORVAL.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONFERENCIA DO HORARIO DO TERMO INFORMADO NO DD    *
      *           TERMOPAR, ANTES DO INICIO DAS AULAS: CADA ENCONTRO *
      *           DO HORARIO PRECISA DE ATRIBUICAO NO PROFTURM, SALA *
      *           NO SALAMST E DIA/FAIXA VALIDOS. APONTA PROFESSOR   *
      *           EM DUAS AULAS NA MESMA FAIXA, SALA COM DUAS AULAS  *
      *           NA MESMA FAIXA, SALA MENOR QUE A INSCRICAO DA      *
      *           TURMA (MATRDISC), ATRIBUICAO SEM HORARIO E ALUNO   *
      *           INSCRITO EM DUAS DISCIPLINAS NA MESMA FAIXA. DEPOIS*
      *           IMPRIME A GRADE SEMANAL POR TURMA, POR PROFESSOR E *
      *           POR SALA.                                          *
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
           SELECT HORARIO-TURMA  ASSIGN TO "HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORARIO.
           SELECT SALA-MASTER    ASSIGN TO "SALAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALAMST.
           SELECT PROFESSOR-TURMA ASSIGN TO "PROFTURM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURM.
           SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMST.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT SORT-CHOQUE    ASSIGN TO "SORTWK01".
           SELECT HORARIO-REPORT ASSIGN TO "HORVALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORVALRP.
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
       FD  HORARIO-TURMA.
           COPY HORARIO.
       FD  SALA-MASTER.
           COPY SALAMST.
       FD  PROFESSOR-TURMA.
           COPY PROFTURM.
       FD  PROFESSOR-MASTER.
           COPY PROFMST.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       SD  SORT-CHOQUE.
       01  SC-REGISTRO.
           05  SC-MATRICULA         PICTURE X(08).
           05  SC-DIA-SEMANA        PICTURE 9(01).
           05  SC-FAIXA             PICTURE 9(02).
           05  SC-DISCIPLINA        PICTURE X(05).
           05  SC-TURMA             PICTURE X(03).
       FD  HORARIO-REPORT.
       01  HV-LINHA                 PICTURE X(100).
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
       77  WRK-FS-HORARIO           PIC X(02) VALUE SPACES.
           88  FS-HORARIO-OK            VALUE '00'.
       77  WRK-FS-SALAMST           PIC X(02) VALUE SPACES.
           88  FS-SALAMST-OK            VALUE '00'.
       77  WRK-FS-PROFTURM          PIC X(02) VALUE SPACES.
           88  FS-PROFTURM-OK           VALUE '00'.
       77  WRK-FS-PROFMST           PIC X(02) VALUE SPACES.
           88  FS-PROFMST-OK            VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-HORVALRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-HORARIO          PIC X(01) VALUE 'N'.
           88  FIM-HORARIO              VALUE 'S'.
       77  WRK-FIM-SALAMST          PIC X(01) VALUE 'N'.
           88  FIM-SALAMST              VALUE 'S'.
       77  WRK-FIM-PROFTURM         PIC X(01) VALUE 'N'.
           88  FIM-PROFTURM             VALUE 'S'.
       77  WRK-FIM-PROFMST          PIC X(01) VALUE 'N'.
           88  FIM-PROFMST              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-TERMO-ALVO           PIC X(06) VALUE SPACES.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.
       77  WRK-MOTIVO               PIC X(40) VALUE SPACES.
       77  WRK-ATR-POS              PIC 9(04) COMP VALUE ZEROS.
       77  WRK-SAL-POS              PIC 9(04) COMP VALUE ZEROS.
       77  WRK-QTD-EDIT             PIC ZZ9.
       77  WRK-CAP-EDIT             PIC ZZ9.

      * SALAS DO SALAMST.
       01  WRK-TAB-SALA.
           05  WRK-TAB-SAL-ITEM OCCURS 200 TIMES
                                INDEXED BY WRK-SAL-IDX.
               10  WRK-TAB-SAL-SALA     PICTURE X(05).
               10  WRK-TAB-SAL-DESCRICAO PICTURE X(30).
               10  WRK-TAB-SAL-CAPACIDADE PICTURE 9(03).
               10  WRK-TAB-SAL-TIPO     PICTURE X(01).
       77  WRK-QTD-SALAS            PIC 9(04) COMP VALUE ZEROS.

      * NOMES DOS PROFESSORES (PROFMST).
       01  WRK-TAB-PROFESSOR.
           05  WRK-TAB-PRF-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-PRF-IDX.
               10  WRK-TAB-PRF-CODIGO   PICTURE X(05).
               10  WRK-TAB-PRF-NOME     PICTURE X(30).
       77  WRK-QTD-PROFESSORES      PIC 9(04) COMP VALUE ZEROS.
       77  WRK-NOME-PROFESSOR       PIC X(30) VALUE SPACES.

      * ATRIBUICOES DO TERMO (PROFTURM), COM A INSCRICAO DA TURMA NO
      * MATRDISC E A MARCA DE QUE A TURMA TEM HORARIO.
       01  WRK-TAB-ATRIBUICAO.
           05  WRK-TAB-ATR-ITEM OCCURS 1000 TIMES
                                INDEXED BY WRK-ATR-IDX WRK-ATR-IDX2.
               10  WRK-TAB-ATR-PROFESSOR PICTURE X(05).
               10  WRK-TAB-ATR-TURMA    PICTURE X(03).
               10  WRK-TAB-ATR-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-ATR-INSCRITOS PICTURE 9(03).
               10  WRK-TAB-ATR-TEM-HORARIO PICTURE X(01).
       77  WRK-QTD-ATRIBUICOES      PIC 9(04) COMP VALUE ZEROS.

      * ENCONTROS VALIDOS DO HORARIO DO TERMO.
       01  WRK-TAB-HORARIO.
           05  WRK-TAB-HOR-ITEM OCCURS 2000 TIMES
                                INDEXED BY WRK-HOR-IDX WRK-HOR-IDX2.
               10  WRK-TAB-HOR-PROFESSOR PICTURE X(05).
               10  WRK-TAB-HOR-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-HOR-TURMA    PICTURE X(03).
               10  WRK-TAB-HOR-DIA      PICTURE 9(01).
               10  WRK-TAB-HOR-FAIXA    PICTURE 9(02).
               10  WRK-TAB-HOR-SALA     PICTURE X(05).
               10  WRK-TAB-HOR-ATR-POS  PICTURE 9(04) COMP.
               10  WRK-TAB-HOR-SAL-POS  PICTURE 9(04) COMP.
       77  WRK-QTD-HORARIOS         PIC 9(04) COMP VALUE ZEROS.

      * GRADE SEMANAL (FAIXA X DIA) MONTADA PARA CADA TURMA,
      * PROFESSOR OU SALA.
       01  WRK-GRADE.
           05  WRK-GRD-FAIXA OCCURS 20 TIMES
                                INDEXED BY WRK-GRD-IDX.
               10  WRK-GRD-DIA      PICTURE X(15) OCCURS 6 TIMES.
       77  WRK-MAIOR-FAIXA          PIC 9(02) VALUE ZEROS.
       77  WRK-FAIXA-ATUAL          PIC 9(02) VALUE ZEROS.
       77  WRK-COLUNA               PIC 9(01) VALUE ZEROS.
       77  WRK-CELULA               PIC X(15) VALUE SPACES.
       77  WRK-IMPRIMIR             PIC X(01) VALUE 'N'.
           88  GRADE-COM-AULA           VALUE 'S'.
       01  WRK-NOMES-DIAS.
           05  FILLER               PIC X(15) VALUE 'SEGUNDA'.
           05  FILLER               PIC X(15) VALUE 'TERCA'.
           05  FILLER               PIC X(15) VALUE 'QUARTA'.
           05  FILLER               PIC X(15) VALUE 'QUINTA'.
           05  FILLER               PIC X(15) VALUE 'SEXTA'.
           05  FILLER               PIC X(15) VALUE 'SABADO'.
       01  WRK-LINHA-GRADE.
           05  WRK-LG-ROTULO.
               10  WRK-LG-TEXTO     PIC X(06) VALUE SPACES.
               10  WRK-LG-FAIXA     PIC X(02) VALUE SPACES.
               10  FILLER           PIC X(02) VALUE SPACES.
           05  WRK-LG-CELULAS       PIC X(90) VALUE SPACES.

      * ENCONTRO ANTERIOR DO ALUNO NA SAIDA DO SORT.
       01  WRK-CHOQUE-ANTERIOR.
           05  WRK-CA-MATRICULA     PICTURE X(08) VALUE SPACES.
           05  WRK-CA-DIA-SEMANA    PICTURE 9(01) VALUE ZEROS.
           05  WRK-CA-FAIXA         PICTURE 9(02) VALUE ZEROS.
           05  WRK-CA-DISCIPLINA    PICTURE X(05) VALUE SPACES.
           05  WRK-CA-TURMA         PICTURE X(03) VALUE SPACES.

       77  WRK-QTD-LIDOS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-INVALIDOS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CHOQUE-PROF      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CHOQUE-SALA      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SALA-PEQUENA     PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-HORARIO      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CHOQUE-ALUNO     PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PROBLEMAS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LER-TERMO.
           IF WRK-TERMO-ALVO = SPACES
               DISPLAY 'TERMO NAO INFORMADO NO TERMOPAR - CONFERENCIA '
                       'DO HORARIO NAO RODA'
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1100-CARREGAR-SALAS.
           PERFORM 1200-CARREGAR-PROFESSORES.
           PERFORM 1300-CARREGAR-ATRIBUICOES.
           PERFORM 1400-CONTAR-INSCRITOS.
           OPEN OUTPUT HORARIO-REPORT.
           MOVE SPACES TO HV-LINHA.
           STRING 'CONFERENCIA DO HORARIO DO TERMO ' WRK-TERMO-ALVO
                  ' EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO HV-LINHA
           END-STRING.
           WRITE HV-LINHA.
           MOVE ALL '=' TO HV-LINHA.
           WRITE HV-LINHA.
           MOVE 'PROBLEMAS ENCONTRADOS' TO HV-LINHA.
           WRITE HV-LINHA.
           PERFORM 1500-CARREGAR-HORARIO.
           PERFORM 2000-CONFERIR-CHOQUES.
           PERFORM 2400-CONFERIR-CAPACIDADE THRU 2400-EXIT
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-QTD-HORARIOS.
           PERFORM 2500-CONFERIR-SEM-HORARIO
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
           SORT SORT-CHOQUE
               ON ASCENDING KEY SC-MATRICULA
                                SC-DIA-SEMANA
                                SC-FAIXA
               INPUT PROCEDURE IS 2600-LIBERAR-ENCONTROS
               OUTPUT PROCEDURE IS 2700-CONFERIR-ALUNOS.
           PERFORM 3000-IMPRIMIR-GRADES.
           PERFORM 9000-ENCERRAR-RELATORIO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-LER-TERMO - TERMO A CONFERIR, NO DD TERMOPAR.           *
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
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-SALAS - SALAS DO SALAMST.                      *
      ****************************************************************
       1100-CARREGAR-SALAS.
           OPEN INPUT SALA-MASTER.
           IF FS-SALAMST-OK
               READ SALA-MASTER
                   AT END SET FIM-SALAMST TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-SALA UNTIL FIM-SALAMST
               CLOSE SALA-MASTER
           ELSE
               DISPLAY 'SALAMST INDISPONIVEL - FS: ' WRK-FS-SALAMST
               MOVE 'SALAMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-SALAMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-SALA.
           IF SU-CAPACIDADE NOT NUMERIC
               MOVE ZEROS TO SU-CAPACIDADE
           END-IF.
           IF WRK-QTD-SALAS < 200
               ADD 1 TO WRK-QTD-SALAS
               MOVE SU-SALA      TO WRK-TAB-SAL-SALA (WRK-QTD-SALAS)
               MOVE SU-DESCRICAO
                   TO WRK-TAB-SAL-DESCRICAO (WRK-QTD-SALAS)
               MOVE SU-CAPACIDADE
                   TO WRK-TAB-SAL-CAPACIDADE (WRK-QTD-SALAS)
               MOVE SU-TIPO      TO WRK-TAB-SAL-TIPO (WRK-QTD-SALAS)
           ELSE
               DISPLAY 'SALAMST EXCEDE A CAPACIDADE DA TABELA - SALA '
                       SU-SALA ' IGNORADA'
           END-IF.
           READ SALA-MASTER
               AT END SET FIM-SALAMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-PROFESSORES - NOMES PARA AS GRADES; SEM O      *
      *                             PROFMST, SAI SO O CODIGO.        *
      ****************************************************************
       1200-CARREGAR-PROFESSORES.
           OPEN INPUT PROFESSOR-MASTER.
           IF FS-PROFMST-OK
               READ PROFESSOR-MASTER
                   AT END SET FIM-PROFMST TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-PROFESSOR UNTIL FIM-PROFMST
               CLOSE PROFESSOR-MASTER
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-PROFESSOR.
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
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-ATRIBUICOES - ATRIBUICOES DO TERMO NO PROFTURM.*
      ****************************************************************
       1300-CARREGAR-ATRIBUICOES.
           OPEN INPUT PROFESSOR-TURMA.
           IF FS-PROFTURM-OK
               READ PROFESSOR-TURMA
                   AT END SET FIM-PROFTURM TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-ATRIBUICAO UNTIL FIM-PROFTURM
               CLOSE PROFESSOR-TURMA
           ELSE
               DISPLAY 'PROFTURM INDISPONIVEL - FS: ' WRK-FS-PROFTURM
               MOVE 'PROFTURM' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-PROFTURM TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-ATRIBUICAO.
           IF PT-TERMO = WRK-TERMO-ALVO
               IF WRK-QTD-ATRIBUICOES < 1000
                   ADD 1 TO WRK-QTD-ATRIBUICOES
                   MOVE PT-PROFESSOR
                       TO WRK-TAB-ATR-PROFESSOR (WRK-QTD-ATRIBUICOES)
                   MOVE PT-TURMA
                       TO WRK-TAB-ATR-TURMA (WRK-QTD-ATRIBUICOES)
                   MOVE PT-DISCIPLINA
                       TO WRK-TAB-ATR-DISCIPLINA (WRK-QTD-ATRIBUICOES)
                   MOVE ZEROS
                       TO WRK-TAB-ATR-INSCRITOS (WRK-QTD-ATRIBUICOES)
                   MOVE 'N'
                       TO WRK-TAB-ATR-TEM-HORARIO (WRK-QTD-ATRIBUICOES)
               ELSE
                   DISPLAY 'PROFTURM EXCEDE A CAPACIDADE DA TABELA - '
                           PT-PROFESSOR ' ' PT-DISCIPLINA ' '
                           PT-TURMA ' IGNORADA'
               END-IF
           END-IF.
           READ PROFESSOR-TURMA
               AT END SET FIM-PROFTURM TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CONTAR-INSCRITOS - INSCRITOS DE CADA TURMA DO TERMO NO  *
      *                         MATRDISC.                            *
      ****************************************************************
       1400-CONTAR-INSCRITOS.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 1410-CONTAR-INSCRICAO UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           END-IF.
       1400-EXIT.
           EXIT.

       1410-CONTAR-INSCRICAO.
           IF MD-TERMO = WRK-TERMO-ALVO
              AND WRK-QTD-ATRIBUICOES > ZEROS
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRIBUICOES
                       CONTINUE
                   WHEN WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX)
                        = MD-DISCIPLINA
                    AND WRK-TAB-ATR-TURMA (WRK-ATR-IDX) = MD-TURMA
                       IF WRK-TAB-ATR-INSCRITOS (WRK-ATR-IDX) < 999
                           ADD 1 TO WRK-TAB-ATR-INSCRITOS (WRK-ATR-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 1500-CARREGAR-HORARIO - ENCONTROS DO TERMO. O ENCONTRO SEM   *
      *                         ATRIBUICAO, COM SALA DESCONHECIDA OU *
      *                         DIA/FAIXA INVALIDOS SAI NO RELATORIO *
      *                         E FICA FORA DAS DEMAIS CONFERENCIAS. *
      ****************************************************************
       1500-CARREGAR-HORARIO.
           OPEN INPUT HORARIO-TURMA.
           IF FS-HORARIO-OK
               READ HORARIO-TURMA
                   AT END SET FIM-HORARIO TO TRUE
               END-READ
               PERFORM 1510-CONFERIR-ENCONTRO THRU 1510-EXIT
                   UNTIL FIM-HORARIO
               CLOSE HORARIO-TURMA
           ELSE
               DISPLAY 'HORARIO INDISPONIVEL - FS: ' WRK-FS-HORARIO
               MOVE 'HORARIO' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-HORARIO TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1500-EXIT.
           EXIT.

       1510-CONFERIR-ENCONTRO.
           IF HO-TERMO NOT = WRK-TERMO-ALVO
               GO TO 1510-LER
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           IF HO-DIA-SEMANA NOT NUMERIC OR HO-FAIXA NOT NUMERIC
               MOVE 'DIA OU FAIXA NAO NUMERICO' TO WRK-MOTIVO
               GO TO 1510-RECUSAR
           END-IF.
           IF HO-DIA-SEMANA < 2 OR HO-DIA-SEMANA > 7
              OR HO-FAIXA < 1 OR HO-FAIXA > 20
               MOVE 'DIA (2 A 7) OU FAIXA (01 A 20) INVALIDO'
                   TO WRK-MOTIVO
               GO TO 1510-RECUSAR
           END-IF.
           MOVE ZEROS TO WRK-ATR-POS.
           IF WRK-QTD-ATRIBUICOES > ZEROS
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRIBUICOES
                       CONTINUE
                   WHEN WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                        = HO-PROFESSOR
                    AND WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX)
                        = HO-DISCIPLINA
                    AND WRK-TAB-ATR-TURMA (WRK-ATR-IDX) = HO-TURMA
                       SET WRK-ATR-POS TO WRK-ATR-IDX
               END-SEARCH
           END-IF.
           IF WRK-ATR-POS = ZEROS
               MOVE 'AULA SEM ATRIBUICAO NO PROFTURM' TO WRK-MOTIVO
               GO TO 1510-RECUSAR
           END-IF.
           MOVE ZEROS TO WRK-SAL-POS.
           IF WRK-QTD-SALAS > ZEROS
               SET WRK-SAL-IDX TO 1
               SEARCH WRK-TAB-SAL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-SAL-IDX > WRK-QTD-SALAS
                       CONTINUE
                   WHEN WRK-TAB-SAL-SALA (WRK-SAL-IDX) = HO-SALA
                       SET WRK-SAL-POS TO WRK-SAL-IDX
               END-SEARCH
           END-IF.
           IF WRK-SAL-POS = ZEROS
               MOVE 'SALA NAO CADASTRADA NO SALAMST' TO WRK-MOTIVO
               GO TO 1510-RECUSAR
           END-IF.
           IF WRK-QTD-HORARIOS NOT < 2000
               MOVE 'HORARIO EXCEDE A CAPACIDADE DA TABELA'
                   TO WRK-MOTIVO
               GO TO 1510-RECUSAR
           END-IF.
           ADD 1 TO WRK-QTD-HORARIOS.
           MOVE HO-PROFESSOR
               TO WRK-TAB-HOR-PROFESSOR (WRK-QTD-HORARIOS).
           MOVE HO-DISCIPLINA
               TO WRK-TAB-HOR-DISCIPLINA (WRK-QTD-HORARIOS).
           MOVE HO-TURMA      TO WRK-TAB-HOR-TURMA (WRK-QTD-HORARIOS).
           MOVE HO-DIA-SEMANA TO WRK-TAB-HOR-DIA (WRK-QTD-HORARIOS).
           MOVE HO-FAIXA      TO WRK-TAB-HOR-FAIXA (WRK-QTD-HORARIOS).
           MOVE HO-SALA       TO WRK-TAB-HOR-SALA (WRK-QTD-HORARIOS).
           MOVE WRK-ATR-POS   TO WRK-TAB-HOR-ATR-POS (WRK-QTD-HORARIOS).
           MOVE WRK-SAL-POS   TO WRK-TAB-HOR-SAL-POS (WRK-QTD-HORARIOS).
           MOVE 'S' TO WRK-TAB-ATR-TEM-HORARIO (WRK-ATR-POS).
           IF HO-FAIXA > WRK-MAIOR-FAIXA
               MOVE HO-FAIXA TO WRK-MAIOR-FAIXA
           END-IF.
           GO TO 1510-LER.
       1510-RECUSAR.
           ADD 1 TO WRK-QTD-INVALIDOS.
           ADD 1 TO WRK-QTD-PROBLEMAS.
           MOVE SPACES TO HV-LINHA.
           STRING 'ENCONTRO INVALIDO: ' HO-PROFESSOR ' ' HO-DISCIPLINA
                  ' ' HO-TURMA ' DIA ' HO-DIA-SEMANA ' FAIXA '
                  HO-FAIXA ' SALA ' HO-SALA ' - ' WRK-MOTIVO
               DELIMITED BY SIZE INTO HV-LINHA
           END-STRING.
           WRITE HV-LINHA.
       1510-LER.
           READ HORARIO-TURMA
               AT END SET FIM-HORARIO TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CONFERIR-CHOQUES - COMPARA CADA PAR DE ENCONTROS: MESMO *
      *                         PROFESSOR OU MESMA SALA NO MESMO DIA *
      *                         E FAIXA E CHOQUE.                    *
      ****************************************************************
       2000-CONFERIR-CHOQUES.
           PERFORM 2100-CONFERIR-ENCONTRO
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-QTD-HORARIOS.
       2000-EXIT.
           EXIT.

       2100-CONFERIR-ENCONTRO.
           SET WRK-HOR-IDX2 TO WRK-HOR-IDX.
           SET WRK-HOR-IDX2 UP BY 1.
           PERFORM 2200-COMPARAR-PAR THRU 2200-EXIT
               VARYING WRK-HOR-IDX2 FROM WRK-HOR-IDX2 BY 1
               UNTIL WRK-HOR-IDX2 > WRK-QTD-HORARIOS.
       2100-EXIT.
           EXIT.

       2200-COMPARAR-PAR.
           IF WRK-TAB-HOR-DIA (WRK-HOR-IDX2)
              NOT = WRK-TAB-HOR-DIA (WRK-HOR-IDX)
              OR WRK-TAB-HOR-FAIXA (WRK-HOR-IDX2)
              NOT = WRK-TAB-HOR-FAIXA (WRK-HOR-IDX)
               GO TO 2200-EXIT
           END-IF.
           IF WRK-TAB-HOR-PROFESSOR (WRK-HOR-IDX2)
              = WRK-TAB-HOR-PROFESSOR (WRK-HOR-IDX)
               ADD 1 TO WRK-QTD-CHOQUE-PROF
               ADD 1 TO WRK-QTD-PROBLEMAS
               MOVE SPACES TO HV-LINHA
               STRING 'PROFESSOR ' WRK-TAB-HOR-PROFESSOR (WRK-HOR-IDX)
                      ' EM DUAS AULAS NO DIA '
                      WRK-TAB-HOR-DIA (WRK-HOR-IDX)
                      ' FAIXA ' WRK-TAB-HOR-FAIXA (WRK-HOR-IDX) ': '
                      WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX) '/'
                      WRK-TAB-HOR-TURMA (WRK-HOR-IDX) ' E '
                      WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX2) '/'
                      WRK-TAB-HOR-TURMA (WRK-HOR-IDX2)
                   DELIMITED BY SIZE INTO HV-LINHA
               END-STRING
               WRITE HV-LINHA
           END-IF.
           IF WRK-TAB-HOR-SALA (WRK-HOR-IDX2)
              = WRK-TAB-HOR-SALA (WRK-HOR-IDX)
               ADD 1 TO WRK-QTD-CHOQUE-SALA
               ADD 1 TO WRK-QTD-PROBLEMAS
               MOVE SPACES TO HV-LINHA
               STRING 'SALA ' WRK-TAB-HOR-SALA (WRK-HOR-IDX)
                      ' COM DUAS AULAS NO DIA '
                      WRK-TAB-HOR-DIA (WRK-HOR-IDX)
                      ' FAIXA ' WRK-TAB-HOR-FAIXA (WRK-HOR-IDX) ': '
                      WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX) '/'
                      WRK-TAB-HOR-TURMA (WRK-HOR-IDX) ' E '
                      WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX2) '/'
                      WRK-TAB-HOR-TURMA (WRK-HOR-IDX2)
                   DELIMITED BY SIZE INTO HV-LINHA
               END-STRING
               WRITE HV-LINHA
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2400-CONFERIR-CAPACIDADE - SALA MENOR QUE A INSCRICAO DA     *
      *                            TURMA (UMA VEZ POR TURMA E SALA). *
      ****************************************************************
       2400-CONFERIR-CAPACIDADE.
           MOVE WRK-TAB-HOR-ATR-POS (WRK-HOR-IDX) TO WRK-ATR-POS.
           MOVE WRK-TAB-HOR-SAL-POS (WRK-HOR-IDX) TO WRK-SAL-POS.
           IF WRK-TAB-ATR-INSCRITOS (WRK-ATR-POS)
              NOT > WRK-TAB-SAL-CAPACIDADE (WRK-SAL-POS)
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2410-PROCURAR-ANTERIOR
               VARYING WRK-HOR-IDX2 FROM 1 BY 1
               UNTIL WRK-HOR-IDX2 NOT < WRK-HOR-IDX
                  OR ACHOU.
           IF ACHOU
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-SALA-PEQUENA.
           ADD 1 TO WRK-QTD-PROBLEMAS.
           MOVE WRK-TAB-ATR-INSCRITOS (WRK-ATR-POS) TO WRK-QTD-EDIT.
           MOVE WRK-TAB-SAL-CAPACIDADE (WRK-SAL-POS) TO WRK-CAP-EDIT.
           MOVE SPACES TO HV-LINHA.
           STRING 'SALA ' WRK-TAB-HOR-SALA (WRK-HOR-IDX)
                  ' (' WRK-CAP-EDIT ' LUGARES) MENOR QUE A TURMA '
                  WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX) '/'
                  WRK-TAB-HOR-TURMA (WRK-HOR-IDX)
                  ' (' WRK-QTD-EDIT ' INSCRITOS)'
               DELIMITED BY SIZE INTO HV-LINHA
           END-STRING.
           WRITE HV-LINHA.
       2400-EXIT.
           EXIT.

       2410-PROCURAR-ANTERIOR.
           IF WRK-TAB-HOR-ATR-POS (WRK-HOR-IDX2) = WRK-ATR-POS
              AND WRK-TAB-HOR-SAL-POS (WRK-HOR-IDX2) = WRK-SAL-POS
               SET ACHOU TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

       2500-CONFERIR-SEM-HORARIO.
           IF WRK-TAB-ATR-TEM-HORARIO (WRK-ATR-IDX) = 'N'
               ADD 1 TO WRK-QTD-SEM-HORARIO
               ADD 1 TO WRK-QTD-PROBLEMAS
               MOVE SPACES TO HV-LINHA
               STRING 'TURMA SEM HORARIO: '
                      WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX) '/'
                      WRK-TAB-ATR-TURMA (WRK-ATR-IDX)
                      ' PROFESSOR ' WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                   DELIMITED BY SIZE INTO HV-LINHA
               END-STRING
               WRITE HV-LINHA
           END-IF.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2600-LIBERAR-ENCONTROS - PARA CADA INSCRICAO DO TERMO, UM    *
      *                          REGISTRO DE SORT POR ENCONTRO DA    *
      *                          TURMA (ALUNO, DIA, FAIXA).          *
      ****************************************************************
       2600-LIBERAR-ENCONTROS.
           MOVE 'N' TO WRK-FIM-MATRDISC.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 2610-LIBERAR-INSCRICAO UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           END-IF.
       2600-EXIT.
           EXIT.

       2610-LIBERAR-INSCRICAO.
           IF MD-TERMO = WRK-TERMO-ALVO
               PERFORM 2620-LIBERAR-ENCONTRO
                   VARYING WRK-HOR-IDX FROM 1 BY 1
                   UNTIL WRK-HOR-IDX > WRK-QTD-HORARIOS
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.

       2620-LIBERAR-ENCONTRO.
           IF WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX) = MD-DISCIPLINA
              AND WRK-TAB-HOR-TURMA (WRK-HOR-IDX) = MD-TURMA
               MOVE MD-MATRICULA TO SC-MATRICULA
               MOVE WRK-TAB-HOR-DIA (WRK-HOR-IDX) TO SC-DIA-SEMANA
               MOVE WRK-TAB-HOR-FAIXA (WRK-HOR-IDX) TO SC-FAIXA
               MOVE MD-DISCIPLINA TO SC-DISCIPLINA
               MOVE MD-TURMA      TO SC-TURMA
               RELEASE SC-REGISTRO
           END-IF.
       2620-EXIT.
           EXIT.

      ****************************************************************
      * 2700-CONFERIR-ALUNOS - NA ORDEM ALUNO/DIA/FAIXA, DOIS        *
      *                        ENCONTROS SEGUIDOS DO MESMO ALUNO NA  *
      *                        MESMA FAIXA, DE TURMAS DIFERENTES,    *
      *                        SAO CHOQUE.                           *
      ****************************************************************
       2700-CONFERIR-ALUNOS.
           RETURN SORT-CHOQUE
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 2710-COMPARAR-ENCONTRO UNTIL FIM-SORT.
       2700-EXIT.
           EXIT.

       2710-COMPARAR-ENCONTRO.
           IF SC-MATRICULA  = WRK-CA-MATRICULA
              AND SC-DIA-SEMANA = WRK-CA-DIA-SEMANA
              AND SC-FAIXA      = WRK-CA-FAIXA
              AND (SC-DISCIPLINA NOT = WRK-CA-DISCIPLINA
                   OR SC-TURMA NOT = WRK-CA-TURMA)
               ADD 1 TO WRK-QTD-CHOQUE-ALUNO
               ADD 1 TO WRK-QTD-PROBLEMAS
               MOVE SPACES TO HV-LINHA
               STRING 'ALUNO ' SC-MATRICULA
                      ' EM DUAS AULAS NO DIA ' SC-DIA-SEMANA
                      ' FAIXA ' SC-FAIXA ': '
                      WRK-CA-DISCIPLINA '/' WRK-CA-TURMA ' E '
                      SC-DISCIPLINA '/' SC-TURMA
                   DELIMITED BY SIZE INTO HV-LINHA
               END-STRING
               WRITE HV-LINHA
           END-IF.
           MOVE SC-REGISTRO TO WRK-CHOQUE-ANTERIOR.
           RETURN SORT-CHOQUE
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       2710-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-GRADES - GRADE SEMANAL POR TURMA (SALA E       *
      *                        PROFESSOR NA CELULA), POR PROFESSOR   *
      *                        (TURMA E SALA) E POR SALA (TURMA E    *
      *                        PROFESSOR).                           *
      ****************************************************************
       3000-IMPRIMIR-GRADES.
           MOVE ALL '=' TO HV-LINHA.
           WRITE HV-LINHA.
           MOVE 'GRADE POR TURMA' TO HV-LINHA.
           WRITE HV-LINHA.
           PERFORM 3100-GRADE-TURMA
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
           MOVE ALL '=' TO HV-LINHA.
           WRITE HV-LINHA.
           MOVE 'GRADE POR PROFESSOR' TO HV-LINHA.
           WRITE HV-LINHA.
           PERFORM 3200-GRADE-PROFESSOR THRU 3200-EXIT
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
           MOVE ALL '=' TO HV-LINHA.
           WRITE HV-LINHA.
           MOVE 'GRADE POR SALA' TO HV-LINHA.
           WRITE HV-LINHA.
           PERFORM 3300-GRADE-SALA THRU 3300-EXIT
               VARYING WRK-SAL-IDX FROM 1 BY 1
               UNTIL WRK-SAL-IDX > WRK-QTD-SALAS.
       3000-EXIT.
           EXIT.

       3100-GRADE-TURMA.
           MOVE SPACES TO WRK-GRADE.
           PERFORM 3110-MARCAR-TURMA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-QTD-HORARIOS.
           MOVE WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX) TO PF-CODIGO.
           PERFORM 3900-PROCURAR-NOME.
           MOVE WRK-TAB-ATR-INSCRITOS (WRK-ATR-IDX) TO WRK-QTD-EDIT.
           MOVE SPACES TO HV-LINHA.
           WRITE HV-LINHA.
           STRING 'TURMA ' WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX) '/'
                  WRK-TAB-ATR-TURMA (WRK-ATR-IDX)
                  ' - PROFESSOR ' WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                  ' ' WRK-NOME-PROFESSOR
                  ' - INSCRITOS: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO HV-LINHA
           END-STRING.
           WRITE HV-LINHA.
           PERFORM 3800-IMPRIMIR-GRADE.
       3100-EXIT.
           EXIT.

       3110-MARCAR-TURMA.
           IF WRK-TAB-HOR-ATR-POS (WRK-HOR-IDX) = WRK-ATR-IDX
               MOVE SPACES TO WRK-CELULA
               STRING WRK-TAB-HOR-SALA (WRK-HOR-IDX)
                      ' '
                      WRK-TAB-HOR-PROFESSOR (WRK-HOR-IDX)
                   DELIMITED BY SIZE INTO WRK-CELULA
               END-STRING
               PERFORM 3700-MARCAR-CELULA
           END-IF.
       3110-EXIT.
           EXIT.

       3200-GRADE-PROFESSOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 3210-PROCURAR-ANTERIOR
               VARYING WRK-ATR-IDX2 FROM 1 BY 1
               UNTIL WRK-ATR-IDX2 NOT < WRK-ATR-IDX
                  OR ACHOU.
           IF ACHOU
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WRK-GRADE.
           PERFORM 3220-MARCAR-PROFESSOR
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-QTD-HORARIOS.
           MOVE WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX) TO PF-CODIGO.
           PERFORM 3900-PROCURAR-NOME.
           MOVE SPACES TO HV-LINHA.
           WRITE HV-LINHA.
           STRING 'PROFESSOR ' WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                  ' ' WRK-NOME-PROFESSOR
               DELIMITED BY SIZE INTO HV-LINHA
           END-STRING.
           WRITE HV-LINHA.
           PERFORM 3800-IMPRIMIR-GRADE.
       3200-EXIT.
           EXIT.

       3210-PROCURAR-ANTERIOR.
           IF WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX2)
              = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
               SET ACHOU TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

       3220-MARCAR-PROFESSOR.
           IF WRK-TAB-HOR-PROFESSOR (WRK-HOR-IDX)
              = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
               MOVE SPACES TO WRK-CELULA
               STRING WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX) '/'
                      WRK-TAB-HOR-TURMA (WRK-HOR-IDX) ' '
                      WRK-TAB-HOR-SALA (WRK-HOR-IDX)
                   DELIMITED BY SIZE INTO WRK-CELULA
               END-STRING
               PERFORM 3700-MARCAR-CELULA
           END-IF.
       3220-EXIT.
           EXIT.

       3300-GRADE-SALA.
           MOVE SPACES TO WRK-GRADE.
           MOVE 'N' TO WRK-IMPRIMIR.
           PERFORM 3310-MARCAR-SALA
               VARYING WRK-HOR-IDX FROM 1 BY 1
               UNTIL WRK-HOR-IDX > WRK-QTD-HORARIOS.
           IF NOT GRADE-COM-AULA
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-TAB-SAL-CAPACIDADE (WRK-SAL-IDX) TO WRK-CAP-EDIT.
           MOVE SPACES TO HV-LINHA.
           WRITE HV-LINHA.
           STRING 'SALA ' WRK-TAB-SAL-SALA (WRK-SAL-IDX)
                  ' ' WRK-TAB-SAL-DESCRICAO (WRK-SAL-IDX)
                  ' - TIPO ' WRK-TAB-SAL-TIPO (WRK-SAL-IDX)
                  ' - LUGARES: ' WRK-CAP-EDIT
               DELIMITED BY SIZE INTO HV-LINHA
           END-STRING.
           WRITE HV-LINHA.
           PERFORM 3800-IMPRIMIR-GRADE.
       3300-EXIT.
           EXIT.

       3310-MARCAR-SALA.
           IF WRK-TAB-HOR-SAL-POS (WRK-HOR-IDX) = WRK-SAL-IDX
               SET GRADE-COM-AULA TO TRUE
               MOVE SPACES TO WRK-CELULA
               STRING WRK-TAB-HOR-DISCIPLINA (WRK-HOR-IDX) '/'
                      WRK-TAB-HOR-TURMA (WRK-HOR-IDX) ' '
                      WRK-TAB-HOR-PROFESSOR (WRK-HOR-IDX)
                   DELIMITED BY SIZE INTO WRK-CELULA
               END-STRING
               PERFORM 3700-MARCAR-CELULA
           END-IF.
       3310-EXIT.
           EXIT.

      ****************************************************************
      * 3700-MARCAR-CELULA - POE WRK-CELULA NA GRADE, NO DIA/FAIXA   *
      *                      DO ENCONTRO; CELULA JA OCUPADA MOSTRA O *
      *                      CHOQUE.                                 *
      ****************************************************************
       3700-MARCAR-CELULA.
           COMPUTE WRK-COLUNA = WRK-TAB-HOR-DIA (WRK-HOR-IDX) - 1.
           SET WRK-GRD-IDX TO WRK-TAB-HOR-FAIXA (WRK-HOR-IDX).
           IF WRK-GRD-DIA (WRK-GRD-IDX, WRK-COLUNA) = SPACES
               MOVE WRK-CELULA TO WRK-GRD-DIA (WRK-GRD-IDX, WRK-COLUNA)
           ELSE
               MOVE '** CHOQUE **'
                   TO WRK-GRD-DIA (WRK-GRD-IDX, WRK-COLUNA)
           END-IF.
       3700-EXIT.
           EXIT.

      ****************************************************************
      * 3800-IMPRIMIR-GRADE - CABECALHO DOS DIAS E UMA LINHA POR     *
      *                       FAIXA ATE A MAIOR FAIXA DO HORARIO.    *
      ****************************************************************
       3800-IMPRIMIR-GRADE.
           MOVE 'FAIXA' TO WRK-LG-TEXTO.
           MOVE SPACES  TO WRK-LG-FAIXA.
           MOVE WRK-NOMES-DIAS TO WRK-LG-CELULAS.
           MOVE WRK-LINHA-GRADE TO HV-LINHA.
           WRITE HV-LINHA.
           PERFORM 3810-IMPRIMIR-FAIXA
               VARYING WRK-GRD-IDX FROM 1 BY 1
               UNTIL WRK-GRD-IDX > WRK-MAIOR-FAIXA.
       3800-EXIT.
           EXIT.

       3810-IMPRIMIR-FAIXA.
           MOVE SPACES TO WRK-LG-TEXTO.
           SET WRK-FAIXA-ATUAL TO WRK-GRD-IDX.
           MOVE WRK-FAIXA-ATUAL TO WRK-LG-FAIXA.
           MOVE WRK-GRD-FAIXA (WRK-GRD-IDX) TO WRK-LG-CELULAS.
           MOVE WRK-LINHA-GRADE TO HV-LINHA.
           WRITE HV-LINHA.
       3810-EXIT.
           EXIT.

       3900-PROCURAR-NOME.
           MOVE SPACES TO WRK-NOME-PROFESSOR.
           IF WRK-QTD-PROFESSORES > ZEROS
               SET WRK-PRF-IDX TO 1
               SEARCH WRK-TAB-PRF-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-PRF-IDX > WRK-QTD-PROFESSORES
                       CONTINUE
                   WHEN WRK-TAB-PRF-CODIGO (WRK-PRF-IDX) = PF-CODIGO
                       MOVE WRK-TAB-PRF-NOME (WRK-PRF-IDX)
                           TO WRK-NOME-PROFESSOR
               END-SEARCH
           END-IF.
       3900-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-RELATORIO - TOTAIS E FECHAMENTO DO RELATORIO.  *
      ****************************************************************
       9000-ENCERRAR-RELATORIO.
           MOVE ALL '=' TO HV-LINHA.
           WRITE HV-LINHA.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO HV-LINHA.
           STRING 'ENCONTROS LIDOS:            ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO HV-LINHA.
           WRITE HV-LINHA.
           MOVE WRK-QTD-INVALIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO HV-LINHA.
           STRING 'ENCONTROS INVALIDOS:        ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO HV-LINHA.
           WRITE HV-LINHA.
           MOVE WRK-QTD-CHOQUE-PROF TO WRK-CONTROLEFN.
           MOVE SPACES TO HV-LINHA.
           STRING 'CHOQUES DE PROFESSOR:       ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO HV-LINHA.
           WRITE HV-LINHA.
           MOVE WRK-QTD-CHOQUE-SALA TO WRK-CONTROLEFN.
           MOVE SPACES TO HV-LINHA.
           STRING 'CHOQUES DE SALA:            ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO HV-LINHA.
           WRITE HV-LINHA.
           MOVE WRK-QTD-SALA-PEQUENA TO WRK-CONTROLEFN.
           MOVE SPACES TO HV-LINHA.
           STRING 'SALAS MENORES QUE A TURMA:  ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO HV-LINHA.
           WRITE HV-LINHA.
           MOVE WRK-QTD-SEM-HORARIO TO WRK-CONTROLEFN.
           MOVE SPACES TO HV-LINHA.
           STRING 'TURMAS SEM HORARIO:         ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO HV-LINHA.
           WRITE HV-LINHA.
           MOVE WRK-QTD-CHOQUE-ALUNO TO WRK-CONTROLEFN.
           MOVE SPACES TO HV-LINHA.
           STRING 'CHOQUES DE ALUNO:           ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO HV-LINHA.
           WRITE HV-LINHA.
           CLOSE HORARIO-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'ENCONTROS LIDOS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-HORARIOS TO WRK-CONTROLEFN.
           DISPLAY 'ENCONTROS VALIDOS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PROBLEMAS TO WRK-CONTROLEFN.
           DISPLAY 'PROBLEMAS APONTADOS:  ' WRK-CONTROLEFN.
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
           MOVE 'PROGHORVAL' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS     TO RG-QTD-LIDOS.
           MOVE WRK-QTD-HORARIOS  TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-PROBLEMAS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGHORVAL' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
