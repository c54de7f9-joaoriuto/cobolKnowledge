       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGMATPED.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: PROCESSAR OS PEDIDOS DE INSCRICAO EM DISCIPLINA    *
      *           (MATRPED) NO LUGAR DA CARGA DIRETA DO MATRDISC.    *
      *           CADA PEDIDO E CONFERIDO: ALUNO ATIVO NO            *
      *           ALUNO-MASTER, TERMO ABERTO NO TERMMST, TURMA       *
      *           OFERECIDA NO TURMCAP, INSCRICAO REPETIDA,          *
      *           PRE-REQUISITOS (PREREQ) APROVADOS NO               *
      *           TRANSCRIPT-MST, MENSALIDADE VENCIDA EM ABERTO NO   *
      *           MENSAL E VAGA NA TURMA. O PEDIDO ACEITO E GRAVADO  *
      *           NO MATRDISC; O RECUSADO SAI NO RELATORIO           *
      *           (MATRPEDR) COM O MOTIVO EXATO; O QUE SO ESBARRA NA *
      *           VAGA VAI PARA A LISTA DE ESPERA (MATRESP). A LISTA *
      *           E ATENDIDA ANTES DOS PEDIDOS NOVOS, NA ORDEM DE    *
      *           CHEGADA, CONFORME AS VAGAS SE ABREM - SO OCUPA     *
      *           VAGA O INSCRITO AINDA ATIVO. A LISTA NOVA SAI NO   *
      *           MATRESPN (TROCADA PELO JCL).                       *
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
           SELECT MATRICULA-PEDIDO ASSIGN TO "MATRPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRPED.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT LISTA-ESPERA   ASSIGN TO "MATRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRESP.
           SELECT LISTA-ESPERA-NOVA ASSIGN TO "MATRESPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRESPN.
           SELECT PRE-REQUISITO  ASSIGN TO "PREREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PREREQ.
           SELECT TURMA-CAPACIDADE ASSIGN TO "TURMCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMCAP.
           SELECT TERMO-MASTER   ASSIGN TO "TERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-TERMO
               FILE STATUS IS WRK-FS-TERMMST.
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
           SELECT MENSALIDADE    ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.
           SELECT MATRICULA-REPORT ASSIGN TO "MATRPEDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRPEDR.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  MATRICULA-PEDIDO.
           COPY MATRPED.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  LISTA-ESPERA.
           COPY MATRESP.
       FD  LISTA-ESPERA-NOVA.
       01  EN-REGISTRO              PICTURE X(38).
       FD  PRE-REQUISITO.
           COPY PREREQ.
       FD  TURMA-CAPACIDADE.
           COPY TURMCAP.
       FD  TERMO-MASTER.
           COPY TERMMST.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  TRANSCRIPT-MST.
           COPY TRANMST.
       FD  MENSALIDADE.
           COPY MENSALID.
       FD  MATRICULA-REPORT.
       01  MR-LINHA                 PICTURE X(120).
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
       77  WRK-FS-MATRPED           PIC X(02) VALUE SPACES.
           88  FS-MATRPED-OK            VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-MATRESP           PIC X(02) VALUE SPACES.
           88  FS-MATRESP-OK            VALUE '00'.
       77  WRK-FS-MATRESPN          PIC X(02) VALUE SPACES.
       77  WRK-FS-PREREQ            PIC X(02) VALUE SPACES.
           88  FS-PREREQ-OK             VALUE '00'.
       77  WRK-FS-TURMCAP           PIC X(02) VALUE SPACES.
           88  FS-TURMCAP-OK            VALUE '00'.
       77  WRK-FS-TERMMST           PIC X(02) VALUE SPACES.
           88  FS-TERMMST-OK            VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-TRANMST           PIC X(02) VALUE SPACES.
           88  FS-TRANMST-OK            VALUE '00'.
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-MATRPEDR          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-MATRPED          PIC X(01) VALUE 'N'.
           88  FIM-MATRPED              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-FIM-MATRESP          PIC X(01) VALUE 'N'.
           88  FIM-MATRESP              VALUE 'S'.
       77  WRK-FIM-PREREQ           PIC X(01) VALUE 'N'.
           88  FIM-PREREQ               VALUE 'S'.
       77  WRK-FIM-TURMCAP          PIC X(01) VALUE 'N'.
           88  FIM-TURMCAP              VALUE 'S'.
       77  WRK-FIM-MENSAL           PIC X(01) VALUE 'N'.
           88  FIM-MENSAL               VALUE 'S'.
       77  WRK-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88  FIM-HISTORICO            VALUE 'S'.
       77  WRK-TERMMST-ABERTO       PIC X(01) VALUE 'N'.
           88  TERMMST-ABERTO           VALUE 'S'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-TRANMST-ABERTO       PIC X(01) VALUE 'N'.
           88  TRANMST-ABERTO           VALUE 'S'.
       77  WRK-MATRDISC-ABERTO      PIC X(01) VALUE 'N'.
           88  MATRDISC-ABERTO          VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      * PEDIDO EM CONFERENCIA - VEM DA LISTA DE ESPERA OU DO MATRPED.
       01  WRK-PEDIDO.
           05  WRK-PED-MATRICULA    PICTURE X(08).
           05  WRK-PED-TERMO        PICTURE X(06).
           05  WRK-PED-DISCIPLINA   PICTURE X(05).
           05  WRK-PED-TURMA        PICTURE X(03).
           05  WRK-PED-DATA-PEDIDO  PICTURE 9(08).
       77  WRK-ORIGEM               PIC X(01) VALUE SPACES.
           88  ORIGEM-ESPERA            VALUE 'E'.
           88  ORIGEM-PEDIDO            VALUE 'P'.
       77  WRK-RESULTADO            PIC X(01) VALUE SPACES.
           88  PEDIDO-ACEITO            VALUE 'A'.
           88  PEDIDO-RECUSADO          VALUE 'R'.
           88  PEDIDO-SEM-VAGA          VALUE 'E'.
       77  WRK-MOTIVO               PIC X(50) VALUE SPACES.
       77  WRK-MOTIVO-SALVO         PIC X(40) VALUE SPACES.
       77  WRK-NOME-ALUNO           PIC X(30) VALUE SPACES.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.
       77  WRK-APROVADO             PIC X(01) VALUE 'N'.
           88  APROVADO                 VALUE 'S'.

      * PRE-REQUISITOS DE TODAS AS DISCIPLINAS.
       01  WRK-TAB-PREREQ.
           05  WRK-TAB-PRQ-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-PRQ-IDX.
               10  WRK-TAB-PRQ-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-PRQ-EXIGIDA  PICTURE X(05).
       77  WRK-QTD-PREREQ           PIC 9(04) COMP VALUE ZEROS.

      * TURMAS OFERECIDAS: VAGAS, OCUPADAS POR ALUNO ATIVO E FILA.
       01  WRK-TAB-TURMA.
           05  WRK-TAB-TUR-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-TUR-IDX.
               10  WRK-TAB-TUR-TERMO    PICTURE X(06).
               10  WRK-TAB-TUR-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-TUR-TURMA    PICTURE X(03).
               10  WRK-TAB-TUR-CAPACIDADE PICTURE 9(03).
               10  WRK-TAB-TUR-OCUPADAS PICTURE 9(03).
               10  WRK-TAB-TUR-FILA     PICTURE 9(03).
       77  WRK-QTD-TURMAS           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-TUR-POS              PIC 9(04) COMP VALUE ZEROS.

      * INSCRICOES JA EXISTENTES NOS TERMOS COM TURMA OFERECIDA.
       01  WRK-TAB-INSCRICAO.
           05  WRK-TAB-INS-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-INS-IDX.
               10  WRK-TAB-INS-MATRICULA PICTURE X(08).
               10  WRK-TAB-INS-TERMO    PICTURE X(06).
               10  WRK-TAB-INS-DISCIPLINA PICTURE X(05).
       77  WRK-QTD-INSCRICOES       PIC 9(04) COMP VALUE ZEROS.

      * ALUNOS COM MENSALIDADE VENCIDA EM ABERTO.
       01  WRK-TAB-ATRASO.
           05  WRK-TAB-ATR-MATRICULA PICTURE X(08)
                                OCCURS 5000 TIMES
                                INDEXED BY WRK-ATR-IDX.
       77  WRK-QTD-ATRASADOS        PIC 9(04) COMP VALUE ZEROS.

      * LISTA DE ESPERA: A CARREGADA DO MATRESP MAIS OS NOVOS.
       01  WRK-TAB-ESPERA.
           05  WRK-TAB-ESP-ITEM OCCURS 2000 TIMES
                                INDEXED BY WRK-ESP-IDX.
               10  WRK-TAB-ESP-REGISTRO.
                   15  WRK-TAB-ESP-MATRICULA PICTURE X(08).
                   15  WRK-TAB-ESP-TERMO    PICTURE X(06).
                   15  WRK-TAB-ESP-DISCIPLINA PICTURE X(05).
                   15  WRK-TAB-ESP-TURMA    PICTURE X(03).
                   15  WRK-TAB-ESP-DATA-PEDIDO PICTURE 9(08).
                   15  WRK-TAB-ESP-DATA-ENTRADA PICTURE 9(08).
               10  WRK-TAB-ESP-SITUACAO PICTURE X(01).
                   88  ESPERA-NA-FILA       VALUE 'F'.
                   88  ESPERA-ATENDIDA      VALUE 'A'.
                   88  ESPERA-RETIRADA      VALUE 'R'.
       77  WRK-QTD-ESPERA           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-ESP-POS              PIC 9(04) COMP VALUE ZEROS.

      * DISCIPLINAS APROVADAS DO ALUNO NO TRANSCRIPT-MST.
       01  WRK-TAB-APROVADA.
           05  WRK-TAB-APR-DISC     PICTURE X(05)
                                OCCURS 100 TIMES
                                INDEXED BY WRK-APR-IDX.
       77  WRK-QTD-APROVADAS        PIC 9(03) COMP VALUE ZEROS.
       77  WRK-MATRICULA-APROVADAS  PIC X(08) VALUE SPACES.

       77  WRK-QTD-PEDIDOS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-INSCRITOS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-NOVOS-ESPERA     PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DA-ESPERA        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SAIU-ESPERA      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FICA-ESPERA      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-POSICAOFN            PIC ZZ9 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-MESTRES.
           PERFORM 1100-CARREGAR-PREREQ.
           PERFORM 1200-CARREGAR-TURMAS.
           PERFORM 1300-CARREGAR-ATRASOS.
           PERFORM 1400-CARREGAR-INSCRICOES.
           PERFORM 1500-CARREGAR-ESPERA.
           PERFORM 1600-ABRIR-SAIDAS.
           PERFORM 2000-ATENDER-ESPERA
               VARYING WRK-ESP-POS FROM 1 BY 1
               UNTIL WRK-ESP-POS > WRK-QTD-ESPERA.
           PERFORM 3000-PROCESSAR-PEDIDOS.
           PERFORM 4000-GRAVAR-ESPERA.
           PERFORM 5000-IMPRIMIR-RODAPE.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-ABRIR-MESTRES - ABRE OS MESTRES LIDOS PELA CHAVE. SEM   *
      *                      ELES OS PEDIDOS SAO RECUSADOS, NUNCA    *
      *                      ACEITOS SEM CONFERENCIA.                *
      ****************************************************************
       1000-ABRIR-MESTRES.
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
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               SET ALUNMST-ABERTO TO TRUE
           ELSE
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
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
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-PREREQ - GUARDA OS PRE-REQUISITOS. SEM O       *
      *                        ARQUIVO, NENHUMA DISCIPLINA EXIGE     *
      *                        OUTRA.                                *
      ****************************************************************
       1100-CARREGAR-PREREQ.
           OPEN INPUT PRE-REQUISITO.
           IF FS-PREREQ-OK
               READ PRE-REQUISITO
                   AT END SET FIM-PREREQ TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-PREREQ UNTIL FIM-PREREQ
               CLOSE PRE-REQUISITO
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-PREREQ.
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
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-TURMAS - GUARDA AS TURMAS OFERECIDAS E SUAS    *
      *                        VAGAS. SEM O TURMCAP NENHUM PEDIDO    *
      *                        PODE SER ACEITO.                      *
      ****************************************************************
       1200-CARREGAR-TURMAS.
           OPEN INPUT TURMA-CAPACIDADE.
           IF FS-TURMCAP-OK
               READ TURMA-CAPACIDADE
                   AT END SET FIM-TURMCAP TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-TURMA UNTIL FIM-TURMCAP
               CLOSE TURMA-CAPACIDADE
           ELSE
               MOVE 'TURMCAP' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TURMCAP TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-TURMA.
           IF TC-CAPACIDADE NOT NUMERIC
               MOVE ZEROS TO TC-CAPACIDADE
           END-IF.
           IF WRK-QTD-TURMAS < 500
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TC-TERMO TO WRK-TAB-TUR-TERMO (WRK-QTD-TURMAS)
               MOVE TC-DISCIPLINA
                   TO WRK-TAB-TUR-DISCIPLINA (WRK-QTD-TURMAS)
               MOVE TC-TURMA TO WRK-TAB-TUR-TURMA (WRK-QTD-TURMAS)
               MOVE TC-CAPACIDADE
                   TO WRK-TAB-TUR-CAPACIDADE (WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TAB-TUR-OCUPADAS (WRK-QTD-TURMAS)
                             WRK-TAB-TUR-FILA (WRK-QTD-TURMAS)
           ELSE
               DISPLAY 'TURMAS EXCEDEM A CAPACIDADE DA TABELA - '
                       TC-TERMO ' ' TC-DISCIPLINA ' ' TC-TURMA
                       ' IGNORADA'
           END-IF.
           READ TURMA-CAPACIDADE
               AT END SET FIM-TURMCAP TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-ATRASOS - ALUNOS COM MENSALIDADE ABERTA E      *
      *                         VENCIDA, COMO O AVISO DO PROGALUMNT. *
      ****************************************************************
       1300-CARREGAR-ATRASOS.
           OPEN INPUT MENSALIDADE.
           IF FS-MENSAL-OK
               READ MENSALIDADE
                   AT END SET FIM-MENSAL TO TRUE
               END-READ
               PERFORM 1310-CONFERIR-MENSALIDADE UNTIL FIM-MENSAL
               CLOSE MENSALIDADE
           END-IF.
       1300-EXIT.
           EXIT.

       1310-CONFERIR-MENSALIDADE.
           IF MENSALIDADE-ABERTA
              AND MN-DATA-VENCTO < WRK-DATA-HOJE
               PERFORM 1320-GUARDAR-ATRASO THRU 1320-EXIT
           END-IF.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-GUARDAR-ATRASO.
           IF WRK-QTD-ATRASADOS > ZEROS
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRASADOS
                       CONTINUE
                   WHEN WRK-TAB-ATR-MATRICULA (WRK-ATR-IDX)
                        = MN-MATRICULA
                       GO TO 1320-EXIT
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
       1320-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CARREGAR-INSCRICOES - LE O MATRDISC: CADA INSCRICAO NUM *
      *                            TERMO COM TURMA OFERECIDA E       *
      *                            GUARDADA (INSCRICAO REPETIDA) E,  *
      *                            SE O ALUNO AINDA ESTA ATIVO,      *
      *                            OCUPA UMA VAGA DA TURMA.          *
      ****************************************************************
       1400-CARREGAR-INSCRICOES.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 1410-CONTAR-INSCRICAO THRU 1410-EXIT
                   UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           ELSE
               IF WRK-FS-MATRDISC NOT = '35'
                   MOVE 'MATRDISC' TO EL-ARQUIVO
                   MOVE 'OPEN'     TO EL-OPERACAO
                   MOVE WRK-FS-MATRDISC TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

       1410-CONTAR-INSCRICAO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-TURMAS > ZEROS
               SET WRK-TUR-IDX TO 1
               SEARCH WRK-TAB-TUR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TUR-IDX > WRK-QTD-TURMAS
                       CONTINUE
                   WHEN WRK-TAB-TUR-TERMO (WRK-TUR-IDX) = MD-TERMO
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
           IF NOT ACHOU
               GO TO 1410-LER
           END-IF.
           IF WRK-QTD-INSCRICOES < 5000
               ADD 1 TO WRK-QTD-INSCRICOES
               MOVE MD-MATRICULA
                   TO WRK-TAB-INS-MATRICULA (WRK-QTD-INSCRICOES)
               MOVE MD-TERMO
                   TO WRK-TAB-INS-TERMO (WRK-QTD-INSCRICOES)
               MOVE MD-DISCIPLINA
                   TO WRK-TAB-INS-DISCIPLINA (WRK-QTD-INSCRICOES)
           ELSE
               DISPLAY 'INSCRICOES EXCEDEM A CAPACIDADE DA TABELA - '
                       MD-MATRICULA ' ' MD-TERMO ' ' MD-DISCIPLINA
                       ' SEM CONFERENCIA DE REPETICAO'
           END-IF.
           MOVE MD-TERMO      TO WRK-PED-TERMO.
           MOVE MD-DISCIPLINA TO WRK-PED-DISCIPLINA.
           MOVE MD-TURMA      TO WRK-PED-TURMA.
           PERFORM 2700-LOCALIZAR-TURMA THRU 2700-EXIT.
           IF WRK-TUR-POS = ZEROS
               GO TO 1410-LER
           END-IF.
           IF ALUNMST-ABERTO
               MOVE MD-MATRICULA TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       GO TO 1410-LER
               END-READ
               IF NOT ALUNO-ATIVO
                   GO TO 1410-LER
               END-IF
           END-IF.
           ADD 1 TO WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS).
       1410-LER.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 1500-CARREGAR-ESPERA - LISTA DE ESPERA NA ORDEM DE CHEGADA.  *
      *                        SEM O ARQUIVO, A LISTA COMECA VAZIA.  *
      ****************************************************************
       1500-CARREGAR-ESPERA.
           OPEN INPUT LISTA-ESPERA.
           IF FS-MATRESP-OK
               READ LISTA-ESPERA
                   AT END SET FIM-MATRESP TO TRUE
               END-READ
               PERFORM 1510-GUARDAR-ESPERA UNTIL FIM-MATRESP
               CLOSE LISTA-ESPERA
           END-IF.
       1500-EXIT.
           EXIT.

       1510-GUARDAR-ESPERA.
           IF WRK-QTD-ESPERA < 2000
               ADD 1 TO WRK-QTD-ESPERA
               MOVE ME-REGISTRO
                   TO WRK-TAB-ESP-REGISTRO (WRK-QTD-ESPERA)
               SET ESPERA-NA-FILA (WRK-QTD-ESPERA) TO TRUE
           ELSE
               DISPLAY 'LISTA DE ESPERA EXCEDE A CAPACIDADE DA '
                       'TABELA - ' ME-MATRICULA ' ' ME-DISCIPLINA
                       ' ' ME-TURMA ' PERDIDO'
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
           READ LISTA-ESPERA
               AT END SET FIM-MATRESP TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      ****************************************************************
      * 1600-ABRIR-SAIDAS - ABRE O RELATORIO E O MATRDISC PARA       *
      *                     ACRESCENTAR AS INSCRICOES ACEITAS.       *
      ****************************************************************
       1600-ABRIR-SAIDAS.
           OPEN OUTPUT MATRICULA-REPORT.
           MOVE SPACES TO MR-LINHA.
           STRING 'PEDIDOS DE INSCRICAO EM DISCIPLINA EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.
           MOVE ALL '=' TO MR-LINHA.
           WRITE MR-LINHA.
           OPEN EXTEND MATRICULA-DISC.
           IF WRK-FS-MATRDISC = '35'
               OPEN OUTPUT MATRICULA-DISC
           END-IF.
           IF FS-MATRDISC-OK
               SET MATRDISC-ABERTO TO TRUE
           ELSE
               MOVE 'MATRDISC' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-MATRDISC TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1600-EXIT.
           EXIT.

      ****************************************************************
      * 2000-ATENDER-ESPERA - CONFERE DE NOVO CADA PEDIDO DA FILA.   *
      *                       COM VAGA, O ALUNO E INSCRITO; SE OUTRA *
      *                       CONFERENCIA FALHA, SAI DA FILA COM O   *
      *                       MOTIVO; SEM VAGA, CONTINUA NA FILA.    *
      ****************************************************************
       2000-ATENDER-ESPERA.
           MOVE WRK-TAB-ESP-REGISTRO (WRK-ESP-POS) TO WRK-PEDIDO.
           SET ORIGEM-ESPERA TO TRUE.
           PERFORM 2100-CONFERIR-PEDIDO THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN PEDIDO-ACEITO
                   SET ESPERA-ATENDIDA (WRK-ESP-POS) TO TRUE
                   ADD 1 TO WRK-QTD-DA-ESPERA
                   PERFORM 2800-INSCREVER
                   MOVE 'VAGA LIBERADA - INSCRITO PELA LISTA DE ESPERA'
                       TO WRK-MOTIVO
                   PERFORM 2900-RELATAR
               WHEN PEDIDO-RECUSADO
                   SET ESPERA-RETIRADA (WRK-ESP-POS) TO TRUE
                   ADD 1 TO WRK-QTD-SAIU-ESPERA
                   PERFORM 2050-PREFIXAR-RETIRADA
                   PERFORM 2900-RELATAR
               WHEN OTHER
                   ADD 1 TO WRK-TAB-TUR-FILA (WRK-TUR-POS)
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2050-PREFIXAR-RETIRADA.
           MOVE WRK-MOTIVO TO WRK-MOTIVO-SALVO.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'SAIU DA ESPERA: ' WRK-MOTIVO-SALVO
               DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING.
       2050-EXIT.
           EXIT.

      ****************************************************************
      * 2100-CONFERIR-PEDIDO - AS CONFERENCIAS DO PEDIDO, NA ORDEM;  *
      *                        A PRIMEIRA QUE FALHA DA O MOTIVO.     *
      ****************************************************************
       2100-CONFERIR-PEDIDO.
           SET PEDIDO-RECUSADO TO TRUE.
           MOVE SPACES TO WRK-MOTIVO
                          WRK-NOME-ALUNO.
           IF NOT ALUNMST-ABERTO
               MOVE 'ALUNMST INDISPONIVEL' TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           MOVE WRK-PED-MATRICULA TO AL-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'ALUNO SEM CADASTRO' TO WRK-NOME-ALUNO
                   MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MOTIVO
                   GO TO 2100-EXIT
           END-READ.
           MOVE AL-NOME TO WRK-NOME-ALUNO.
           IF NOT ALUNO-ATIVO
               MOVE 'ALUNO INATIVO' TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           IF NOT TERMMST-ABERTO
               MOVE 'TERMMST INDISPONIVEL' TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           MOVE WRK-PED-TERMO TO TE-TERMO.
           READ TERMO-MASTER
               INVALID KEY
                   MOVE 'TERMO NAO CADASTRADO NO TERMMST'
                       TO WRK-MOTIVO
                   GO TO 2100-EXIT
           END-READ.
           IF NOT TERMO-ABERTO
               MOVE 'TERMO FECHADO PARA INSCRICAO' TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2700-LOCALIZAR-TURMA THRU 2700-EXIT.
           IF WRK-TUR-POS = ZEROS
               MOVE 'TURMA NAO OFERECIDA NO TERMO' TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-PROCURAR-INSCRICAO THRU 2200-EXIT.
           IF ACHOU
               MOVE 'JA INSCRITO NA DISCIPLINA NO TERMO' TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           IF ORIGEM-PEDIDO
               PERFORM 2300-PROCURAR-ESPERA THRU 2300-EXIT
               IF ACHOU
                   MOVE 'JA ESTA NA LISTA DE ESPERA DA DISCIPLINA'
                       TO WRK-MOTIVO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           PERFORM 2400-CONFERIR-PREREQ THRU 2400-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2600-PROCURAR-ATRASO THRU 2600-EXIT.
           IF ACHOU
               MOVE 'MENSALIDADE VENCIDA EM ABERTO' TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           IF WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS)
              NOT < WRK-TAB-TUR-CAPACIDADE (WRK-TUR-POS)
               SET PEDIDO-SEM-VAGA TO TRUE
               GO TO 2100-EXIT
           END-IF.
           SET PEDIDO-ACEITO TO TRUE.
       2100-EXIT.
           EXIT.

       2200-PROCURAR-INSCRICAO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-INSCRICOES > ZEROS
               SET WRK-INS-IDX TO 1
               SEARCH WRK-TAB-INS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-INS-IDX > WRK-QTD-INSCRICOES
                       CONTINUE
                   WHEN WRK-TAB-INS-MATRICULA (WRK-INS-IDX)
                        = WRK-PED-MATRICULA
                    AND WRK-TAB-INS-TERMO (WRK-INS-IDX)
                        = WRK-PED-TERMO
                    AND WRK-TAB-INS-DISCIPLINA (WRK-INS-IDX)
                        = WRK-PED-DISCIPLINA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PROCURAR-ESPERA.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-ESPERA > ZEROS
               SET WRK-ESP-IDX TO 1
               SEARCH WRK-TAB-ESP-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ESP-IDX > WRK-QTD-ESPERA
                       CONTINUE
                   WHEN ESPERA-NA-FILA (WRK-ESP-IDX)
                    AND WRK-TAB-ESP-MATRICULA (WRK-ESP-IDX)
                        = WRK-PED-MATRICULA
                    AND WRK-TAB-ESP-TERMO (WRK-ESP-IDX)
                        = WRK-PED-TERMO
                    AND WRK-TAB-ESP-DISCIPLINA (WRK-ESP-IDX)
                        = WRK-PED-DISCIPLINA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-CONFERIR-PREREQ - CADA DISCIPLINA EXIGIDA PELA DO       *
      *                        PEDIDO PRECISA ESTAR APROVADA NO      *
      *                        TRANSCRIPT-MST; A PRIMEIRA QUE FALTA  *
      *                        VAI NO MOTIVO.                        *
      ****************************************************************
       2400-CONFERIR-PREREQ.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-PREREQ > ZEROS
               SET WRK-PRQ-IDX TO 1
               SEARCH WRK-TAB-PRQ-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-PRQ-IDX > WRK-QTD-PREREQ
                       CONTINUE
                   WHEN WRK-TAB-PRQ-DISCIPLINA (WRK-PRQ-IDX)
                        = WRK-PED-DISCIPLINA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
           IF NOT ACHOU
               GO TO 2400-EXIT
           END-IF.
           IF WRK-MATRICULA-APROVADAS NOT = WRK-PED-MATRICULA
               PERFORM 2500-COLHER-APROVADAS THRU 2500-EXIT
           END-IF.
           PERFORM 2410-CONFERIR-EXIGIDA
               VARYING WRK-PRQ-IDX FROM 1 BY 1
               UNTIL WRK-PRQ-IDX > WRK-QTD-PREREQ
                  OR WRK-MOTIVO NOT = SPACES.
       2400-EXIT.
           EXIT.

       2410-CONFERIR-EXIGIDA.
           IF WRK-TAB-PRQ-DISCIPLINA (WRK-PRQ-IDX)
              = WRK-PED-DISCIPLINA
               MOVE 'N' TO WRK-APROVADO
               IF WRK-QTD-APROVADAS > ZEROS
                   SET WRK-APR-IDX TO 1
                   SEARCH WRK-TAB-APR-DISC
                       AT END
                           CONTINUE
                       WHEN WRK-APR-IDX > WRK-QTD-APROVADAS
                           CONTINUE
                       WHEN WRK-TAB-APR-DISC (WRK-APR-IDX)
                            = WRK-TAB-PRQ-EXIGIDA (WRK-PRQ-IDX)
                           SET APROVADO TO TRUE
                   END-SEARCH
               END-IF
               IF NOT APROVADO
                   STRING 'FALTA O PRE-REQUISITO '
                          WRK-TAB-PRQ-EXIGIDA (WRK-PRQ-IDX)
                          ' APROVADO'
                       DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-STRING
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

      ****************************************************************
      * 2500-COLHER-APROVADAS - LE O HISTORICO DO ALUNO (START PELA  *
      *                         MATRICULA, COMO O PROGFORMAT) E      *
      *                         GUARDA AS DISCIPLINAS APROVADAS.     *
      ****************************************************************
       2500-COLHER-APROVADAS.
           MOVE ZEROS TO WRK-QTD-APROVADAS.
           MOVE 'N'   TO WRK-FIM-HISTORICO.
           MOVE WRK-PED-MATRICULA TO WRK-MATRICULA-APROVADAS.
           IF NOT TRANMST-ABERTO
               GO TO 2500-EXIT
           END-IF.
           MOVE WRK-PED-MATRICULA TO TM-MATRICULA.
           MOVE LOW-VALUES        TO TM-TERMO
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
                   IF TM-MATRICULA NOT = WRK-PED-MATRICULA
                       SET FIM-HISTORICO TO TRUE
                   ELSE
                       IF TM-STATUS (1:8) = 'APROVADO'
                          AND WRK-QTD-APROVADAS < 100
                           ADD 1 TO WRK-QTD-APROVADAS
                           MOVE TM-DISCIPLINA
                               TO WRK-TAB-APR-DISC
                                  (WRK-QTD-APROVADAS)
                       END-IF
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

       2600-PROCURAR-ATRASO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-ATRASADOS > ZEROS
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-MATRICULA
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRASADOS
                       CONTINUE
                   WHEN WRK-TAB-ATR-MATRICULA (WRK-ATR-IDX)
                        = WRK-PED-MATRICULA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 2700-LOCALIZAR-TURMA - POSICAO DA TURMA DO PEDIDO NA TABELA  *
      *                        (ZERO QUANDO NAO E OFERECIDA).        *
      ****************************************************************
       2700-LOCALIZAR-TURMA.
           MOVE ZEROS TO WRK-TUR-POS.
           IF WRK-QTD-TURMAS = ZEROS
               GO TO 2700-EXIT
           END-IF.
           SET WRK-TUR-IDX TO 1.
           SEARCH WRK-TAB-TUR-ITEM
               AT END
                   CONTINUE
               WHEN WRK-TUR-IDX > WRK-QTD-TURMAS
                   CONTINUE
               WHEN WRK-TAB-TUR-TERMO (WRK-TUR-IDX) = WRK-PED-TERMO
                AND WRK-TAB-TUR-DISCIPLINA (WRK-TUR-IDX)
                    = WRK-PED-DISCIPLINA
                AND WRK-TAB-TUR-TURMA (WRK-TUR-IDX) = WRK-PED-TURMA
                   SET WRK-TUR-POS TO WRK-TUR-IDX
           END-SEARCH.
       2700-EXIT.
           EXIT.

      ****************************************************************
      * 2800-INSCREVER - GRAVA A INSCRICAO NO MATRDISC E OCUPA A     *
      *                  VAGA.                                       *
      ****************************************************************
       2800-INSCREVER.
           ADD 1 TO WRK-QTD-INSCRITOS.
           ADD 1 TO WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS).
           IF MATRDISC-ABERTO
               MOVE WRK-PED-MATRICULA  TO MD-MATRICULA
               MOVE WRK-PED-TERMO      TO MD-TERMO
               MOVE WRK-PED-DISCIPLINA TO MD-DISCIPLINA
               MOVE WRK-PED-TURMA      TO MD-TURMA
               WRITE MD-REGISTRO
           END-IF.
           IF WRK-QTD-INSCRICOES < 5000
               ADD 1 TO WRK-QTD-INSCRICOES
               MOVE WRK-PED-MATRICULA
                   TO WRK-TAB-INS-MATRICULA (WRK-QTD-INSCRICOES)
               MOVE WRK-PED-TERMO
                   TO WRK-TAB-INS-TERMO (WRK-QTD-INSCRICOES)
               MOVE WRK-PED-DISCIPLINA
                   TO WRK-TAB-INS-DISCIPLINA (WRK-QTD-INSCRICOES)
           END-IF.
       2800-EXIT.
           EXIT.

      ****************************************************************
      * 2900-RELATAR - UMA LINHA POR PEDIDO: ALUNO, DISCIPLINA,      *
      *                TURMA E O RESULTADO OU O MOTIVO.              *
      ****************************************************************
       2900-RELATAR.
           MOVE SPACES TO MR-LINHA.
           STRING WRK-PED-MATRICULA
                  ' ' WRK-NOME-ALUNO
                  ' ' WRK-PED-TERMO
                  ' ' WRK-PED-DISCIPLINA
                  ' ' WRK-PED-TURMA
                  ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.
       2900-EXIT.
           EXIT.

      ****************************************************************
      * 3000-PROCESSAR-PEDIDOS - CONFERE OS PEDIDOS NOVOS DEPOIS DA  *
      *                          FILA, PARA NINGUEM PASSAR NA FRENTE *
      *                          DE QUEM JA ESPERAVA.                *
      ****************************************************************
       3000-PROCESSAR-PEDIDOS.
           OPEN INPUT MATRICULA-PEDIDO.
           IF FS-MATRPED-OK
               READ MATRICULA-PEDIDO
                   AT END SET FIM-MATRPED TO TRUE
               END-READ
               PERFORM 3100-PROCESSAR-PEDIDO UNTIL FIM-MATRPED
               CLOSE MATRICULA-PEDIDO
           ELSE
               DISPLAY 'MATRPED INDISPONIVEL - NENHUM PEDIDO NOVO'
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PROCESSAR-PEDIDO.
           ADD 1 TO WRK-QTD-PEDIDOS.
           MOVE MP-REGISTRO TO WRK-PEDIDO.
           SET ORIGEM-PEDIDO TO TRUE.
           PERFORM 2100-CONFERIR-PEDIDO THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN PEDIDO-ACEITO
                   PERFORM 2800-INSCREVER
                   MOVE 'INSCRITO' TO WRK-MOTIVO
               WHEN PEDIDO-RECUSADO
                   ADD 1 TO WRK-QTD-RECUSADOS
                   PERFORM 3200-PREFIXAR-RECUSA
               WHEN OTHER
                   PERFORM 3300-ENTRAR-NA-FILA THRU 3300-EXIT
           END-EVALUATE.
           PERFORM 2900-RELATAR.
           READ MATRICULA-PEDIDO
               AT END SET FIM-MATRPED TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-PREFIXAR-RECUSA.
           MOVE WRK-MOTIVO TO WRK-MOTIVO-SALVO.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'RECUSADO: ' WRK-MOTIVO-SALVO
               DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING.
       3200-EXIT.
           EXIT.

       3300-ENTRAR-NA-FILA.
           IF WRK-QTD-ESPERA NOT < 2000
               ADD 1 TO WRK-QTD-RECUSADOS
               MOVE 'RECUSADO: TURMA LOTADA E FILA CHEIA'
                   TO WRK-MOTIVO
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ESPERA.
           ADD 1 TO WRK-QTD-NOVOS-ESPERA.
           MOVE WRK-PEDIDO TO WRK-TAB-ESP-REGISTRO (WRK-QTD-ESPERA).
           MOVE WRK-DATA-HOJE
               TO WRK-TAB-ESP-DATA-ENTRADA (WRK-QTD-ESPERA).
           SET ESPERA-NA-FILA (WRK-QTD-ESPERA) TO TRUE.
           ADD 1 TO WRK-TAB-TUR-FILA (WRK-TUR-POS).
           MOVE WRK-TAB-TUR-FILA (WRK-TUR-POS) TO WRK-POSICAOFN.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'TURMA LOTADA - LISTA DE ESPERA, POSICAO '
                  WRK-POSICAOFN
               DELIMITED BY SIZE INTO WRK-MOTIVO
           END-STRING.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 4000-GRAVAR-ESPERA - GRAVA NO MATRESPN QUEM CONTINUA NA      *
      *                      FILA, NA ORDEM DE CHEGADA.              *
      ****************************************************************
       4000-GRAVAR-ESPERA.
           OPEN OUTPUT LISTA-ESPERA-NOVA.
           PERFORM 4100-GRAVAR-ITEM-ESPERA
               VARYING WRK-ESP-POS FROM 1 BY 1
               UNTIL WRK-ESP-POS > WRK-QTD-ESPERA.
           CLOSE LISTA-ESPERA-NOVA.
       4000-EXIT.
           EXIT.

       4100-GRAVAR-ITEM-ESPERA.
           IF ESPERA-NA-FILA (WRK-ESP-POS)
               ADD 1 TO WRK-QTD-FICA-ESPERA
               MOVE WRK-TAB-ESP-REGISTRO (WRK-ESP-POS) TO EN-REGISTRO
               WRITE EN-REGISTRO
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-RODAPE - TOTAIS DO RELATORIO.                  *
      ****************************************************************
       5000-IMPRIMIR-RODAPE.
           MOVE ALL '=' TO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-PEDIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'PEDIDOS NOVOS:                 ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-INSCRITOS TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'INSCRITOS NO MATRDISC:         ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-DA-ESPERA TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING '  DOS QUAIS DA LISTA DE ESPERA:' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-RECUSADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'PEDIDOS RECUSADOS:             ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-NOVOS-ESPERA TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'NOVOS NA LISTA DE ESPERA:      ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-SAIU-ESPERA TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'RETIRADOS DA LISTA DE ESPERA:  ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-FICA-ESPERA TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'AGUARDANDO VAGA:               ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF TERMMST-ABERTO
               CLOSE TERMO-MASTER
           END-IF.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF TRANMST-ABERTO
               CLOSE TRANSCRIPT-MST
           END-IF.
           IF MATRDISC-ABERTO
               CLOSE MATRICULA-DISC
           END-IF.
           CLOSE MATRICULA-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-PEDIDOS TO WRK-CONTROLEFN.
           DISPLAY 'PEDIDOS LIDOS:        ' WRK-CONTROLEFN.
           MOVE WRK-QTD-INSCRITOS TO WRK-CONTROLEFN.
           DISPLAY 'INSCRITOS:            ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RECUSADOS TO WRK-CONTROLEFN.
           DISPLAY 'RECUSADOS:            ' WRK-CONTROLEFN.
           MOVE WRK-QTD-NOVOS-ESPERA TO WRK-CONTROLEFN.
           DISPLAY 'NOVOS EM ESPERA:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-FICA-ESPERA TO WRK-CONTROLEFN.
           DISPLAY 'AGUARDANDO VAGA:      ' WRK-CONTROLEFN.
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
           MOVE 'PROGMATPED' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-PEDIDOS   TO RG-QTD-LIDOS.
           MOVE WRK-QTD-INSCRITOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RECUSADOS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGMATPED' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
