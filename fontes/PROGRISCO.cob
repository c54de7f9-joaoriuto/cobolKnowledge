       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGRISCO.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: ALERTA SEMANAL DE RISCO DE EVASAO. PONTUA CADA     *
      *           ALUNO ATIVO DO ALUNMST PELOS FATORES DO RISCCFG -  *
      *           FREQUENCIA DO TERMO NO FREQCALC, QUEDA DA          *
      *           FREQUENCIA DESDE A SEMANA ANTERIOR, MEDIA PARCIAL  *
      *           NO STUDGRD, MENSALIDADES VENCIDAS EM ABERTO NO     *
      *           MENSAL E PROBATION NO PROBMST - E LISTA, DO MAIOR  *
      *           PARA O MENOR, QUEM PASSOU DO LIMITE, COM OS FATORES*
      *           QUE DISPARARAM E OS PONTOS DA SEMANA ANTERIOR      *
      *           (RISCEVA), PARA A COORDENACAO VER QUEM PIOROU. A   *
      *           APURACAO NOVA DE TODOS OS ATIVOS VAI PARA O        *
      *           RISCEVN, QUE O JCL DEVOLVE AO RISCEVA.             *
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
           SELECT RISCO-CONFIG   ASSIGN TO "RISCCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RISCCFG.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT FREQ-CALC      ASSIGN TO "FREQCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WRK-FS-FREQCALC.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDGRD.
           SELECT MENSALIDADE    ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.
           SELECT PROBATION-MASTER ASSIGN TO "PROBMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROBMST.
           SELECT RISCO-ANTERIOR ASSIGN TO "RISCEVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RISCEVA.
           SELECT RISCO-NOVO     ASSIGN TO "RISCEVN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RISCEVN.
           SELECT SORT-RISCO     ASSIGN TO "SORTWK01".
           SELECT RISCO-REPORT   ASSIGN TO "RISCORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RISCORPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  RISCO-CONFIG.
           COPY RISCCFG.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  FREQ-CALC.
           COPY FREQCALC.
       FD  STUDENT-GRADES.
           COPY STUDGRD.
       FD  MENSALIDADE.
           COPY MENSALID.
       FD  PROBATION-MASTER.
           COPY PROBMST.
       FD  RISCO-ANTERIOR.
           COPY RISCEVA.
       FD  RISCO-NOVO.
       01  RN-REGISTRO              PICTURE X(27).
       SD  SORT-RISCO.
       01  SK-REGISTRO.
           05  SK-PONTOS            PICTURE 9(03).
           05  SK-MATRICULA         PICTURE X(08).
           05  SK-POSICAO           PICTURE 9(04).
       FD  RISCO-REPORT.
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
       77  WRK-FS-RISCCFG           PIC X(02) VALUE SPACES.
           88  FS-RISCCFG-OK            VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-FREQCALC          PIC X(02) VALUE SPACES.
           88  FS-FREQCALC-OK           VALUE '00'.
       77  WRK-FS-STUDGRD           PIC X(02) VALUE SPACES.
           88  FS-STUDGRD-OK            VALUE '00'.
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-PROBMST           PIC X(02) VALUE SPACES.
           88  FS-PROBMST-OK            VALUE '00'.
       77  WRK-FS-RISCEVA           PIC X(02) VALUE SPACES.
           88  FS-RISCEVA-OK            VALUE '00'.
       77  WRK-FS-RISCEVN           PIC X(02) VALUE SPACES.
       77  WRK-FS-RISCORPT          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ALUNMST          PIC X(01) VALUE 'N'.
           88  FIM-ALUNMST              VALUE 'S'.
       77  WRK-FIM-FREQCALC         PIC X(01) VALUE 'N'.
           88  FIM-FREQCALC             VALUE 'S'.
       77  WRK-FIM-STUDGRD          PIC X(01) VALUE 'N'.
           88  FIM-STUDGRD              VALUE 'S'.
       77  WRK-FIM-MENSAL           PIC X(01) VALUE 'N'.
           88  FIM-MENSAL               VALUE 'S'.
       77  WRK-FIM-PROBMST          PIC X(01) VALUE 'N'.
           88  FIM-PROBMST              VALUE 'S'.
       77  WRK-FIM-RISCEVA          PIC X(01) VALUE 'N'.
           88  FIM-RISCEVA              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANTERIOR        PIC 9(08) VALUE ZEROS.

      * PESOS E LIMITES EM USO (PADROES QUANDO NAO HA RISCCFG).
       77  WRK-PESO-FREQUENCIA      PIC 9(03) VALUE 030.
       77  WRK-LIMITE-FREQUENCIA    PIC 9(03) VALUE 075.
       77  WRK-PESO-QUEDA           PIC 9(03) VALUE 020.
       77  WRK-LIMITE-QUEDA         PIC 9(03) VALUE 010.
       77  WRK-PESO-NOTA            PIC 9(03) VALUE 025.
       77  WRK-LIMITE-NOTA          PIC 9(02)V9 VALUE 5,0.
       77  WRK-PESO-MENSALIDADE     PIC 9(03) VALUE 015.
       77  WRK-LIMITE-MENSALIDADE   PIC 9(02) VALUE 01.
       77  WRK-PESO-PROBATION       PIC 9(03) VALUE 010.
       77  WRK-LIMITE-RISCO         PIC 9(03) VALUE 040.

      * ALUNOS ATIVOS, NA ORDEM DO ALUNMST, COM OS SINAIS DE CADA
      * ARQUIVO E A APURACAO ANTERIOR.
       01  WRK-TAB-ALUNO.
           05  WRK-TAB-ALU-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-ALU-IDX.
               10  WRK-TAB-ALU-MATRICULA PICTURE X(08).
               10  WRK-TAB-ALU-NOME     PICTURE X(30).
               10  WRK-TAB-ALU-TERMO    PICTURE X(06).
               10  WRK-TAB-ALU-FREQUENCIA PICTURE 9(03).
               10  WRK-TAB-ALU-TEM-FREQ PICTURE X(01).
               10  WRK-TAB-ALU-MENOR-MEDIA PICTURE 9(02)V9.
               10  WRK-TAB-ALU-TEM-NOTA PICTURE X(01).
               10  WRK-TAB-ALU-QTD-MENSAL PICTURE 9(02).
               10  WRK-TAB-ALU-PROBATION PICTURE X(01).
               10  WRK-TAB-ALU-TEM-ANTERIOR PICTURE X(01).
               10  WRK-TAB-ALU-PONTOS-ANT PICTURE 9(03).
               10  WRK-TAB-ALU-FREQ-ANT PICTURE 9(03).
               10  WRK-TAB-ALU-PONTOS   PICTURE 9(03).
               10  WRK-TAB-ALU-FATORES.
                   15  WRK-TAB-ALU-F-FREQUENCIA PICTURE X(01).
                   15  WRK-TAB-ALU-F-QUEDA      PICTURE X(01).
                   15  WRK-TAB-ALU-F-NOTA       PICTURE X(01).
                   15  WRK-TAB-ALU-F-MENSALIDADE PICTURE X(01).
                   15  WRK-TAB-ALU-F-PROBATION  PICTURE X(01).
       77  WRK-QTD-ALUNOS           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-ALU-POS              PIC 9(04) COMP VALUE ZEROS.
       77  WRK-MATRICULA-BUSCA      PIC X(08) VALUE SPACES.

       77  WRK-SOMA-NOTAS           PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-NOTAS            PIC 9(01) VALUE ZEROS.
       77  WRK-MEDIA-PARCIAL        PIC 9(02)V9 VALUE ZEROS.
       77  WRK-QUEDA                PIC S9(03) VALUE ZEROS.

      * LINHA DO RELATORIO.
       77  WRK-FATORES-TEXTO        PIC X(50) VALUE SPACES.
       77  WRK-PONTEIRO             PIC 9(03) COMP VALUE ZEROS.
       77  WRK-TENDENCIA            PIC X(08) VALUE SPACES.
       77  WRK-PONTOSFN             PIC ZZ9 VALUE ZEROS.
       77  WRK-ANTERIORFN           PIC ZZ9 VALUE ZEROS.
       77  WRK-ANTERIOR-TXT         PIC X(03) VALUE SPACES.
       77  WRK-FREQFN               PIC ZZ9 VALUE ZEROS.
       77  WRK-QUEDAFN              PIC ZZ9 VALUE ZEROS.
       77  WRK-MEDIAFN              PIC Z9,9 VALUE ZEROS.
       77  WRK-MENSALFN             PIC Z9 VALUE ZEROS.

       77  WRK-QTD-APURADOS         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EM-RISCO         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PIORARAM         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-NOVOS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LER-CONFIGURACAO.
           PERFORM 1100-CARREGAR-ALUNOS.
           PERFORM 1200-CARREGAR-FREQUENCIA.
           PERFORM 1300-CARREGAR-NOTAS.
           PERFORM 1400-CARREGAR-MENSALIDADES.
           PERFORM 1500-CARREGAR-PROBATION.
           PERFORM 1600-CARREGAR-ANTERIOR.
           OPEN OUTPUT RISCO-NOVO.
           PERFORM 2000-PONTUAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-QTD-ALUNOS.
           CLOSE RISCO-NOVO.
           OPEN OUTPUT RISCO-REPORT.
           PERFORM 3000-IMPRIMIR-CABECALHO.
           SORT SORT-RISCO
               ON DESCENDING KEY SK-PONTOS
               ON ASCENDING KEY SK-MATRICULA
               INPUT PROCEDURE IS 3100-LIBERAR-EM-RISCO
               OUTPUT PROCEDURE IS 3200-IMPRIMIR-EM-RISCO.
           PERFORM 4000-IMPRIMIR-TOTAIS.
           CLOSE RISCO-REPORT.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-LER-CONFIGURACAO - PESOS E LIMITES DO RISCCFG; SEM O    *
      *                         ARQUIVO, FICAM OS PADROES.           *
      ****************************************************************
       1000-LER-CONFIGURACAO.
           OPEN INPUT RISCO-CONFIG.
           IF FS-RISCCFG-OK
               READ RISCO-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       MOVE RK-PESO-FREQUENCIA   TO WRK-PESO-FREQUENCIA
                       MOVE RK-LIMITE-FREQUENCIA
                           TO WRK-LIMITE-FREQUENCIA
                       MOVE RK-PESO-QUEDA        TO WRK-PESO-QUEDA
                       MOVE RK-LIMITE-QUEDA      TO WRK-LIMITE-QUEDA
                       MOVE RK-PESO-NOTA         TO WRK-PESO-NOTA
                       MOVE RK-LIMITE-NOTA       TO WRK-LIMITE-NOTA
                       MOVE RK-PESO-MENSALIDADE
                           TO WRK-PESO-MENSALIDADE
                       MOVE RK-LIMITE-MENSALIDADE
                           TO WRK-LIMITE-MENSALIDADE
                       MOVE RK-PESO-PROBATION    TO WRK-PESO-PROBATION
                       MOVE RK-LIMITE-RISCO      TO WRK-LIMITE-RISCO
               END-READ
               CLOSE RISCO-CONFIG
           ELSE
               DISPLAY 'RISCCFG AUSENTE - VALEM OS PESOS PADRAO'
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-ALUNOS - ALUNOS ATIVOS DO ALUNMST.             *
      ****************************************************************
       1100-CARREGAR-ALUNOS.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               READ ALUNO-MASTER
                   AT END SET FIM-ALUNMST TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-ALUNO UNTIL FIM-ALUNMST
               CLOSE ALUNO-MASTER
           ELSE
               DISPLAY 'ALUNMST INDISPONIVEL - FS: ' WRK-FS-ALUNMST
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-ALUNO.
           IF ALUNO-ATIVO
               IF WRK-QTD-ALUNOS < 5000
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE SPACES TO WRK-TAB-ALU-ITEM (WRK-QTD-ALUNOS)
                   MOVE AL-MATRICULA
                       TO WRK-TAB-ALU-MATRICULA (WRK-QTD-ALUNOS)
                   MOVE AL-NOME  TO WRK-TAB-ALU-NOME (WRK-QTD-ALUNOS)
                   MOVE ZEROS
                       TO WRK-TAB-ALU-FREQUENCIA (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-MENOR-MEDIA (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-QTD-MENSAL (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-PONTOS-ANT (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-FREQ-ANT (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-PONTOS (WRK-QTD-ALUNOS)
                   MOVE 'N'
                       TO WRK-TAB-ALU-TEM-FREQ (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-TEM-NOTA (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-PROBATION (WRK-QTD-ALUNOS)
                          WRK-TAB-ALU-TEM-ANTERIOR (WRK-QTD-ALUNOS)
               ELSE
                   DISPLAY 'ALUNMST EXCEDE A CAPACIDADE DA TABELA - '
                           AL-MATRICULA ' IGNORADO'
               END-IF
           END-IF.
           READ ALUNO-MASTER
               AT END SET FIM-ALUNMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-FREQUENCIA - FREQUENCIA DO TERMO MAIS RECENTE  *
      *                            DE CADA ALUNO NO FREQCALC (NA     *
      *                            ORDEM DA CHAVE, O ULTIMO TERMO    *
      *                            LIDO DO ALUNO E O MAIS RECENTE).  *
      ****************************************************************
       1200-CARREGAR-FREQUENCIA.
           OPEN INPUT FREQ-CALC.
           IF FS-FREQCALC-OK
               READ FREQ-CALC
                   AT END SET FIM-FREQCALC TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-FREQUENCIA UNTIL FIM-FREQCALC
               CLOSE FREQ-CALC
           ELSE
               DISPLAY 'FREQCALC INDISPONIVEL - FS: ' WRK-FS-FREQCALC
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-FREQUENCIA.
           IF FC-QTD-AULAS NUMERIC AND FC-QTD-AULAS > ZEROS
              AND FC-FREQUENCIA NUMERIC
               MOVE FC-MATRICULA TO WRK-MATRICULA-BUSCA
               PERFORM 8000-PROCURAR-ALUNO
               IF WRK-ALU-POS > ZEROS
                   IF FC-TERMO NOT < WRK-TAB-ALU-TERMO (WRK-ALU-POS)
                      OR WRK-TAB-ALU-TERMO (WRK-ALU-POS) = SPACES
                       MOVE FC-TERMO
                           TO WRK-TAB-ALU-TERMO (WRK-ALU-POS)
                       MOVE FC-FREQUENCIA
                           TO WRK-TAB-ALU-FREQUENCIA (WRK-ALU-POS)
                       MOVE 'S' TO WRK-TAB-ALU-TEM-FREQ (WRK-ALU-POS)
                   END-IF
               END-IF
           END-IF.
           READ FREQ-CALC
               AT END SET FIM-FREQCALC TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-NOTAS - MENOR MEDIA PARCIAL DO ALUNO ENTRE AS  *
      *                       DISCIPLINAS DO STUDGRD. A MEDIA USA SO *
      *                       AS NOTAS JA LANCADAS (DIFERENTES DE    *
      *                       ZERO); CABECALHO E TRAILER SAO PULADOS.*
      ****************************************************************
       1300-CARREGAR-NOTAS.
           OPEN INPUT STUDENT-GRADES.
           IF FS-STUDGRD-OK
               READ STUDENT-GRADES
                   AT END SET FIM-STUDGRD TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-NOTA THRU 1310-EXIT
                   UNTIL FIM-STUDGRD
               CLOSE STUDENT-GRADES
           ELSE
               DISPLAY 'STUDENT-GRADES INDISPONIVEL - FS: '
                       WRK-FS-STUDGRD
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-NOTA.
           IF SG-REGISTRO (1:3) = 'HDR' OR SG-REGISTRO (1:3) = 'TRL'
               GO TO 1310-LER
           END-IF.
           IF SG-NOTA1 NOT NUMERIC OR SG-NOTA2 NOT NUMERIC
              OR SG-NOTA3 NOT NUMERIC
               GO TO 1310-LER
           END-IF.
           MOVE ZEROS TO WRK-SOMA-NOTAS
                         WRK-QTD-NOTAS.
           IF SG-NOTA1 > ZEROS
               ADD SG-NOTA1 TO WRK-SOMA-NOTAS
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.
           IF SG-NOTA2 > ZEROS
               ADD SG-NOTA2 TO WRK-SOMA-NOTAS
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.
           IF SG-NOTA3 > ZEROS
               ADD SG-NOTA3 TO WRK-SOMA-NOTAS
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.
           IF WRK-QTD-NOTAS = ZEROS
               GO TO 1310-LER
           END-IF.
           COMPUTE WRK-MEDIA-PARCIAL ROUNDED =
               WRK-SOMA-NOTAS / WRK-QTD-NOTAS.
           MOVE SG-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 8000-PROCURAR-ALUNO.
           IF WRK-ALU-POS > ZEROS
               IF WRK-TAB-ALU-TEM-NOTA (WRK-ALU-POS) = 'N'
                  OR WRK-MEDIA-PARCIAL
                     < WRK-TAB-ALU-MENOR-MEDIA (WRK-ALU-POS)
                   MOVE WRK-MEDIA-PARCIAL
                       TO WRK-TAB-ALU-MENOR-MEDIA (WRK-ALU-POS)
                   MOVE 'S' TO WRK-TAB-ALU-TEM-NOTA (WRK-ALU-POS)
               END-IF
           END-IF.
       1310-LER.
           READ STUDENT-GRADES
               AT END SET FIM-STUDGRD TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CARREGAR-MENSALIDADES - QUANTAS MENSALIDADES VENCIDAS   *
      *                              EM ABERTO CADA ALUNO TEM.       *
      ****************************************************************
       1400-CARREGAR-MENSALIDADES.
           OPEN INPUT MENSALIDADE.
           IF FS-MENSAL-OK
               READ MENSALIDADE
                   AT END SET FIM-MENSAL TO TRUE
               END-READ
               PERFORM 1410-CONTAR-MENSALIDADE UNTIL FIM-MENSAL
               CLOSE MENSALIDADE
           ELSE
               DISPLAY 'MENSAL INDISPONIVEL - FS: ' WRK-FS-MENSAL
           END-IF.
       1400-EXIT.
           EXIT.

       1410-CONTAR-MENSALIDADE.
           IF MENSALIDADE-ABERTA
              AND MN-DATA-VENCTO < WRK-DATA-HOJE
               MOVE MN-MATRICULA TO WRK-MATRICULA-BUSCA
               PERFORM 8000-PROCURAR-ALUNO
               IF WRK-ALU-POS > ZEROS
                   IF WRK-TAB-ALU-QTD-MENSAL (WRK-ALU-POS) < 99
                       ADD 1 TO WRK-TAB-ALU-QTD-MENSAL (WRK-ALU-POS)
                   END-IF
               END-IF
           END-IF.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 1500-CARREGAR-PROBATION - ALUNOS COM REGISTRO NO PROBMST.    *
      ****************************************************************
       1500-CARREGAR-PROBATION.
           OPEN INPUT PROBATION-MASTER.
           IF FS-PROBMST-OK
               READ PROBATION-MASTER
                   AT END SET FIM-PROBMST TO TRUE
               END-READ
               PERFORM 1510-MARCAR-PROBATION UNTIL FIM-PROBMST
               CLOSE PROBATION-MASTER
           END-IF.
       1500-EXIT.
           EXIT.

       1510-MARCAR-PROBATION.
           MOVE PB-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 8000-PROCURAR-ALUNO.
           IF WRK-ALU-POS > ZEROS
               MOVE 'S' TO WRK-TAB-ALU-PROBATION (WRK-ALU-POS)
           END-IF.
           READ PROBATION-MASTER
               AT END SET FIM-PROBMST TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

      ****************************************************************
      * 1600-CARREGAR-ANTERIOR - PONTOS E FREQUENCIA DA APURACAO     *
      *                          ANTERIOR (RISCEVA). NA PRIMEIRA     *
      *                          SEMANA O ARQUIVO NAO EXISTE E TODOS *
      *                          SAEM COMO NOVOS.                    *
      ****************************************************************
       1600-CARREGAR-ANTERIOR.
           OPEN INPUT RISCO-ANTERIOR.
           IF FS-RISCEVA-OK
               READ RISCO-ANTERIOR
                   AT END SET FIM-RISCEVA TO TRUE
               END-READ
               PERFORM 1610-GUARDAR-ANTERIOR UNTIL FIM-RISCEVA
               CLOSE RISCO-ANTERIOR
           END-IF.
       1600-EXIT.
           EXIT.

       1610-GUARDAR-ANTERIOR.
           MOVE RE-DATA-APURACAO TO WRK-DATA-ANTERIOR.
           MOVE RE-MATRICULA TO WRK-MATRICULA-BUSCA.
           PERFORM 8000-PROCURAR-ALUNO.
           IF WRK-ALU-POS > ZEROS
               MOVE RE-PONTOS
                   TO WRK-TAB-ALU-PONTOS-ANT (WRK-ALU-POS)
               MOVE RE-FREQUENCIA
                   TO WRK-TAB-ALU-FREQ-ANT (WRK-ALU-POS)
               MOVE 'S' TO WRK-TAB-ALU-TEM-ANTERIOR (WRK-ALU-POS)
           END-IF.
           READ RISCO-ANTERIOR
               AT END SET FIM-RISCEVA TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PONTUAR-ALUNO - SOMA O PESO DE CADA FATOR QUE DISPARA E *
      *                      GRAVA A APURACAO NOVA NO RISCEVN.       *
      ****************************************************************
       2000-PONTUAR-ALUNO.
           ADD 1 TO WRK-QTD-APURADOS.
           MOVE ZEROS TO WRK-TAB-ALU-PONTOS (WRK-ALU-IDX).
           MOVE 'NNNNN' TO WRK-TAB-ALU-FATORES (WRK-ALU-IDX).
           IF WRK-TAB-ALU-TEM-FREQ (WRK-ALU-IDX) = 'S'
               IF WRK-TAB-ALU-FREQUENCIA (WRK-ALU-IDX)
                  < WRK-LIMITE-FREQUENCIA
                   MOVE 'S' TO WRK-TAB-ALU-F-FREQUENCIA (WRK-ALU-IDX)
                   ADD WRK-PESO-FREQUENCIA
                       TO WRK-TAB-ALU-PONTOS (WRK-ALU-IDX)
               END-IF
               IF WRK-TAB-ALU-TEM-ANTERIOR (WRK-ALU-IDX) = 'S'
                   COMPUTE WRK-QUEDA =
                       WRK-TAB-ALU-FREQ-ANT (WRK-ALU-IDX)
                     - WRK-TAB-ALU-FREQUENCIA (WRK-ALU-IDX)
                   IF WRK-QUEDA > ZEROS
                      AND WRK-QUEDA NOT < WRK-LIMITE-QUEDA
                       MOVE 'S' TO WRK-TAB-ALU-F-QUEDA (WRK-ALU-IDX)
                       ADD WRK-PESO-QUEDA
                           TO WRK-TAB-ALU-PONTOS (WRK-ALU-IDX)
                   END-IF
               END-IF
           END-IF.
           IF WRK-TAB-ALU-TEM-NOTA (WRK-ALU-IDX) = 'S'
              AND WRK-TAB-ALU-MENOR-MEDIA (WRK-ALU-IDX)
                  < WRK-LIMITE-NOTA
               MOVE 'S' TO WRK-TAB-ALU-F-NOTA (WRK-ALU-IDX)
               ADD WRK-PESO-NOTA TO WRK-TAB-ALU-PONTOS (WRK-ALU-IDX)
           END-IF.
           IF WRK-TAB-ALU-QTD-MENSAL (WRK-ALU-IDX) > ZEROS
              AND WRK-TAB-ALU-QTD-MENSAL (WRK-ALU-IDX)
                  NOT < WRK-LIMITE-MENSALIDADE
               MOVE 'S' TO WRK-TAB-ALU-F-MENSALIDADE (WRK-ALU-IDX)
               ADD WRK-PESO-MENSALIDADE
                   TO WRK-TAB-ALU-PONTOS (WRK-ALU-IDX)
           END-IF.
           IF WRK-TAB-ALU-PROBATION (WRK-ALU-IDX) = 'S'
               MOVE 'S' TO WRK-TAB-ALU-F-PROBATION (WRK-ALU-IDX)
               ADD WRK-PESO-PROBATION
                   TO WRK-TAB-ALU-PONTOS (WRK-ALU-IDX)
           END-IF.
           MOVE WRK-TAB-ALU-MATRICULA (WRK-ALU-IDX) TO RE-MATRICULA.
           MOVE WRK-DATA-HOJE TO RE-DATA-APURACAO.
           MOVE WRK-TAB-ALU-PONTOS (WRK-ALU-IDX) TO RE-PONTOS.
           IF WRK-TAB-ALU-TEM-FREQ (WRK-ALU-IDX) = 'S'
               MOVE WRK-TAB-ALU-FREQUENCIA (WRK-ALU-IDX)
                   TO RE-FREQUENCIA
           ELSE
               MOVE WRK-TAB-ALU-FREQ-ANT (WRK-ALU-IDX)
                   TO RE-FREQUENCIA
           END-IF.
           MOVE WRK-TAB-ALU-FATORES (WRK-ALU-IDX) TO RE-FATORES.
           WRITE RN-REGISTRO FROM RE-REGISTRO.
       2000-EXIT.
           EXIT.

       3000-IMPRIMIR-CABECALHO.
           MOVE SPACES TO RR-LINHA.
           STRING 'ALERTA DE RISCO DE EVASAO - APURACAO DE '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE WRK-LIMITE-RISCO TO WRK-PONTOSFN.
           MOVE SPACES TO RR-LINHA.
           IF WRK-DATA-ANTERIOR > ZEROS
               STRING 'ALUNOS COM ' WRK-PONTOSFN ' PONTOS OU MAIS - '
                      'COMPARADO COM A APURACAO DE ' WRK-DATA-ANTERIOR
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
           ELSE
               STRING 'ALUNOS COM ' WRK-PONTOSFN ' PONTOS OU MAIS - '
                      'SEM APURACAO ANTERIOR'
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
           END-IF.
           WRITE RR-LINHA.
           MOVE ALL '=' TO RR-LINHA.
           WRITE RR-LINHA.
           MOVE SPACES TO RR-LINHA.
           STRING 'MATRIC.  NOME                      PTS ANT TENDENC. '
                  'FATORES'
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-LIBERAR-EM-RISCO - SO VAI PARA O SORT QUEM ATINGIU O    *
      *                         LIMITE DE RISCO.                     *
      ****************************************************************
       3100-LIBERAR-EM-RISCO.
           PERFORM 3110-LIBERAR-ALUNO
               VARYING WRK-ALU-IDX FROM 1 BY 1
               UNTIL WRK-ALU-IDX > WRK-QTD-ALUNOS.
       3100-EXIT.
           EXIT.

       3110-LIBERAR-ALUNO.
           IF WRK-TAB-ALU-PONTOS (WRK-ALU-IDX) > ZEROS
              AND WRK-TAB-ALU-PONTOS (WRK-ALU-IDX)
                  NOT < WRK-LIMITE-RISCO
               MOVE WRK-TAB-ALU-PONTOS (WRK-ALU-IDX) TO SK-PONTOS
               MOVE WRK-TAB-ALU-MATRICULA (WRK-ALU-IDX)
                   TO SK-MATRICULA
               SET SK-POSICAO TO WRK-ALU-IDX
               RELEASE SK-REGISTRO
           END-IF.
       3110-EXIT.
           EXIT.

      ****************************************************************
      * 3200-IMPRIMIR-EM-RISCO - DO MAIOR PARA O MENOR, COM OS       *
      *                          PONTOS ANTERIORES, A TENDENCIA E OS *
      *                          FATORES QUE DISPARARAM.             *
      ****************************************************************
       3200-IMPRIMIR-EM-RISCO.
           RETURN SORT-RISCO
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3210-IMPRIMIR-ALUNO UNTIL FIM-SORT.
       3200-EXIT.
           EXIT.

       3210-IMPRIMIR-ALUNO.
           MOVE SK-POSICAO TO WRK-ALU-POS.
           ADD 1 TO WRK-QTD-EM-RISCO.
           MOVE SPACES TO WRK-TENDENCIA.
           MOVE '  -' TO WRK-ANTERIOR-TXT.
           IF WRK-TAB-ALU-TEM-ANTERIOR (WRK-ALU-POS) = 'S'
               MOVE WRK-TAB-ALU-PONTOS-ANT (WRK-ALU-POS)
                   TO WRK-ANTERIORFN
               MOVE WRK-ANTERIORFN TO WRK-ANTERIOR-TXT
               IF WRK-TAB-ALU-PONTOS (WRK-ALU-POS)
                  > WRK-TAB-ALU-PONTOS-ANT (WRK-ALU-POS)
                   MOVE 'PIOROU' TO WRK-TENDENCIA
                   ADD 1 TO WRK-QTD-PIORARAM
               ELSE
                   IF WRK-TAB-ALU-PONTOS (WRK-ALU-POS)
                      < WRK-TAB-ALU-PONTOS-ANT (WRK-ALU-POS)
                       MOVE 'MELHOROU' TO WRK-TENDENCIA
                   ELSE
                       MOVE 'IGUAL' TO WRK-TENDENCIA
                   END-IF
               END-IF
           ELSE
               MOVE 'NOVO' TO WRK-TENDENCIA
               ADD 1 TO WRK-QTD-NOVOS
           END-IF.
           MOVE SPACES TO WRK-FATORES-TEXTO.
           MOVE 1 TO WRK-PONTEIRO.
           IF WRK-TAB-ALU-F-FREQUENCIA (WRK-ALU-POS) = 'S'
               MOVE WRK-TAB-ALU-FREQUENCIA (WRK-ALU-POS) TO WRK-FREQFN
               STRING 'FREQ ' WRK-FREQFN '% '
                   DELIMITED BY SIZE INTO WRK-FATORES-TEXTO
                   WITH POINTER WRK-PONTEIRO
               END-STRING
           END-IF.
           IF WRK-TAB-ALU-F-QUEDA (WRK-ALU-POS) = 'S'
               COMPUTE WRK-QUEDAFN =
                   WRK-TAB-ALU-FREQ-ANT (WRK-ALU-POS)
                 - WRK-TAB-ALU-FREQUENCIA (WRK-ALU-POS)
               STRING 'QUEDA ' WRK-QUEDAFN ' '
                   DELIMITED BY SIZE INTO WRK-FATORES-TEXTO
                   WITH POINTER WRK-PONTEIRO
               END-STRING
           END-IF.
           IF WRK-TAB-ALU-F-NOTA (WRK-ALU-POS) = 'S'
               MOVE WRK-TAB-ALU-MENOR-MEDIA (WRK-ALU-POS)
                   TO WRK-MEDIAFN
               STRING 'NOTA ' WRK-MEDIAFN ' '
                   DELIMITED BY SIZE INTO WRK-FATORES-TEXTO
                   WITH POINTER WRK-PONTEIRO
               END-STRING
           END-IF.
           IF WRK-TAB-ALU-F-MENSALIDADE (WRK-ALU-POS) = 'S'
               MOVE WRK-TAB-ALU-QTD-MENSAL (WRK-ALU-POS)
                   TO WRK-MENSALFN
               STRING 'MENSAL ' WRK-MENSALFN ' '
                   DELIMITED BY SIZE INTO WRK-FATORES-TEXTO
                   WITH POINTER WRK-PONTEIRO
               END-STRING
           END-IF.
           IF WRK-TAB-ALU-F-PROBATION (WRK-ALU-POS) = 'S'
               STRING 'PROBATION'
                   DELIMITED BY SIZE INTO WRK-FATORES-TEXTO
                   WITH POINTER WRK-PONTEIRO
               END-STRING
           END-IF.
           MOVE WRK-TAB-ALU-PONTOS (WRK-ALU-POS) TO WRK-PONTOSFN.
           MOVE SPACES TO RR-LINHA.
           STRING WRK-TAB-ALU-MATRICULA (WRK-ALU-POS) ' '
                  WRK-TAB-ALU-NOME (WRK-ALU-POS) (1:25) ' '
                  WRK-PONTOSFN ' ' WRK-ANTERIOR-TXT ' '
                  WRK-TENDENCIA ' ' WRK-FATORES-TEXTO
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           RETURN SORT-RISCO
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3210-EXIT.
           EXIT.

       4000-IMPRIMIR-TOTAIS.
           MOVE ALL '=' TO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-APURADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'ALUNOS ATIVOS APURADOS:  ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-EM-RISCO TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'ALUNOS EM RISCO:         ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-PIORARAM TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'PIORARAM NA SEMANA:      ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-NOVOS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'SEM APURACAO ANTERIOR:   ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-PROCURAR-ALUNO - POSICAO DE WRK-MATRICULA-BUSCA NA      *
      *                       TABELA DE ATIVOS (ZERO SE NAO ESTA).   *
      ****************************************************************
       8000-PROCURAR-ALUNO.
           MOVE ZEROS TO WRK-ALU-POS.
           IF WRK-QTD-ALUNOS > ZEROS
               SET WRK-ALU-IDX TO 1
               SEARCH WRK-TAB-ALU-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ALU-IDX > WRK-QTD-ALUNOS
                       CONTINUE
                   WHEN WRK-TAB-ALU-MATRICULA (WRK-ALU-IDX)
                        = WRK-MATRICULA-BUSCA
                       SET WRK-ALU-POS TO WRK-ALU-IDX
               END-SEARCH
           END-IF.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-APURADOS TO WRK-CONTROLEFN.
           DISPLAY 'ALUNOS APURADOS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-EM-RISCO TO WRK-CONTROLEFN.
           DISPLAY 'ALUNOS EM RISCO:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PIORARAM TO WRK-CONTROLEFN.
           DISPLAY 'PIORARAM:             ' WRK-CONTROLEFN.
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
           MOVE 'PROGRISCO' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-APURADOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-EM-RISCO TO RG-QTD-GRAVADOS.
           MOVE ZEROS            TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGRISCO' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
