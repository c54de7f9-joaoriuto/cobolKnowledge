       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGREMCNF.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONFIRMACAO DA REMATRICULA - LE AS PROPOSTAS DO    *
      *           REMATPRV (GRAVADAS PELO PROGREMAT) E AS DECISOES DA*
      *           SECRETARIA NO REMATDEC. A PROVISORIA - E A RETIDA  *
      *           LIBERADA - VIRA INSCRICAO NO MATRDISC SE O ALUNO   *
      *           CONTINUA ATIVO, AINDA NAO ESTA INSCRITO E A TURMA  *
      *           TEM VAGA; SEM VAGA, O PEDIDO VAI PARA A LISTA DE   *
      *           ESPERA (MATRESP) DO PROGMATPED. A RETIDA CANCELADA *
      *           E BAIXADA; A RETIDA SEM DECISAO CONTINUA RETIDA. O *
      *           REMATPRV ATUALIZADO SAI NO REMATPRN (TROCADO PELO  *
      *           JCL).                                              *
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
           SELECT REMATRICULA-PROV ASSIGN TO "REMATPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMATPRV.
           SELECT REMATRICULA-NOVA ASSIGN TO "REMATPRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMATPRN.
           SELECT REMATRICULA-DEC ASSIGN TO "REMATDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMATDEC.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT TURMA-CAPACIDADE ASSIGN TO "TURMCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TURMCAP.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT LISTA-ESPERA   ASSIGN TO "MATRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRESP.
           SELECT CONFIRMACAO-REPORT ASSIGN TO "REMCNFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMCNFRP.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  REMATRICULA-PROV.
           COPY REMATPRV.
       FD  REMATRICULA-NOVA.
       01  RN-REGISTRO              PICTURE X(70).
       FD  REMATRICULA-DEC.
           COPY REMATDEC.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  TURMA-CAPACIDADE.
           COPY TURMCAP.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  LISTA-ESPERA.
           COPY MATRESP.
       FD  CONFIRMACAO-REPORT.
       01  RC-LINHA                 PICTURE X(100).
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
       77  WRK-FS-REMATPRV          PIC X(02) VALUE SPACES.
           88  FS-REMATPRV-OK           VALUE '00'.
       77  WRK-FS-REMATPRN          PIC X(02) VALUE SPACES.
           88  FS-REMATPRN-OK           VALUE '00'.
       77  WRK-FS-REMATDEC          PIC X(02) VALUE SPACES.
           88  FS-REMATDEC-OK           VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-TURMCAP           PIC X(02) VALUE SPACES.
           88  FS-TURMCAP-OK            VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-MATRESP           PIC X(02) VALUE SPACES.
           88  FS-MATRESP-OK            VALUE '00'.
       77  WRK-FS-REMCNFRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-REMATPRV         PIC X(01) VALUE 'N'.
           88  FIM-REMATPRV             VALUE 'S'.
       77  WRK-FIM-REMATDEC         PIC X(01) VALUE 'N'.
           88  FIM-REMATDEC             VALUE 'S'.
       77  WRK-FIM-TURMCAP          PIC X(01) VALUE 'N'.
           88  FIM-TURMCAP              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-MATRDISC-ABERTO      PIC X(01) VALUE 'N'.
           88  MATRDISC-ABERTO          VALUE 'S'.
       77  WRK-MATRESP-ABERTO       PIC X(01) VALUE 'N'.
           88  MATRESP-ABERTO           VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.
       77  WRK-DECISAO              PIC X(01) VALUE SPACES.
           88  SEM-DECISAO              VALUE SPACES.
           88  SECRETARIA-LIBERA        VALUE 'L'.
           88  SECRETARIA-CANCELA       VALUE 'X'.
       77  WRK-NOME-ALUNO           PIC X(30) VALUE SPACES.
       77  WRK-ALUNO-ATIVO          PIC X(01) VALUE 'N'.
           88  ALUNO-CONTINUA-ATIVO     VALUE 'S'.
       77  WRK-RESULTADO            PIC X(40) VALUE SPACES.

      * DECISOES DA SECRETARIA SOBRE AS RETIDAS. DISCIPLINA EM
      * BRANCO VALE PARA TODAS AS DO ALUNO NO TERMO.
       01  WRK-TAB-DECISAO.
           05  WRK-TAB-DEC-ITEM OCCURS 2000 TIMES
                                INDEXED BY WRK-DEC-IDX.
               10  WRK-TAB-DEC-MATRICULA PICTURE X(08).
               10  WRK-TAB-DEC-TERMO    PICTURE X(06).
               10  WRK-TAB-DEC-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-DEC-DECISAO  PICTURE X(01).
       77  WRK-QTD-DECISOES         PIC 9(04) COMP VALUE ZEROS.

      * TURMAS OFERECIDAS: VAGAS E OCUPACAO PELOS ALUNOS ATIVOS.
       01  WRK-TAB-TURMA.
           05  WRK-TAB-TUR-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-TUR-IDX.
               10  WRK-TAB-TUR-TERMO    PICTURE X(06).
               10  WRK-TAB-TUR-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-TUR-TURMA    PICTURE X(03).
               10  WRK-TAB-TUR-CAPACIDADE PICTURE 9(03).
               10  WRK-TAB-TUR-OCUPADAS PICTURE 9(03).
       77  WRK-QTD-TURMAS           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-TUR-POS              PIC 9(04) COMP VALUE ZEROS.

      * INSCRICOES JA NO MATRDISC, MAIS AS CONFIRMADAS NESTA RODADA.
       01  WRK-TAB-INSCRICAO.
           05  WRK-TAB-INS-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-INS-IDX.
               10  WRK-TAB-INS-MATRICULA PICTURE X(08).
               10  WRK-TAB-INS-TERMO    PICTURE X(06).
               10  WRK-TAB-INS-DISCIPLINA PICTURE X(05).
       77  WRK-QTD-INSCRICOES       PIC 9(04) COMP VALUE ZEROS.

       77  WRK-QTD-LIDAS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CONFIRMADAS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EM-ESPERA        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CANCELADAS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RETIDAS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-INALTERADAS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT REMATRICULA-PROV.
           IF NOT FS-REMATPRV-OK
               MOVE 'REMATPRV' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-REMATPRV TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               DISPLAY 'REMATPRV INDISPONIVEL - FS: ' WRK-FS-REMATPRV
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-DECISOES.
           PERFORM 1100-ABRIR-ALUNOS.
           PERFORM 1200-CARREGAR-TURMAS.
           PERFORM 1300-CARREGAR-INSCRICOES.
           PERFORM 1400-ABRIR-SAIDAS.
           READ REMATRICULA-PROV
               AT END SET FIM-REMATPRV TO TRUE
           END-READ.
           PERFORM 2000-CONFIRMAR-PROPOSTA THRU 2000-EXIT
               UNTIL FIM-REMATPRV.
           PERFORM 3000-IMPRIMIR-RODAPE.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-DECISOES - DECISOES DA SECRETARIA. SEM O       *
      *                          ARQUIVO, NENHUMA RETIDA E LIBERADA. *
      ****************************************************************
       1000-CARREGAR-DECISOES.
           OPEN INPUT REMATRICULA-DEC.
           IF FS-REMATDEC-OK
               READ REMATRICULA-DEC
                   AT END SET FIM-REMATDEC TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-DECISAO UNTIL FIM-REMATDEC
               CLOSE REMATRICULA-DEC
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-DECISAO.
           IF NOT DECISAO-LIBERA AND NOT DECISAO-CANCELA
               DISPLAY 'DECISAO INVALIDA NO REMATDEC - '
                       RD-MATRICULA ' ' RD-DISCIPLINA ' IGNORADA'
           ELSE
               IF WRK-QTD-DECISOES < 2000
                   ADD 1 TO WRK-QTD-DECISOES
                   MOVE RD-MATRICULA
                       TO WRK-TAB-DEC-MATRICULA (WRK-QTD-DECISOES)
                   MOVE RD-TERMO
                       TO WRK-TAB-DEC-TERMO (WRK-QTD-DECISOES)
                   MOVE RD-DISCIPLINA
                       TO WRK-TAB-DEC-DISCIPLINA (WRK-QTD-DECISOES)
                   MOVE RD-DECISAO
                       TO WRK-TAB-DEC-DECISAO (WRK-QTD-DECISOES)
               ELSE
                   DISPLAY 'DECISOES EXCEDEM A CAPACIDADE DA TABELA - '
                           RD-MATRICULA ' ' RD-DISCIPLINA ' IGNORADA'
               END-IF
           END-IF.
           READ REMATRICULA-DEC
               AT END SET FIM-REMATDEC TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-ABRIR-ALUNOS - ALUNMST PARA CONFERIR SE O ALUNO AINDA   *
      *                     ESTA ATIVO. SEM ELE, NADA E CONFIRMADO.  *
      ****************************************************************
       1100-ABRIR-ALUNOS.
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
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-TURMAS - TURMAS E VAGAS DO TURMCAP.            *
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
               MOVE TC-TERMO      TO WRK-TAB-TUR-TERMO (WRK-QTD-TURMAS)
               MOVE TC-DISCIPLINA
                   TO WRK-TAB-TUR-DISCIPLINA (WRK-QTD-TURMAS)
               MOVE TC-TURMA      TO WRK-TAB-TUR-TURMA (WRK-QTD-TURMAS)
               MOVE TC-CAPACIDADE
                   TO WRK-TAB-TUR-CAPACIDADE (WRK-QTD-TURMAS)
               MOVE ZEROS TO WRK-TAB-TUR-OCUPADAS (WRK-QTD-TURMAS)
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
      * 1300-CARREGAR-INSCRICOES - LE O MATRDISC, COMO O PROGMATPED: *
      *                            GUARDA AS INSCRICOES (REPETICAO)  *
      *                            E CONTA A VAGA OCUPADA PELO ALUNO *
      *                            AINDA ATIVO.                      *
      ****************************************************************
       1300-CARREGAR-INSCRICOES.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 1310-CONTAR-INSCRICAO THRU 1310-EXIT
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
       1300-EXIT.
           EXIT.

       1310-CONTAR-INSCRICAO.
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
           PERFORM 2700-LOCALIZAR-TURMA THRU 2700-EXIT.
           IF WRK-TUR-POS = ZEROS
               GO TO 1310-LER
           END-IF.
           IF ALUNMST-ABERTO
               MOVE MD-MATRICULA TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       GO TO 1310-LER
               END-READ
               IF NOT ALUNO-ATIVO
                   GO TO 1310-LER
               END-IF
           END-IF.
           ADD 1 TO WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS).
       1310-LER.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-ABRIR-SAIDAS - RELATORIO, REMATPRN, MATRDISC E MATRESP  *
      *                     (ESTES DOIS PARA ACRESCENTAR).           *
      ****************************************************************
       1400-ABRIR-SAIDAS.
           OPEN OUTPUT CONFIRMACAO-REPORT.
           MOVE SPACES TO RC-LINHA.
           STRING 'CONFIRMACAO DA REMATRICULA EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
           MOVE ALL '=' TO RC-LINHA.
           WRITE RC-LINHA.
           OPEN OUTPUT REMATRICULA-NOVA.
           IF NOT FS-REMATPRN-OK
               MOVE 'REMATPRN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-REMATPRN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
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
           OPEN EXTEND LISTA-ESPERA.
           IF WRK-FS-MATRESP = '35'
               OPEN OUTPUT LISTA-ESPERA
           END-IF.
           IF FS-MATRESP-OK
               SET MATRESP-ABERTO TO TRUE
           ELSE
               MOVE 'MATRESP' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-MATRESP TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1400-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CONFIRMAR-PROPOSTA - A PROPOSTA JA CONFIRMADA, EM       *
      *                           ESPERA OU CANCELADA PASSA DIRETO   *
      *                           PARA O REMATPRN; A CANCELADA PELA  *
      *                           SECRETARIA E BAIXADA; A RETIDA SEM *
      *                           LIBERACAO CONTINUA RETIDA; AS      *
      *                           DEMAIS SAO CONFERIDAS E            *
      *                           CONFIRMADAS.                       *
      ****************************************************************
       2000-CONFIRMAR-PROPOSTA.
           ADD 1 TO WRK-QTD-LIDAS.
           IF NOT REMAT-PROVISORIA AND NOT REMAT-RETIDA
               ADD 1 TO WRK-QTD-INALTERADAS
               GO TO 2000-GRAVAR
           END-IF.
           PERFORM 2100-LER-ALUNO THRU 2100-EXIT.
           PERFORM 2200-PROCURAR-DECISAO THRU 2200-EXIT.
           IF SECRETARIA-CANCELA
               MOVE 'CANCELADA PELA SECRETARIA' TO RV-MOTIVO
               PERFORM 2400-CANCELAR
               GO TO 2000-GRAVAR
           END-IF.
           IF REMAT-RETIDA AND SEM-DECISAO
               ADD 1 TO WRK-QTD-RETIDAS
               MOVE 'CONTINUA RETIDA: ' TO WRK-RESULTADO
               MOVE RV-MOTIVO TO WRK-RESULTADO (18:)
               PERFORM 2900-IMPRIMIR-LINHA
               GO TO 2000-GRAVAR
           END-IF.
           IF NOT ALUNO-CONTINUA-ATIVO
               MOVE 'ALUNO NAO ESTA ATIVO' TO RV-MOTIVO
               PERFORM 2400-CANCELAR
               GO TO 2000-GRAVAR
           END-IF.
           PERFORM 2300-PROCURAR-INSCRICAO THRU 2300-EXIT.
           IF ACHOU
               MOVE 'JA INSCRITO NA DISCIPLINA' TO RV-MOTIVO
               PERFORM 2400-CANCELAR
               GO TO 2000-GRAVAR
           END-IF.
           MOVE RV-MATRICULA  TO MD-MATRICULA.
           MOVE RV-TERMO      TO MD-TERMO.
           MOVE RV-DISCIPLINA TO MD-DISCIPLINA.
           MOVE RV-TURMA      TO MD-TURMA.
           PERFORM 2700-LOCALIZAR-TURMA THRU 2700-EXIT.
           IF WRK-TUR-POS = ZEROS
               MOVE 'TURMA NAO OFERECIDA NO TURMCAP' TO RV-MOTIVO
               PERFORM 2400-CANCELAR
               GO TO 2000-GRAVAR
           END-IF.
           IF WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS)
              NOT < WRK-TAB-TUR-CAPACIDADE (WRK-TUR-POS)
               PERFORM 2500-COLOCAR-EM-ESPERA THRU 2500-EXIT
               GO TO 2000-GRAVAR
           END-IF.
           PERFORM 2600-CONFIRMAR THRU 2600-EXIT.
       2000-GRAVAR.
           MOVE RV-REGISTRO TO RN-REGISTRO.
           WRITE RN-REGISTRO.
           READ REMATRICULA-PROV
               AT END SET FIM-REMATPRV TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-LER-ALUNO.
           MOVE 'N' TO WRK-ALUNO-ATIVO.
           MOVE 'ALUNO SEM CADASTRO' TO WRK-NOME-ALUNO.
           IF NOT ALUNMST-ABERTO
               GO TO 2100-EXIT
           END-IF.
           MOVE RV-MATRICULA TO AL-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           MOVE AL-NOME TO WRK-NOME-ALUNO.
           IF ALUNO-ATIVO
               SET ALUNO-CONTINUA-ATIVO TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-PROCURAR-DECISAO - DECISAO PARA A DISCIPLINA OU, NA     *
      *                         FALTA DELA, PARA O ALUNO NO TERMO.   *
      ****************************************************************
       2200-PROCURAR-DECISAO.
           MOVE SPACES TO WRK-DECISAO.
           IF WRK-QTD-DECISOES = ZEROS
               GO TO 2200-EXIT
           END-IF.
           SET WRK-DEC-IDX TO 1.
           SEARCH WRK-TAB-DEC-ITEM
               AT END
                   CONTINUE
               WHEN WRK-DEC-IDX > WRK-QTD-DECISOES
                   CONTINUE
               WHEN WRK-TAB-DEC-MATRICULA (WRK-DEC-IDX) = RV-MATRICULA
                AND WRK-TAB-DEC-TERMO (WRK-DEC-IDX) = RV-TERMO
                AND WRK-TAB-DEC-DISCIPLINA (WRK-DEC-IDX)
                    = RV-DISCIPLINA
                   MOVE WRK-TAB-DEC-DECISAO (WRK-DEC-IDX)
                       TO WRK-DECISAO
           END-SEARCH.
           IF NOT SEM-DECISAO
               GO TO 2200-EXIT
           END-IF.
           SET WRK-DEC-IDX TO 1.
           SEARCH WRK-TAB-DEC-ITEM
               AT END
                   CONTINUE
               WHEN WRK-DEC-IDX > WRK-QTD-DECISOES
                   CONTINUE
               WHEN WRK-TAB-DEC-MATRICULA (WRK-DEC-IDX) = RV-MATRICULA
                AND WRK-TAB-DEC-TERMO (WRK-DEC-IDX) = RV-TERMO
                AND WRK-TAB-DEC-DISCIPLINA (WRK-DEC-IDX) = SPACES
                   MOVE WRK-TAB-DEC-DECISAO (WRK-DEC-IDX)
                       TO WRK-DECISAO
           END-SEARCH.
       2200-EXIT.
           EXIT.

       2300-PROCURAR-INSCRICAO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-INSCRICOES > ZEROS
               SET WRK-INS-IDX TO 1
               SEARCH WRK-TAB-INS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-INS-IDX > WRK-QTD-INSCRICOES
                       CONTINUE
                   WHEN WRK-TAB-INS-MATRICULA (WRK-INS-IDX)
                        = RV-MATRICULA
                    AND WRK-TAB-INS-TERMO (WRK-INS-IDX) = RV-TERMO
                    AND WRK-TAB-INS-DISCIPLINA (WRK-INS-IDX)
                        = RV-DISCIPLINA
                       SET ACHOU TO TRUE
               END-SEARCH
           END-IF.
       2300-EXIT.
           EXIT.

       2400-CANCELAR.
           ADD 1 TO WRK-QTD-CANCELADAS.
           SET REMAT-CANCELADA TO TRUE.
           MOVE WRK-DATA-HOJE TO RV-DATA-CONFIRMACAO.
           MOVE 'CANCELADA: ' TO WRK-RESULTADO.
           MOVE RV-MOTIVO TO WRK-RESULTADO (12:).
           PERFORM 2900-IMPRIMIR-LINHA.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-COLOCAR-EM-ESPERA - TURMA LOTADA DEPOIS DA PROPOSTA: O  *
      *                          PEDIDO ENTRA NO FIM DA LISTA DE     *
      *                          ESPERA DO PROGMATPED.               *
      ****************************************************************
       2500-COLOCAR-EM-ESPERA.
           IF NOT MATRESP-ABERTO
               MOVE 'LISTA DE ESPERA INDISPONIVEL' TO RV-MOTIVO
               MOVE 'SEM VAGA: ' TO WRK-RESULTADO
               MOVE RV-MOTIVO TO WRK-RESULTADO (11:)
               PERFORM 2900-IMPRIMIR-LINHA
               GO TO 2500-EXIT
           END-IF.
           MOVE RV-MATRICULA  TO ME-MATRICULA.
           MOVE RV-TERMO      TO ME-TERMO.
           MOVE RV-DISCIPLINA TO ME-DISCIPLINA.
           MOVE RV-TURMA      TO ME-TURMA.
           MOVE WRK-DATA-HOJE TO ME-DATA-PEDIDO
                                 ME-DATA-ENTRADA.
           WRITE ME-REGISTRO.
           ADD 1 TO WRK-QTD-EM-ESPERA.
           SET REMAT-EM-ESPERA TO TRUE.
           MOVE 'TURMA LOTADA - LISTA DE ESPERA' TO RV-MOTIVO.
           MOVE WRK-DATA-HOJE TO RV-DATA-CONFIRMACAO.
           MOVE 'EM ESPERA: TURMA LOTADA' TO WRK-RESULTADO.
           PERFORM 2900-IMPRIMIR-LINHA.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2600-CONFIRMAR - GRAVA A INSCRICAO NO MATRDISC E MARCA A     *
      *                  PROPOSTA COMO CONFIRMADA.                   *
      ****************************************************************
       2600-CONFIRMAR.
           IF NOT MATRDISC-ABERTO
               MOVE 'NAO CONFIRMADA: MATRDISC INDISPONIVEL'
                   TO WRK-RESULTADO
               PERFORM 2900-IMPRIMIR-LINHA
               GO TO 2600-EXIT
           END-IF.
           WRITE MD-REGISTRO.
           ADD 1 TO WRK-TAB-TUR-OCUPADAS (WRK-TUR-POS).
           IF WRK-QTD-INSCRICOES < 5000
               ADD 1 TO WRK-QTD-INSCRICOES
               MOVE RV-MATRICULA
                   TO WRK-TAB-INS-MATRICULA (WRK-QTD-INSCRICOES)
               MOVE RV-TERMO
                   TO WRK-TAB-INS-TERMO (WRK-QTD-INSCRICOES)
               MOVE RV-DISCIPLINA
                   TO WRK-TAB-INS-DISCIPLINA (WRK-QTD-INSCRICOES)
           END-IF.
           ADD 1 TO WRK-QTD-CONFIRMADAS.
           SET REMAT-CONFIRMADA TO TRUE.
           MOVE SPACES TO RV-MOTIVO.
           MOVE WRK-DATA-HOJE TO RV-DATA-CONFIRMACAO.
           MOVE 'CONFIRMADA' TO WRK-RESULTADO.
           PERFORM 2900-IMPRIMIR-LINHA.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 2700-LOCALIZAR-TURMA - POSICAO DA TURMA DE MD-TERMO/         *
      *                        MD-DISCIPLINA/MD-TURMA NA TABELA      *
      *                        (ZERO SE NAO OFERECIDA).              *
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
               WHEN WRK-TAB-TUR-TERMO (WRK-TUR-IDX) = MD-TERMO
                AND WRK-TAB-TUR-DISCIPLINA (WRK-TUR-IDX)
                    = MD-DISCIPLINA
                AND WRK-TAB-TUR-TURMA (WRK-TUR-IDX) = MD-TURMA
                   SET WRK-TUR-POS TO WRK-TUR-IDX
           END-SEARCH.
       2700-EXIT.
           EXIT.

       2900-IMPRIMIR-LINHA.
           MOVE SPACES TO RC-LINHA.
           STRING RV-MATRICULA ' ' WRK-NOME-ALUNO
                  ' ' RV-TERMO ' ' RV-DISCIPLINA ' ' RV-TURMA
                  ' ' WRK-RESULTADO
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
       2900-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-RODAPE - TOTAIS DO RELATORIO.                  *
      ****************************************************************
       3000-IMPRIMIR-RODAPE.
           MOVE ALL '=' TO RC-LINHA.
           WRITE RC-LINHA.
           MOVE WRK-QTD-CONFIRMADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'CONFIRMADAS NO MATRDISC:    ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RC-LINHA.
           WRITE RC-LINHA.
           MOVE WRK-QTD-EM-ESPERA TO WRK-CONTROLEFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'PARA A LISTA DE ESPERA:     ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RC-LINHA.
           WRITE RC-LINHA.
           MOVE WRK-QTD-CANCELADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'CANCELADAS:                 ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RC-LINHA.
           WRITE RC-LINHA.
           MOVE WRK-QTD-RETIDAS TO WRK-CONTROLEFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'RETIDAS SEM DECISAO:        ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RC-LINHA.
           WRITE RC-LINHA.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           CLOSE REMATRICULA-PROV.
           CLOSE REMATRICULA-NOVA.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF MATRDISC-ABERTO
               CLOSE MATRICULA-DISC
           END-IF.
           IF MATRESP-ABERTO
               CLOSE LISTA-ESPERA
           END-IF.
           CLOSE CONFIRMACAO-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'PROPOSTAS LIDAS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CONFIRMADAS TO WRK-CONTROLEFN.
           DISPLAY 'CONFIRMADAS:          ' WRK-CONTROLEFN.
           MOVE WRK-QTD-EM-ESPERA TO WRK-CONTROLEFN.
           DISPLAY 'EM ESPERA:            ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CANCELADAS TO WRK-CONTROLEFN.
           DISPLAY 'CANCELADAS:           ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RETIDAS TO WRK-CONTROLEFN.
           DISPLAY 'RETIDAS SEM DECISAO:  ' WRK-CONTROLEFN.
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
           MOVE 'PROGREMCNF' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS       TO RG-QTD-LIDOS.
           MOVE WRK-QTD-CONFIRMADAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-CANCELADAS  TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGREMCNF' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
