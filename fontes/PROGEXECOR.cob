       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGEXECOR.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CORRECAO AUTOMATICA DOS EXERCICIOS DO TREINAMENTO. *
      *           CADA EXECUCAO IDENTIFICADA (CARTAO EXETAG) DO      *
      *           PROGCOB05N, DO AULA23N E DO exercicio04B GRAVA OS  *
      *           SEUS RESULTADOS NO EXERES; ESTE PASSO CONFERE CADA *
      *           EXECUCAO CONTRA O GABARITO DA MASSA DE DADOS       *
      *           (EXEGAB), COM A TOLERANCIA DE CASAS DECIMAIS DE    *
      *           CADA RESULTADO, E DA A NOTA (0 A 10, PROPORCIONAL  *
      *           AOS RESULTADOS CERTOS). A NOTA VAI PARA A LINHA DO *
      *           TREINANDO NO STUDENT-GRADES DA DISCIPLINA E TERMO  *
      *           DE TREINAMENTO DO EXECFG: PROGCOB05N NA NOTA 1,    *
      *           AULA23N NA NOTA 2 E exercicio04B NA NOTA 3, VALENDO*
      *           A EXECUCAO MAIS RECENTE DE CADA EXERCICIO DENTRO   *
      *           DAS DATAS DO TERMO (TERMMST). AS NOTAS QUE NAO     *
      *           FORAM CORRIGIDAS FICAM COMO ESTAVAM (SAIDA NO      *
      *           STUDGRDN, TROCADO PELO JCL, COM O TRAILER REFEITO  *
      *           SE O ARQUIVO TEM CABECALHO); DALI EM DIANTE O      *
      *           PROGCOB08B E O HISTORICO SEGUEM NORMALMENTE. O     *
      *           EXERES E RELIDO INTEIRO TODA NOITE, ENTAO A        *
      *           CORRECAO E REFEITA IGUAL SE O PASSO FOR REPETIDO.  *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT EXERCICIO-CONFIG ASSIGN TO "EXECFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXECFG.
           SELECT EXERCICIO-GABARITO ASSIGN TO "EXEGAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXEGAB.
           SELECT EXERCICIO-RESULTADO ASSIGN TO "EXERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXERES.
           SELECT STUDENT-GRADES ASSIGN TO "STUDENT-GRADES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDGRD.
           SELECT STUDENT-GRADES-NOVO ASSIGN TO "STUDGRDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STUDGRDN.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT TERMO-MASTER   ASSIGN TO "TERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-TERMO
               FILE STATUS IS WRK-FS-TERMMST.
           SELECT CORRECAO-REPORT ASSIGN TO "EXECORRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXECORRP.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  EXERCICIO-CONFIG.
       01  EC-REGISTRO.
           05  EC-DISCIPLINA            PICTURE X(05).
           05  EC-TERMO                 PICTURE X(06).
           05  EC-TURMA                 PICTURE X(03).
           05  EC-FREQUENCIA            PICTURE 9(03).
       FD  EXERCICIO-GABARITO.
           COPY EXEGAB.
       FD  EXERCICIO-RESULTADO.
           COPY EXERES.
       FD  STUDENT-GRADES.
           COPY STUDGRD.
       FD  STUDENT-GRADES-NOVO.
       01  GN-REGISTRO              PICTURE X(61).
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  TERMO-MASTER.
           COPY TERMMST.
       FD  CORRECAO-REPORT.
       01  XR-LINHA                 PICTURE X(100).
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
       77  WRK-FS-EXECFG            PIC X(02) VALUE SPACES.
           88  FS-EXECFG-OK             VALUE '00'.
       77  WRK-FS-EXEGAB            PIC X(02) VALUE SPACES.
           88  FS-EXEGAB-OK             VALUE '00'.
       77  WRK-FS-EXERES            PIC X(02) VALUE SPACES.
           88  FS-EXERES-OK             VALUE '00'.
       77  WRK-FS-STUDGRD           PIC X(02) VALUE SPACES.
           88  FS-STUDGRD-OK            VALUE '00'.
       77  WRK-FS-STUDGRDN          PIC X(02) VALUE SPACES.
           88  FS-STUDGRDN-OK           VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-TERMMST           PIC X(02) VALUE SPACES.
           88  FS-TERMMST-OK            VALUE '00'.
       77  WRK-FS-EXECORRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-EXEGAB           PIC X(01) VALUE 'N'.
           88  FIM-EXEGAB               VALUE 'S'.
       77  WRK-FIM-EXERES           PIC X(01) VALUE 'N'.
           88  FIM-EXERES               VALUE 'S'.
       77  WRK-FIM-STUDGRD          PIC X(01) VALUE 'N'.
           88  FIM-STUDGRD              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-EXERES-ABERTO        PIC X(01) VALUE 'N'.
           88  EXERES-ABERTO            VALUE 'S'.
       77  WRK-INSCRICOES-CARREGADAS PIC X(01) VALUE 'N'.
           88  INSCRICOES-CARREGADAS    VALUE 'S'.
       77  WRK-CONFIG-VALIDA        PIC X(01) VALUE 'N'.
           88  CONFIG-VALIDA            VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.
       77  WRK-MOTIVO               PIC X(40) VALUE SPACES.

      * DISCIPLINA/TERMO DE TREINAMENTO (EXECFG) E DATAS DO TERMO NO
      * TERMMST (ZERADAS = SEM FILTRO DE DATA, TERMMST INDISPONIVEL).
       77  WRK-CFG-DISCIPLINA       PIC X(05) VALUE SPACES.
       77  WRK-CFG-TERMO            PIC X(06) VALUE SPACES.
       77  WRK-CFG-TURMA            PIC X(03) VALUE SPACES.
       77  WRK-CFG-FREQUENCIA       PIC 9(03) VALUE 100.
       77  WRK-TERMO-INICIO         PIC 9(08) VALUE ZEROS.
       77  WRK-TERMO-FIM            PIC 9(08) VALUE ZEROS.

      * EXERCICIO CORRIGIDO -> NOTA DO STUDENT-GRADES QUE ELE OCUPA.
       01  WRK-TAB-PROGRAMAS-DADOS.
           05  FILLER               PIC X(13) VALUE 'PROGCOB05N  1'.
           05  FILLER               PIC X(13) VALUE 'AULA23N     2'.
           05  FILLER               PIC X(13) VALUE 'exercicio04B3'.
       01  WRK-TAB-PROGRAMAS REDEFINES WRK-TAB-PROGRAMAS-DADOS.
           05  WRK-PGM-ITEM OCCURS 3 TIMES
                            INDEXED BY WRK-PGM-IDX.
               10  WRK-PGM-NOME     PIC X(12).
               10  WRK-PGM-NOTA     PIC 9(01).
       77  WRK-POS-NOTA             PIC 9(01) VALUE ZEROS.

      * GABARITO DE TODOS OS EXERCICIOS (EXEGAB).
       01  WRK-TAB-GABARITO.
           05  WRK-TAB-GAB-ITEM OCCURS 2000 TIMES
                                INDEXED BY WRK-GAB-IDX.
               10  WRK-TAB-GAB-EXERCICIO PIC X(08).
               10  WRK-TAB-GAB-RESULTADO PIC X(10).
               10  WRK-TAB-GAB-ITEM-NUM  PIC 9(04).
               10  WRK-TAB-GAB-VALOR     PIC S9(18)V9(04).
               10  WRK-TAB-GAB-CASAS     PIC 9(01).
       77  WRK-QTD-GABARITO         PIC 9(04) COMP VALUE ZEROS.

      * INSCRITOS NA DISCIPLINA/TERMO DE TREINAMENTO (MATRDISC).
       01  WRK-TAB-INSCRICAO.
           05  WRK-TAB-INS-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-INS-IDX.
               10  WRK-TAB-INS-MATRICULA PIC X(08).
               10  WRK-TAB-INS-TURMA    PIC X(03).
       77  WRK-QTD-INSCRICOES       PIC 9(04) COMP VALUE ZEROS.

      * EXECUCAO EM CORRECAO: CHAVE E RESULTADOS GRAVADOS POR ELA.
       77  WRK-EXE-MATRICULA        PIC X(08) VALUE SPACES.
       77  WRK-EXE-EXERCICIO        PIC X(08) VALUE SPACES.
       77  WRK-EXE-PROGRAMA         PIC X(12) VALUE SPACES.
       77  WRK-EXE-DATA             PIC 9(08) VALUE ZEROS.
       77  WRK-EXE-HORA             PIC 9(08) VALUE ZEROS.
       77  WRK-EXE-LINHAS           PIC 9(06) COMP VALUE ZEROS.
       01  WRK-TAB-EXECUCAO.
           05  WRK-TAB-EXE-ITEM OCCURS 1000 TIMES
                                INDEXED BY WRK-EXE-IDX.
               10  WRK-TAB-EXE-RESULTADO PIC X(10).
               10  WRK-TAB-EXE-ITEM-NUM  PIC 9(04).
               10  WRK-TAB-EXE-VALOR     PIC S9(18)V9(04).
       77  WRK-QTD-EXE-RESULTADOS   PIC 9(04) COMP VALUE ZEROS.

      * CONFERENCIA DE UM RESULTADO CONTRA O GABARITO.
       77  WRK-ESPERADOS            PIC 9(04) COMP VALUE ZEROS.
       77  WRK-ACERTOS              PIC 9(04) COMP VALUE ZEROS.
       77  WRK-NOTA                 PIC 9(02) VALUE ZEROS.
       77  WRK-DIFERENCA            PIC S9(18)V9(04) VALUE ZEROS.
       77  WRK-TOLERANCIA           PIC 9(01)V9(04) VALUE ZEROS.
      * TOLERANCIA POR QUANTIDADE DE CASAS DECIMAIS EXIGIDAS (0 A 4;
      * ACIMA DE 4 VALE A DE 4, O LIMITE DO EXERES).
       01  WRK-TAB-TOLERANCIA-DADOS.
           05  FILLER               PIC 9(01)V9(04) VALUE 1.
           05  FILLER               PIC 9(01)V9(04) VALUE 0,1.
           05  FILLER               PIC 9(01)V9(04) VALUE 0,01.
           05  FILLER               PIC 9(01)V9(04) VALUE 0,001.
           05  FILLER               PIC 9(01)V9(04) VALUE 0,0001.
       01  WRK-TAB-TOLERANCIA REDEFINES WRK-TAB-TOLERANCIA-DADOS.
           05  WRK-TOL-VALOR        PIC 9(01)V9(04) OCCURS 5 TIMES.
       77  WRK-TOL-POS              PIC 9(01) VALUE ZEROS.

      * NOTAS CORRIGIDAS NA NOITE, POR TREINANDO. A NOTA SO E LEVADA
      * AO STUDENT-GRADES NA POSICAO MARCADA EM WRK-COR-TEM.
       01  WRK-TAB-CORRECAO.
           05  WRK-COR-ITEM OCCURS 2000 TIMES
                            INDEXED BY WRK-COR-IDX.
               10  WRK-COR-MATRICULA    PIC X(08).
               10  WRK-COR-NOME         PIC X(30).
               10  WRK-COR-TURMA        PIC X(03).
               10  WRK-COR-NOTA         PIC 9(02) OCCURS 3 TIMES.
               10  WRK-COR-TEM          PIC X(01) OCCURS 3 TIMES.
               10  WRK-COR-APLICADA     PIC X(01).
       77  WRK-QTD-CORRECOES        PIC 9(04) COMP VALUE ZEROS.
       77  WRK-COR-POS              PIC 9(04) COMP VALUE ZEROS.
       77  WRK-NOME-ALUNO           PIC X(30) VALUE SPACES.
       77  WRK-TURMA-ALUNO          PIC X(03) VALUE SPACES.
       77  WRK-IDX-NOTA             PIC 9(01) VALUE ZEROS.

      * LINHA DO STUDENT-GRADES MONTADA EM MEMORIA (MESMO LAYOUT DO
      * STUDGRD, COM AS TRES NOTAS EM TABELA).
       01  WRK-REG-NOTA.
           05  WRK-RN-MATRICULA     PIC X(08).
           05  WRK-RN-NOME          PIC X(30).
           05  WRK-RN-NOTA          PIC 9(02) OCCURS 3 TIMES.
           05  WRK-RN-TERMO         PIC X(06).
           05  WRK-RN-FREQUENCIA    PIC 9(03).
           05  WRK-RN-DISCIPLINA    PIC X(05).
           05  WRK-RN-TURMA         PIC X(03).

      * TRAILER DO STUDENT-GRADES COM CABECALHO, NO FORMATO QUE O
      * PROGCOB08B CONFERE.
       01  WRK-REG-TRAILER.
           05  WRK-TRL-TIPO         PIC X(03) VALUE 'TRL'.
           05  WRK-TRL-QTD          PIC 9(08) VALUE ZEROS.
           05  WRK-TRL-HASH         PIC 9(12)V99 VALUE ZEROS.
       77  WRK-COM-CABECALHO        PIC X(01) VALUE 'N'.
           88  COM-CABECALHO            VALUE 'S'.

      * LINHA DO RELATORIO POR EXECUCAO.
       01  WRK-LINHA-EXECUCAO.
           05  WRK-LE-MATRICULA     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LE-EXERCICIO     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LE-PROGRAMA      PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LE-DATA          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LE-HORA          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LE-TEXTO         PIC X(51).

       77  WRK-QTD-LINHAS           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EXECUCOES        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CORRIGIDAS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RECUSADAS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FORA-TERMO       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ATUALIZADAS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-NOVAS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-STUDGRD          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-ACERTOSFN            PIC ZZZ9 VALUE ZEROS.
       77  WRK-ESPERADOSFN          PIC ZZZ9 VALUE ZEROS.
       77  WRK-NOTAFN               PIC Z9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LER-CONFIGURACAO THRU 1000-EXIT.
           PERFORM 1100-CARREGAR-GABARITO THRU 1100-EXIT.
           PERFORM 1200-CARREGAR-INSCRICOES THRU 1200-EXIT.
           PERFORM 1300-ABRIR-ARQUIVOS THRU 1300-EXIT.
           PERFORM 2000-LER-RESULTADO THRU 2000-EXIT
               UNTIL FIM-EXERES.
           IF WRK-EXE-LINHAS > ZEROS
               PERFORM 2500-CORRIGIR-EXECUCAO THRU 2500-EXIT
           END-IF.
           IF CONFIG-VALIDA
               PERFORM 3000-ATUALIZAR-STUDGRD THRU 3000-EXIT
           END-IF.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-LER-CONFIGURACAO - DISCIPLINA, TERMO, TURMA PADRAO E    *
      *                         FREQUENCIA DO TREINAMENTO (EXECFG) E *
      *                         DATAS DO TERMO NO TERMMST. SEM O     *
      *                         EXECFG, OU COM TERMO DESCONHECIDO,   *
      *                         NADA E CORRIGIDO NEM LEVADO AO       *
      *                         STUDENT-GRADES (O JCL NAO TROCA O    *
      *                         ARQUIVO).                            *
      ****************************************************************
       1000-LER-CONFIGURACAO.
           OPEN INPUT EXERCICIO-CONFIG.
           IF NOT FS-EXECFG-OK
               DISPLAY 'EXECFG INDISPONIVEL - FS: ' WRK-FS-EXECFG
               MOVE 'EXECFG'   TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-EXECFG TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ EXERCICIO-CONFIG
               AT END
                   MOVE SPACES TO WRK-CFG-DISCIPLINA
               NOT AT END
                   MOVE EC-DISCIPLINA TO WRK-CFG-DISCIPLINA
                   MOVE EC-TERMO      TO WRK-CFG-TERMO
                   MOVE EC-TURMA      TO WRK-CFG-TURMA
                   IF EC-FREQUENCIA IS NUMERIC
                      AND EC-FREQUENCIA NOT > 100
                       MOVE EC-FREQUENCIA TO WRK-CFG-FREQUENCIA
                   END-IF
           END-READ.
           CLOSE EXERCICIO-CONFIG.
           IF WRK-CFG-DISCIPLINA = SPACES
              OR WRK-CFG-TERMO = SPACES
               DISPLAY 'EXECFG SEM DISCIPLINA OU TERMO DO TREINAMENTO'
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT TERMO-MASTER.
           IF FS-TERMMST-OK
               MOVE WRK-CFG-TERMO TO TE-TERMO
               READ TERMO-MASTER
                   INVALID KEY
                       DISPLAY 'TERMO ' WRK-CFG-TERMO
                               ' DO EXECFG NAO CADASTRADO NO TERMMST'
                       MOVE 'ERRO' TO WRK-RL-STATUS
                   NOT INVALID KEY
                       IF TE-DATA-INICIO IS NUMERIC
                          AND TE-DATA-FIM IS NUMERIC
                           MOVE TE-DATA-INICIO TO WRK-TERMO-INICIO
                           MOVE TE-DATA-FIM    TO WRK-TERMO-FIM
                       END-IF
               END-READ
               CLOSE TERMO-MASTER
               IF WRK-RL-STATUS = 'ERRO'
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           SET CONFIG-VALIDA TO TRUE.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-GABARITO - RESULTADOS ESPERADOS DE TODOS OS    *
      *                          EXERCICIOS. SEM O EXEGAB, TODA      *
      *                          EXECUCAO E RECUSADA.                *
      ****************************************************************
       1100-CARREGAR-GABARITO.
           IF NOT CONFIG-VALIDA
               GO TO 1100-EXIT
           END-IF.
           OPEN INPUT EXERCICIO-GABARITO.
           IF NOT FS-EXEGAB-OK
               DISPLAY 'EXEGAB INDISPONIVEL - FS: ' WRK-FS-EXEGAB
               MOVE 'EXEGAB'   TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-EXEGAB TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 1100-EXIT
           END-IF.
           READ EXERCICIO-GABARITO
               AT END SET FIM-EXEGAB TO TRUE
           END-READ.
           PERFORM 1110-GUARDAR-GABARITO THRU 1110-EXIT
               UNTIL FIM-EXEGAB.
           CLOSE EXERCICIO-GABARITO.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-GABARITO.
           IF EG-VALOR NOT NUMERIC OR EG-CASAS NOT NUMERIC
              OR EG-ITEM NOT NUMERIC
               DISPLAY 'EXEGAB: LINHA INVALIDA ' EG-EXERCICIO ' '
                       EG-RESULTADO ' - IGNORADA'
               GO TO 1110-LER
           END-IF.
           IF WRK-QTD-GABARITO < 2000
               ADD 1 TO WRK-QTD-GABARITO
               MOVE EG-EXERCICIO
                   TO WRK-TAB-GAB-EXERCICIO (WRK-QTD-GABARITO)
               MOVE EG-RESULTADO
                   TO WRK-TAB-GAB-RESULTADO (WRK-QTD-GABARITO)
               MOVE EG-ITEM
                   TO WRK-TAB-GAB-ITEM-NUM (WRK-QTD-GABARITO)
               MOVE EG-VALOR
                   TO WRK-TAB-GAB-VALOR (WRK-QTD-GABARITO)
               MOVE EG-CASAS
                   TO WRK-TAB-GAB-CASAS (WRK-QTD-GABARITO)
           ELSE
               DISPLAY 'EXEGAB EXCEDE A CAPACIDADE DA TABELA - '
                       EG-EXERCICIO ' ' EG-RESULTADO ' IGNORADA'
           END-IF.
       1110-LER.
           READ EXERCICIO-GABARITO
               AT END SET FIM-EXEGAB TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-INSCRICOES - INSCRITOS NA DISCIPLINA E TERMO DO*
      *                            TREINAMENTO, COM A TURMA. SEM O   *
      *                            MATRDISC, A CRITICA DE INSCRICAO  *
      *                            E DISPENSADA E VALE A TURMA DO    *
      *                            EXECFG.                           *
      ****************************************************************
       1200-CARREGAR-INSCRICOES.
           IF NOT CONFIG-VALIDA
               GO TO 1200-EXIT
           END-IF.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               SET INSCRICOES-CARREGADAS TO TRUE
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-INSCRICAO THRU 1210-EXIT
                   UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-INSCRICAO.
           IF MD-DISCIPLINA NOT = WRK-CFG-DISCIPLINA
              OR MD-TERMO NOT = WRK-CFG-TERMO
               GO TO 1210-LER
           END-IF.
           IF WRK-QTD-INSCRICOES < 5000
               ADD 1 TO WRK-QTD-INSCRICOES
               MOVE MD-MATRICULA
                   TO WRK-TAB-INS-MATRICULA (WRK-QTD-INSCRICOES)
               MOVE MD-TURMA
                   TO WRK-TAB-INS-TURMA (WRK-QTD-INSCRICOES)
           ELSE
               DISPLAY 'INSCRICOES EXCEDEM A CAPACIDADE DA TABELA - '
                       MD-MATRICULA ' IGNORADA'
           END-IF.
       1210-LER.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-ABRIR-ARQUIVOS - RELATORIO, ALUNO-MASTER E EXERES. SEM  *
      *                       CONFIGURACAO VALIDA O EXERES NEM E     *
      *                       ABERTO; SEM O ALUNO-MASTER A MATRICULA *
      *                       NAO E CRITICADA E A LINHA NOVA SAI SEM *
      *                       NOME, COMO NO PROGCOB08B.              *
      ****************************************************************
       1300-ABRIR-ARQUIVOS.
           OPEN OUTPUT CORRECAO-REPORT.
           MOVE SPACES TO XR-LINHA.
           STRING 'CORRECAO DOS EXERCICIOS DO TREINAMENTO EM '
                  WRK-DATA-HOJE ' - DISCIPLINA ' WRK-CFG-DISCIPLINA
                  ' TERMO ' WRK-CFG-TERMO
               DELIMITED BY SIZE INTO XR-LINHA
           END-STRING.
           WRITE XR-LINHA.
           MOVE ALL '=' TO XR-LINHA.
           WRITE XR-LINHA.
           IF NOT CONFIG-VALIDA
               MOVE 'CONFIGURACAO INVALIDA (EXECFG/TERMMST) - NADA '
                   TO XR-LINHA
               MOVE 'CORRIGIDO' TO XR-LINHA (47:9)
               WRITE XR-LINHA
               SET FIM-EXERES TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE SPACES TO XR-LINHA.
           STRING 'MATRIC.  EXERCIC. PROGRAMA     '
                  'DATA     HORA     RESULTADO'
               DELIMITED BY SIZE INTO XR-LINHA
           END-STRING.
           WRITE XR-LINHA.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               SET ALUNMST-ABERTO TO TRUE
           ELSE
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           OPEN INPUT EXERCICIO-RESULTADO.
           IF FS-EXERES-OK
               SET EXERES-ABERTO TO TRUE
               READ EXERCICIO-RESULTADO
                   AT END SET FIM-EXERES TO TRUE
               END-READ
           ELSE
               SET FIM-EXERES TO TRUE
               IF WRK-FS-EXERES NOT = '35'
                   MOVE 'EXERES'   TO EL-ARQUIVO
                   MOVE 'OPEN'     TO EL-OPERACAO
                   MOVE WRK-FS-EXERES TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LER-RESULTADO - JUNTA AS LINHAS DE UMA MESMA EXECUCAO   *
      *                      (MATRICULA, EXERCICIO, PROGRAMA, DATA E *
      *                      HORA IGUAIS, GRAVADAS EM SEQUENCIA PELO *
      *                      EXERCICIO) E CORRIGE A EXECUCAO ANTERIOR*
      *                      QUANDO A CHAVE MUDA.                    *
      ****************************************************************
       2000-LER-RESULTADO.
           ADD 1 TO WRK-QTD-LINHAS.
           IF WRK-EXE-LINHAS > ZEROS
              AND (ER-MATRICULA NOT = WRK-EXE-MATRICULA
                OR ER-EXERCICIO NOT = WRK-EXE-EXERCICIO
                OR ER-PROGRAMA  NOT = WRK-EXE-PROGRAMA
                OR ER-DATA      NOT = WRK-EXE-DATA
                OR ER-HORA      NOT = WRK-EXE-HORA)
               PERFORM 2500-CORRIGIR-EXECUCAO THRU 2500-EXIT
           END-IF.
           IF WRK-EXE-LINHAS = ZEROS
               MOVE ER-MATRICULA TO WRK-EXE-MATRICULA
               MOVE ER-EXERCICIO TO WRK-EXE-EXERCICIO
               MOVE ER-PROGRAMA  TO WRK-EXE-PROGRAMA
               MOVE ER-DATA      TO WRK-EXE-DATA
               MOVE ER-HORA      TO WRK-EXE-HORA
           END-IF.
           ADD 1 TO WRK-EXE-LINHAS.
           IF WRK-QTD-EXE-RESULTADOS < 1000
               ADD 1 TO WRK-QTD-EXE-RESULTADOS
               MOVE ER-RESULTADO
                   TO WRK-TAB-EXE-RESULTADO (WRK-QTD-EXE-RESULTADOS)
               MOVE ER-ITEM
                   TO WRK-TAB-EXE-ITEM-NUM (WRK-QTD-EXE-RESULTADOS)
               MOVE ER-VALOR
                   TO WRK-TAB-EXE-VALOR (WRK-QTD-EXE-RESULTADOS)
           END-IF.
           READ EXERCICIO-RESULTADO
               AT END SET FIM-EXERES TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2500-CORRIGIR-EXECUCAO - EXECUCAO FORA DAS DATAS DO TERMO E  *
      *                          SO CONTADA. AS DEMAIS PRECISAM DE   *
      *                          GABARITO, DE EXERCICIO CORRIGIDO,   *
      *                          DE ALUNO ATIVO E INSCRITO NA        *
      *                          DISCIPLINA; A NOTA E GUARDADA PARA  *
      *                          O 3000 (A MAIS RECENTE PREVALECE,   *
      *                          NA ORDEM DO EXERES).                *
      ****************************************************************
       2500-CORRIGIR-EXECUCAO.
           ADD 1 TO WRK-QTD-EXECUCOES.
           MOVE WRK-EXE-MATRICULA TO WRK-LE-MATRICULA.
           MOVE WRK-EXE-EXERCICIO TO WRK-LE-EXERCICIO.
           MOVE WRK-EXE-PROGRAMA  TO WRK-LE-PROGRAMA.
           MOVE WRK-EXE-DATA      TO WRK-LE-DATA.
           MOVE WRK-EXE-HORA      TO WRK-LE-HORA.
           IF WRK-TERMO-INICIO > ZEROS
              AND (WRK-EXE-DATA < WRK-TERMO-INICIO
                OR WRK-EXE-DATA > WRK-TERMO-FIM)
               ADD 1 TO WRK-QTD-FORA-TERMO
               GO TO 2500-LIMPAR
           END-IF.
           SET WRK-PGM-IDX TO 1.
           SEARCH WRK-PGM-ITEM
               AT END
                   MOVE 'PROGRAMA NAO E EXERCICIO CORRIGIDO'
                       TO WRK-MOTIVO
                   GO TO 2500-RECUSAR
               WHEN WRK-PGM-NOME (WRK-PGM-IDX) = WRK-EXE-PROGRAMA
                   MOVE WRK-PGM-NOTA (WRK-PGM-IDX) TO WRK-POS-NOTA
           END-SEARCH.
           MOVE ZEROS TO WRK-ESPERADOS WRK-ACERTOS.
           PERFORM 2600-CONFERIR-GABARITO
               VARYING WRK-GAB-IDX FROM 1 BY 1
               UNTIL WRK-GAB-IDX > WRK-QTD-GABARITO.
           IF WRK-ESPERADOS = ZEROS
               MOVE 'EXERCICIO SEM GABARITO' TO WRK-MOTIVO
               GO TO 2500-RECUSAR
           END-IF.
           PERFORM 2700-CONFERIR-ALUNO THRU 2700-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 2500-RECUSAR
           END-IF.
           PERFORM 2800-GUARDAR-NOTA THRU 2800-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 2500-RECUSAR
           END-IF.
           ADD 1 TO WRK-QTD-CORRIGIDAS.
           MOVE WRK-ACERTOS   TO WRK-ACERTOSFN.
           MOVE WRK-ESPERADOS TO WRK-ESPERADOSFN.
           MOVE WRK-NOTA      TO WRK-NOTAFN.
           MOVE SPACES TO WRK-LE-TEXTO.
           STRING 'CERTOS ' WRK-ACERTOSFN ' DE ' WRK-ESPERADOSFN
                  ' - NOTA ' WRK-NOTAFN
               DELIMITED BY SIZE INTO WRK-LE-TEXTO
           END-STRING.
           MOVE WRK-LINHA-EXECUCAO TO XR-LINHA.
           WRITE XR-LINHA.
           GO TO 2500-LIMPAR.
       2500-RECUSAR.
           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE SPACES TO WRK-LE-TEXTO.
           STRING 'RECUSADA - ' WRK-MOTIVO
               DELIMITED BY SIZE INTO WRK-LE-TEXTO
           END-STRING.
           MOVE WRK-LINHA-EXECUCAO TO XR-LINHA.
           WRITE XR-LINHA.
       2500-LIMPAR.
           MOVE ZEROS TO WRK-EXE-LINHAS WRK-QTD-EXE-RESULTADOS.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2600-CONFERIR-GABARITO - PARA CADA LINHA DO GABARITO DO      *
      *                          EXERCICIO, PROCURA O MESMO          *
      *                          RESULTADO/ITEM NA EXECUCAO E CONTA  *
      *                          O ACERTO QUANDO A DIFERENCA FICA    *
      *                          ABAIXO DE UMA UNIDADE NA ULTIMA     *
      *                          CASA DECIMAL EXIGIDA. RESULTADO     *
      *                          AUSENTE CONTA COMO ERRADO.          *
      ****************************************************************
       2600-CONFERIR-GABARITO.
           IF WRK-TAB-GAB-EXERCICIO (WRK-GAB-IDX) = WRK-EXE-EXERCICIO
               ADD 1 TO WRK-ESPERADOS
               IF WRK-QTD-EXE-RESULTADOS > ZEROS
                   SET WRK-EXE-IDX TO 1
                   SEARCH WRK-TAB-EXE-ITEM
                       AT END
                           CONTINUE
                       WHEN WRK-EXE-IDX > WRK-QTD-EXE-RESULTADOS
                           CONTINUE
                       WHEN WRK-TAB-EXE-RESULTADO (WRK-EXE-IDX)
                            = WRK-TAB-GAB-RESULTADO (WRK-GAB-IDX)
                        AND WRK-TAB-EXE-ITEM-NUM (WRK-EXE-IDX)
                            = WRK-TAB-GAB-ITEM-NUM (WRK-GAB-IDX)
                           PERFORM 2610-COMPARAR-VALOR
                   END-SEARCH
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

       2610-COMPARAR-VALOR.
           IF WRK-TAB-GAB-CASAS (WRK-GAB-IDX) > 4
               MOVE 5 TO WRK-TOL-POS
           ELSE
               ADD 1 WRK-TAB-GAB-CASAS (WRK-GAB-IDX)
                   GIVING WRK-TOL-POS
           END-IF.
           MOVE WRK-TOL-VALOR (WRK-TOL-POS) TO WRK-TOLERANCIA.
           COMPUTE WRK-DIFERENCA = WRK-TAB-EXE-VALOR (WRK-EXE-IDX)
                                 - WRK-TAB-GAB-VALOR (WRK-GAB-IDX).
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
           END-IF.
           IF WRK-DIFERENCA < WRK-TOLERANCIA
               ADD 1 TO WRK-ACERTOS
           END-IF.
       2610-EXIT.
           EXIT.

      ****************************************************************
      * 2700-CONFERIR-ALUNO - ALUNO ATIVO NO ALUNO-MASTER (NOME PARA *
      *                       A LINHA NOVA) E INSCRITO NA DISCIPLINA *
      *                       DO TREINAMENTO (TURMA DA INSCRICAO).   *
      *                       WRK-MOTIVO EM BRANCO = ACEITO.         *
      ****************************************************************
       2700-CONFERIR-ALUNO.
           MOVE SPACES        TO WRK-MOTIVO WRK-NOME-ALUNO.
           MOVE WRK-CFG-TURMA TO WRK-TURMA-ALUNO.
           IF ALUNMST-ABERTO
               MOVE WRK-EXE-MATRICULA TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       MOVE 'MATRICULA NAO CADASTRADA' TO WRK-MOTIVO
                       GO TO 2700-EXIT
               END-READ
               IF NOT ALUNO-ATIVO
                   MOVE 'ALUNO INATIVO' TO WRK-MOTIVO
                   GO TO 2700-EXIT
               END-IF
               MOVE AL-NOME TO WRK-NOME-ALUNO
           END-IF.
           IF NOT INSCRICOES-CARREGADAS
               GO TO 2700-EXIT
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-QTD-INSCRICOES > ZEROS
               SET WRK-INS-IDX TO 1
               SEARCH WRK-TAB-INS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-INS-IDX > WRK-QTD-INSCRICOES
                       CONTINUE
                   WHEN WRK-TAB-INS-MATRICULA (WRK-INS-IDX)
                        = WRK-EXE-MATRICULA
                       SET ACHOU TO TRUE
                       MOVE WRK-TAB-INS-TURMA (WRK-INS-IDX)
                           TO WRK-TURMA-ALUNO
               END-SEARCH
           END-IF.
           IF NOT ACHOU
               MOVE 'ALUNO NAO INSCRITO NA DISCIPLINA' TO WRK-MOTIVO
           END-IF.
       2700-EXIT.
           EXIT.

      ****************************************************************
      * 2800-GUARDAR-NOTA - NOTA DE 0 A 10 PROPORCIONAL AOS ACERTOS, *
      *                     NA POSICAO DO EXERCICIO NA TABELA DO     *
      *                     TREINANDO (INCLUI O TREINANDO NA PRIMEIRA*
      *                     EXECUCAO CORRIGIDA DELE).                *
      ****************************************************************
       2800-GUARDAR-NOTA.
           COMPUTE WRK-NOTA ROUNDED = WRK-ACERTOS * 10 / WRK-ESPERADOS.
           MOVE ZEROS TO WRK-COR-POS.
           IF WRK-QTD-CORRECOES > ZEROS
               SET WRK-COR-IDX TO 1
               SEARCH WRK-COR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-COR-IDX > WRK-QTD-CORRECOES
                       CONTINUE
                   WHEN WRK-COR-MATRICULA (WRK-COR-IDX)
                        = WRK-EXE-MATRICULA
                       SET WRK-COR-POS TO WRK-COR-IDX
               END-SEARCH
           END-IF.
           IF WRK-COR-POS = ZEROS
               IF WRK-QTD-CORRECOES NOT < 2000
                   MOVE 'LIMITE DE TREINANDOS DA NOITE' TO WRK-MOTIVO
                   GO TO 2800-EXIT
               END-IF
               ADD 1 TO WRK-QTD-CORRECOES
               MOVE WRK-QTD-CORRECOES TO WRK-COR-POS
               MOVE WRK-EXE-MATRICULA
                   TO WRK-COR-MATRICULA (WRK-COR-POS)
               MOVE WRK-NOME-ALUNO  TO WRK-COR-NOME (WRK-COR-POS)
               MOVE WRK-TURMA-ALUNO TO WRK-COR-TURMA (WRK-COR-POS)
               MOVE ZEROS TO WRK-COR-NOTA (WRK-COR-POS, 1)
                             WRK-COR-NOTA (WRK-COR-POS, 2)
                             WRK-COR-NOTA (WRK-COR-POS, 3)
               MOVE 'N'   TO WRK-COR-TEM (WRK-COR-POS, 1)
                             WRK-COR-TEM (WRK-COR-POS, 2)
                             WRK-COR-TEM (WRK-COR-POS, 3)
                             WRK-COR-APLICADA (WRK-COR-POS)
           END-IF.
           MOVE WRK-NOTA TO WRK-COR-NOTA (WRK-COR-POS, WRK-POS-NOTA).
           MOVE 'S'      TO WRK-COR-TEM (WRK-COR-POS, WRK-POS-NOTA).
       2800-EXIT.
           EXIT.

      ****************************************************************
      * 3000-ATUALIZAR-STUDGRD - COPIA O STUDENT-GRADES PARA O       *
      *                          STUDGRDN TROCANDO, NA LINHA DO      *
      *                          TREINANDO NA DISCIPLINA/TERMO DO    *
      *                          TREINAMENTO, SO AS NOTAS CORRIGIDAS;*
      *                          QUEM AINDA NAO TINHA LINHA GANHA UMA*
      *                          NOVA NO FIM. SE O ARQUIVO VEIO COM  *
      *                          CABECALHO, REFAZ O TRAILER.         *
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
           PERFORM 3200-GRAVAR-NOVA THRU 3200-EXIT
               VARYING WRK-COR-IDX FROM 1 BY 1
               UNTIL WRK-COR-IDX > WRK-QTD-CORRECOES.
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
           MOVE SG-REGISTRO TO WRK-REG-NOTA.
           MOVE ZEROS TO WRK-COR-POS.
           IF WRK-QTD-CORRECOES > ZEROS
              AND SG-TERMO = WRK-CFG-TERMO
              AND SG-DISCIPLINA = WRK-CFG-DISCIPLINA
               SET WRK-COR-IDX TO 1
               SEARCH WRK-COR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-COR-IDX > WRK-QTD-CORRECOES
                       CONTINUE
                   WHEN WRK-COR-MATRICULA (WRK-COR-IDX)
                        = SG-MATRICULA
                       SET WRK-COR-POS TO WRK-COR-IDX
               END-SEARCH
           END-IF.
           IF WRK-COR-POS > ZEROS
               PERFORM 3110-TROCAR-NOTA
                   VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA > 3
               MOVE 'S' TO WRK-COR-APLICADA (WRK-COR-POS)
               ADD 1 TO WRK-QTD-ATUALIZADAS
           END-IF.
           MOVE WRK-REG-NOTA TO GN-REGISTRO.
           WRITE GN-REGISTRO.
           ADD 1 TO WRK-QTD-STUDGRD.
       3100-LER.
           READ STUDENT-GRADES
               AT END SET FIM-STUDGRD TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3110-TROCAR-NOTA.
           IF WRK-COR-TEM (WRK-COR-POS, WRK-IDX-NOTA) = 'S'
               MOVE WRK-COR-NOTA (WRK-COR-POS, WRK-IDX-NOTA)
                   TO WRK-RN-NOTA (WRK-IDX-NOTA)
           END-IF.
       3110-EXIT.
           EXIT.

      ****************************************************************
      * 3200-GRAVAR-NOVA - LINHA NOVA PARA O TREINANDO QUE AINDA NAO *
      *                    TINHA NOTA NA DISCIPLINA/TERMO: EXERCICIO *
      *                    AINDA NAO CORRIGIDO FICA COM ZERO.        *
      ****************************************************************
       3200-GRAVAR-NOVA.
           IF WRK-COR-APLICADA (WRK-COR-IDX) = 'S'
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-COR-MATRICULA (WRK-COR-IDX) TO WRK-RN-MATRICULA.
           MOVE WRK-COR-NOME (WRK-COR-IDX)      TO WRK-RN-NOME.
           MOVE WRK-COR-NOTA (WRK-COR-IDX, 1)   TO WRK-RN-NOTA (1).
           MOVE WRK-COR-NOTA (WRK-COR-IDX, 2)   TO WRK-RN-NOTA (2).
           MOVE WRK-COR-NOTA (WRK-COR-IDX, 3)   TO WRK-RN-NOTA (3).
           MOVE WRK-CFG-TERMO                   TO WRK-RN-TERMO.
           MOVE WRK-CFG-FREQUENCIA              TO WRK-RN-FREQUENCIA.
           MOVE WRK-CFG-DISCIPLINA              TO WRK-RN-DISCIPLINA.
           MOVE WRK-COR-TURMA (WRK-COR-IDX)     TO WRK-RN-TURMA.
           MOVE WRK-REG-NOTA TO GN-REGISTRO.
           WRITE GN-REGISTRO.
           ADD 1 TO WRK-QTD-STUDGRD.
           ADD 1 TO WRK-QTD-NOVAS.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE E FECHA O *
      *                          RELATORIO COM OS TOTAIS.            *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF EXERES-ABERTO
               CLOSE EXERCICIO-RESULTADO
           END-IF.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           MOVE ALL '=' TO XR-LINHA.
           WRITE XR-LINHA.
           MOVE WRK-QTD-EXECUCOES TO WRK-CONTROLEFN.
           MOVE SPACES TO XR-LINHA.
           STRING 'EXECUCOES LIDAS:            ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO XR-LINHA.
           WRITE XR-LINHA.
           MOVE WRK-QTD-CORRIGIDAS TO WRK-CONTROLEFN.
           MOVE SPACES TO XR-LINHA.
           STRING 'EXECUCOES CORRIGIDAS:       ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO XR-LINHA.
           WRITE XR-LINHA.
           MOVE WRK-QTD-RECUSADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO XR-LINHA.
           STRING 'EXECUCOES RECUSADAS:        ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO XR-LINHA.
           WRITE XR-LINHA.
           MOVE WRK-QTD-FORA-TERMO TO WRK-CONTROLEFN.
           MOVE SPACES TO XR-LINHA.
           STRING 'EXECUCOES FORA DO TERMO:    ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO XR-LINHA.
           WRITE XR-LINHA.
           MOVE WRK-QTD-ATUALIZADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO XR-LINHA.
           STRING 'LINHAS DE NOTA ATUALIZADAS: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO XR-LINHA.
           WRITE XR-LINHA.
           MOVE WRK-QTD-NOVAS TO WRK-CONTROLEFN.
           MOVE SPACES TO XR-LINHA.
           STRING 'LINHAS DE NOTA NOVAS:       ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO XR-LINHA.
           WRITE XR-LINHA.
           CLOSE CORRECAO-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO. TODA     *
      *                                 EXECUCAO LIDA TEM DE TER SIDO*
      *                                 CORRIGIDA, RECUSADA OU FICADO*
      *                                 FORA DO TERMO.               *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LINHAS TO WRK-CONTROLEFN.
           DISPLAY 'RESULTADOS LIDOS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-EXECUCOES TO WRK-CONTROLEFN.
           DISPLAY 'EXECUCOES LIDAS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CORRIGIDAS TO WRK-CONTROLEFN.
           DISPLAY 'EXECUCOES CORRIGIDAS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RECUSADAS TO WRK-CONTROLEFN.
           DISPLAY 'EXECUCOES RECUSADAS:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-FORA-TERMO TO WRK-CONTROLEFN.
           DISPLAY 'FORA DO TERMO:        ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ATUALIZADAS TO WRK-CONTROLEFN.
           DISPLAY 'NOTAS ATUALIZADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-NOVAS TO WRK-CONTROLEFN.
           DISPLAY 'NOTAS NOVAS:          ' WRK-CONTROLEFN.
           IF WRK-QTD-EXECUCOES NOT = WRK-QTD-CORRIGIDAS
                                    + WRK-QTD-RECUSADAS
                                    + WRK-QTD-FORA-TERMO
               MOVE 'DIVERGE' TO WRK-RL-STATUS
               DISPLAY 'TOTAIS DE CONTROLE NAO BATEM'
           END-IF.
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
           MOVE 'PROGEXECOR' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-EXECUCOES  TO RG-QTD-LIDOS.
           MOVE WRK-QTD-CORRIGIDAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RECUSADAS  TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGEXECOR' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
