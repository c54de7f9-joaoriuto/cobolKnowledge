       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGPAGPRF.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: PAGAMENTO MENSAL DAS HORAS-AULA DOS PROFESSORES.   *
      *           RODA TODO DIA E SO AGE NO ULTIMO DIA UTIL DO MES   *
      *           DO CALENDARIO. A AULA SO CONTA NO DIA EM QUE A     *
      *           TURMA TEVE CHAMADA NO FREQDIA; AS HORAS DO DIA SAO *
      *           AS FAIXAS DO HORARIO DA ATRIBUICAO (PROFTURM)      *
      *           NAQUELE DIA DA SEMANA, PAGAS PELO VALOR DA         *
      *           CATEGORIA DO PROFESSOR (VALHORA). IMPRIME O        *
      *           EXTRATO POR PROFESSOR, TURMA E DISCIPLINA E GERA   *
      *           O ARQUIVO DA FOLHA (FOLHAPRF), REGISTRADO NO       *
      *           MANIFESTO DE TRANSMISSAO.                          *
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
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT VALOR-HORA     ASSIGN TO "VALHORA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VALHORA.
           SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMST.
           SELECT DISCIPLINA-MASTER ASSIGN TO "DISCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCMST.
           SELECT PROFESSOR-TURMA ASSIGN TO "PROFTURM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURM.
           SELECT HORARIO-TURMA  ASSIGN TO "HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HORARIO.
           SELECT FREQUENCIA-DIA ASSIGN TO "FREQDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQDIA.
           SELECT SORT-FREQ      ASSIGN TO "SORTWK01".
           SELECT PAGTO-REPORT   ASSIGN TO "PAGPRFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGPRFRP.
           SELECT INTERFACE-FOLHA ASSIGN TO "FOLHAPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHAPRF.
           SELECT TRANSMISSAO-MANIFESTO ASSIGN TO "XMITMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-XMITMAN.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  VALOR-HORA.
           COPY VALHORA.
       FD  PROFESSOR-MASTER.
           COPY PROFMST.
       FD  DISCIPLINA-MASTER.
           COPY DISCMST.
       FD  PROFESSOR-TURMA.
           COPY PROFTURM.
       FD  HORARIO-TURMA.
           COPY HORARIO.
       FD  FREQUENCIA-DIA.
           COPY FREQDIA.
       SD  SORT-FREQ.
       01  SF-REGISTRO.
           05  SF-TURMA             PICTURE X(03).
           05  SF-TERMO             PICTURE X(06).
           05  SF-MATRICULA         PICTURE X(08).
           05  SF-DATA              PICTURE 9(08).
           05  SF-PRESENCA          PICTURE X(01).
       FD  PAGTO-REPORT.
       01  PP-LINHA                 PICTURE X(100).
       FD  INTERFACE-FOLHA.
           COPY FOLHAINT.
       FD  TRANSMISSAO-MANIFESTO.
           COPY XMITMAN.
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
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-VALHORA           PIC X(02) VALUE SPACES.
           88  FS-VALHORA-OK            VALUE '00'.
       77  WRK-FS-PROFMST           PIC X(02) VALUE SPACES.
           88  FS-PROFMST-OK            VALUE '00'.
       77  WRK-FS-DISCMST           PIC X(02) VALUE SPACES.
           88  FS-DISCMST-OK            VALUE '00'.
       77  WRK-FS-PROFTURM          PIC X(02) VALUE SPACES.
           88  FS-PROFTURM-OK           VALUE '00'.
       77  WRK-FS-HORARIO           PIC X(02) VALUE SPACES.
           88  FS-HORARIO-OK            VALUE '00'.
       77  WRK-FS-FREQDIA           PIC X(02) VALUE SPACES.
       77  WRK-FS-PAGPRFRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-FOLHAPRF          PIC X(02) VALUE SPACES.
       77  WRK-FS-XMITMAN           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-VALHORA          PIC X(01) VALUE 'N'.
           88  FIM-VALHORA              VALUE 'S'.
       77  WRK-FIM-PROFMST          PIC X(01) VALUE 'N'.
           88  FIM-PROFMST              VALUE 'S'.
       77  WRK-FIM-DISCMST          PIC X(01) VALUE 'N'.
           88  FIM-DISCMST              VALUE 'S'.
       77  WRK-FIM-PROFTURM         PIC X(01) VALUE 'N'.
           88  FIM-PROFTURM             VALUE 'S'.
       77  WRK-FIM-HORARIO          PIC X(01) VALUE 'N'.
           88  FIM-HORARIO              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       01  WRK-DATA-HOJE-GRUPO.
           05  WRK-HOJE-ANO-MES     PIC 9(06).
           05  WRK-HOJE-DIA         PIC 9(02).
       01  WRK-DATA-AULA-GRUPO.
           05  WRK-AULA-ANO-MES     PIC 9(06).
           05  WRK-AULA-DIA         PIC 9(02).
       77  WRK-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77  WRK-COLUNA               PIC 9(01) VALUE ZEROS.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.
       77  WRK-AULA-NO-HORARIO      PIC X(01) VALUE 'N'.
           88  AULA-NO-HORARIO          VALUE 'S'.

      * VALOR DA HORA-AULA POR CATEGORIA (VALHORA).
       01  WRK-TAB-VALOR.
           05  WRK-TAB-VAL-ITEM OCCURS 20 TIMES
                                INDEXED BY WRK-VAL-IDX.
               10  WRK-TAB-VAL-CATEGORIA PICTURE X(01).
               10  WRK-TAB-VAL-HORA     PICTURE 9(04)V99.
       77  WRK-QTD-VALORES          PIC 9(04) COMP VALUE ZEROS.

      * PROFESSORES DO PROFMST.
       01  WRK-TAB-PROFESSOR.
           05  WRK-TAB-PRF-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-PRF-IDX.
               10  WRK-TAB-PRF-CODIGO   PICTURE X(05).
               10  WRK-TAB-PRF-NOME     PICTURE X(30).
               10  WRK-TAB-PRF-CATEGORIA PICTURE X(01).
               10  WRK-TAB-PRF-ID-FOLHA PICTURE X(10).
       77  WRK-QTD-PROFESSORES      PIC 9(04) COMP VALUE ZEROS.

      * NOMES DAS DISCIPLINAS (DISCMST).
       01  WRK-TAB-DISCIPLINA.
           05  WRK-TAB-DIS-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-DIS-IDX.
               10  WRK-TAB-DIS-CODIGO   PICTURE X(05).
               10  WRK-TAB-DIS-NOME     PICTURE X(30).
       77  WRK-QTD-DISCIPLINAS      PIC 9(04) COMP VALUE ZEROS.
       77  WRK-NOME-DISCIPLINA      PIC X(30) VALUE SPACES.

      * ATRIBUICOES (PROFTURM), COM AS FAIXAS DO HORARIO EM CADA DIA
      * DA SEMANA (1 = SEGUNDA ... 6 = SABADO) E O APURADO NO MES.
       01  WRK-TAB-ATRIBUICAO.
           05  WRK-TAB-ATR-ITEM OCCURS 1000 TIMES
                                INDEXED BY WRK-ATR-IDX WRK-ATR-IDX2.
               10  WRK-TAB-ATR-PROFESSOR PICTURE X(05).
               10  WRK-TAB-ATR-TURMA    PICTURE X(03).
               10  WRK-TAB-ATR-TERMO    PICTURE X(06).
               10  WRK-TAB-ATR-DISCIPLINA PICTURE X(05).
               10  WRK-TAB-ATR-FAIXAS   PICTURE 9(02) OCCURS 6 TIMES.
               10  WRK-TAB-ATR-TEM-HORARIO PICTURE X(01).
               10  WRK-TAB-ATR-DIAS     PICTURE 9(03).
               10  WRK-TAB-ATR-DIAS-FORA PICTURE 9(03).
               10  WRK-TAB-ATR-HORAS    PICTURE 9(04).
       77  WRK-QTD-ATRIBUICOES      PIC 9(04) COMP VALUE ZEROS.

       01  WRK-DIA-ANTERIOR.
           05  WRK-ANT-TURMA        PIC X(03) VALUE SPACES.
           05  WRK-ANT-TERMO        PIC X(06) VALUE SPACES.
           05  WRK-ANT-DATA         PIC 9(08) VALUE ZEROS.

      * APURACAO DO PROFESSOR CORRENTE NO EXTRATO.
       77  WRK-PRF-POS              PIC 9(04) COMP VALUE ZEROS.
       77  WRK-VALOR-HORA           PIC 9(04)V99 VALUE ZEROS.
       77  WRK-TEM-VALOR            PIC X(01) VALUE 'N'.
           88  TEM-VALOR-HORA           VALUE 'S'.
       77  WRK-TEM-MOVIMENTO        PIC X(01) VALUE 'N'.
           88  TEM-MOVIMENTO            VALUE 'S'.
       77  WRK-HORAS-PROFESSOR      PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-VALOR-LINHA          PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-PROFESSOR      PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-TOTAL          PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-RETIDO         PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-MOTIVO               PIC X(40) VALUE SPACES.
       77  WRK-SITUACAO-LINHA       PIC X(26) VALUE SPACES.
       77  WRK-DIASFN               PIC ZZ9 VALUE ZEROS.
       77  WRK-DIASFORAFN           PIC ZZ9 VALUE ZEROS.
       77  WRK-HORASFN              PIC Z.ZZ9 VALUE ZEROS.
       77  WRK-VALHORAFN            PIC Z.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTALFN              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-QTD-DIAS-LIDOS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PAGOS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RETIDOS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-HORARIO      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE-GRUPO FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'PAGAMENTO DOS PROFESSORES NAO RODA'
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-VALORES.
           PERFORM 1100-CARREGAR-PROFESSORES.
           PERFORM 1200-CARREGAR-DISCIPLINAS.
           PERFORM 1300-CARREGAR-ATRIBUICOES.
           PERFORM 1400-CARREGAR-HORARIO.
           SORT SORT-FREQ
               ON ASCENDING KEY SF-TURMA
                                SF-TERMO
                                SF-DATA
               USING FREQUENCIA-DIA
               OUTPUT PROCEDURE IS 2000-APURAR-AULAS.
           OPEN OUTPUT PAGTO-REPORT
                       INTERFACE-FOLHA.
           PERFORM 3000-IMPRIMIR-CABECALHO.
           PERFORM 3100-EXTRATO-PROFESSOR THRU 3100-EXIT
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
           PERFORM 4000-ENCERRAR-FOLHA.
           PERFORM 4100-IMPRIMIR-TOTAIS.
           CLOSE PAGTO-REPORT
                 INTERFACE-FOLHA.
           PERFORM 6500-REGISTRAR-MANIFESTO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             PAGA NO DIA MARCADO COMO ULTIMO  *
      *                             DIA UTIL DO MES.                 *
      ****************************************************************
       0400-CONSULTAR-CALENDARIO.
           OPEN INPUT CALENDARIO-DIAS.
           IF FS-CALDIA-OK
               SET TEM-CALENDARIO TO TRUE
               READ CALENDARIO-DIAS
                   AT END SET FIM-CALDIA TO TRUE
               END-READ
               PERFORM 0410-CONFERIR-DIA UNTIL FIM-CALDIA
               CLOSE CALENDARIO-DIAS
           END-IF.
       0400-EXIT.
           EXIT.

       0410-CONFERIR-DIA.
           IF CB-DATA = WRK-DATA-HOJE-GRUPO
              AND ULTIMO-DIA-UTIL-MES
               SET FECHA-HOJE TO TRUE
           END-IF.
           READ CALENDARIO-DIAS
               AT END SET FIM-CALDIA TO TRUE
           END-READ.
       0410-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-VALORES - VALOR DA HORA-AULA POR CATEGORIA.    *
      ****************************************************************
       1000-CARREGAR-VALORES.
           OPEN INPUT VALOR-HORA.
           IF FS-VALHORA-OK
               READ VALOR-HORA
                   AT END SET FIM-VALHORA TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-VALOR UNTIL FIM-VALHORA
               CLOSE VALOR-HORA
           ELSE
               DISPLAY 'VALHORA INDISPONIVEL - FS: ' WRK-FS-VALHORA
               MOVE 'VALHORA' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-VALHORA TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-VALOR.
           IF HA-VALOR-HORA NUMERIC
              AND WRK-QTD-VALORES < 20
               ADD 1 TO WRK-QTD-VALORES
               MOVE HA-CATEGORIA
                   TO WRK-TAB-VAL-CATEGORIA (WRK-QTD-VALORES)
               MOVE HA-VALOR-HORA
                   TO WRK-TAB-VAL-HORA (WRK-QTD-VALORES)
           END-IF.
           READ VALOR-HORA
               AT END SET FIM-VALHORA TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-PROFESSORES - NOME, CATEGORIA E MATRICULA NA   *
      *                             FOLHA DE CADA PROFESSOR.         *
      ****************************************************************
       1100-CARREGAR-PROFESSORES.
           OPEN INPUT PROFESSOR-MASTER.
           IF FS-PROFMST-OK
               READ PROFESSOR-MASTER
                   AT END SET FIM-PROFMST TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-PROFESSOR UNTIL FIM-PROFMST
               CLOSE PROFESSOR-MASTER
           ELSE
               DISPLAY 'PROFMST INDISPONIVEL - FS: ' WRK-FS-PROFMST
               MOVE 'PROFMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-PROFMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
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
               MOVE PF-CATEGORIA
                   TO WRK-TAB-PRF-CATEGORIA (WRK-QTD-PROFESSORES)
               MOVE PF-ID-FOLHA
                   TO WRK-TAB-PRF-ID-FOLHA (WRK-QTD-PROFESSORES)
           END-IF.
           READ PROFESSOR-MASTER
               AT END SET FIM-PROFMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1200-CARREGAR-DISCIPLINAS.
           OPEN INPUT DISCIPLINA-MASTER.
           IF FS-DISCMST-OK
               READ DISCIPLINA-MASTER
                   AT END SET FIM-DISCMST TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-DISCIPLINA UNTIL FIM-DISCMST
               CLOSE DISCIPLINA-MASTER
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-DISCIPLINA.
           IF WRK-QTD-DISCIPLINAS < 500
               ADD 1 TO WRK-QTD-DISCIPLINAS
               MOVE DI-CODIGO
                   TO WRK-TAB-DIS-CODIGO (WRK-QTD-DISCIPLINAS)
               MOVE DI-NOME
                   TO WRK-TAB-DIS-NOME (WRK-QTD-DISCIPLINAS)
           END-IF.
           READ DISCIPLINA-MASTER
               AT END SET FIM-DISCMST TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-ATRIBUICOES - TODAS AS ATRIBUICOES DO PROFTURM *
      *                             (O MES PODE PEGAR DOIS TERMOS).  *
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
           IF WRK-QTD-ATRIBUICOES < 1000
               ADD 1 TO WRK-QTD-ATRIBUICOES
               MOVE ZEROS TO WRK-TAB-ATR-ITEM (WRK-QTD-ATRIBUICOES)
               MOVE PT-PROFESSOR
                   TO WRK-TAB-ATR-PROFESSOR (WRK-QTD-ATRIBUICOES)
               MOVE PT-TURMA
                   TO WRK-TAB-ATR-TURMA (WRK-QTD-ATRIBUICOES)
               MOVE PT-TERMO
                   TO WRK-TAB-ATR-TERMO (WRK-QTD-ATRIBUICOES)
               MOVE PT-DISCIPLINA
                   TO WRK-TAB-ATR-DISCIPLINA (WRK-QTD-ATRIBUICOES)
               MOVE 'N'
                   TO WRK-TAB-ATR-TEM-HORARIO (WRK-QTD-ATRIBUICOES)
           ELSE
               DISPLAY 'PROFTURM EXCEDE A CAPACIDADE DA TABELA - '
                       PT-PROFESSOR ' ' PT-DISCIPLINA ' '
                       PT-TURMA ' IGNORADA'
           END-IF.
           READ PROFESSOR-TURMA
               AT END SET FIM-PROFTURM TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CARREGAR-HORARIO - SOMA AS FAIXAS DE CADA ATRIBUICAO    *
      *                         POR DIA DA SEMANA. ENCONTRO INVALIDO *
      *                         OU SEM ATRIBUICAO E APONTADO PELO    *
      *                         PROGHORVAL E AQUI SO E IGNORADO.     *
      ****************************************************************
       1400-CARREGAR-HORARIO.
           OPEN INPUT HORARIO-TURMA.
           IF FS-HORARIO-OK
               READ HORARIO-TURMA
                   AT END SET FIM-HORARIO TO TRUE
               END-READ
               PERFORM 1410-SOMAR-ENCONTRO UNTIL FIM-HORARIO
               CLOSE HORARIO-TURMA
           ELSE
               DISPLAY 'HORARIO INDISPONIVEL - FS: ' WRK-FS-HORARIO
               MOVE 'HORARIO' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-HORARIO TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1400-EXIT.
           EXIT.

       1410-SOMAR-ENCONTRO.
           IF HO-DIA-SEMANA NUMERIC
              AND HO-DIA-SEMANA > 1 AND HO-DIA-SEMANA < 8
              AND WRK-QTD-ATRIBUICOES > ZEROS
               COMPUTE WRK-COLUNA = HO-DIA-SEMANA - 1
               SET WRK-ATR-IDX TO 1
               SEARCH WRK-TAB-ATR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-ATR-IDX > WRK-QTD-ATRIBUICOES
                       CONTINUE
                   WHEN WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                        = HO-PROFESSOR
                    AND WRK-TAB-ATR-TURMA (WRK-ATR-IDX) = HO-TURMA
                    AND WRK-TAB-ATR-TERMO (WRK-ATR-IDX) = HO-TERMO
                    AND WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX)
                        = HO-DISCIPLINA
                       ADD 1 TO WRK-TAB-ATR-FAIXAS
                                (WRK-ATR-IDX, WRK-COLUNA)
                       MOVE 'S' TO WRK-TAB-ATR-TEM-HORARIO (WRK-ATR-IDX)
               END-SEARCH
           END-IF.
           READ HORARIO-TURMA
               AT END SET FIM-HORARIO TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APURAR-AULAS - NA ORDEM TURMA/TERMO/DATA, CADA DIA DO   *
      *                     MES COM CHAMADA DA TURMA CONTA UMA VEZ   *
      *                     PARA CADA ATRIBUICAO DA TURMA NO TERMO.  *
      ****************************************************************
       2000-APURAR-AULAS.
           RETURN SORT-FREQ
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 2010-CONFERIR-CHAMADA UNTIL FIM-SORT.
       2000-EXIT.
           EXIT.

       2010-CONFERIR-CHAMADA.
           IF SF-DATA NUMERIC
               MOVE SF-DATA TO WRK-DATA-AULA-GRUPO
               IF WRK-AULA-ANO-MES = WRK-HOJE-ANO-MES
                  AND (SF-TURMA NOT = WRK-ANT-TURMA
                       OR SF-TERMO NOT = WRK-ANT-TERMO
                       OR SF-DATA  NOT = WRK-ANT-DATA)
                   MOVE SF-TURMA TO WRK-ANT-TURMA
                   MOVE SF-TERMO TO WRK-ANT-TERMO
                   MOVE SF-DATA  TO WRK-ANT-DATA
                   PERFORM 2100-CONTAR-DIA
               END-IF
           END-IF.
           RETURN SORT-FREQ
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       2010-EXIT.
           EXIT.

      ****************************************************************
      * 2100-CONTAR-DIA - DIA DA SEMANA DA CHAMADA (2 = SEGUNDA ...  *
      *                   7 = SABADO, 1 = DOMINGO) E AS FAIXAS DE    *
      *                   CADA ATRIBUICAO NAQUELE DIA. DIA SEM FAIXA *
      *                   NO HORARIO NAO E PAGO E SAI NO EXTRATO.    *
      ****************************************************************
       2100-CONTAR-DIA.
           ADD 1 TO WRK-QTD-DIAS-LIDOS.
           COMPUTE WRK-DIA-SEMANA =
               FUNCTION MOD (FUNCTION INTEGER-OF-DATE (SF-DATA) 7) + 1.
           COMPUTE WRK-COLUNA = WRK-DIA-SEMANA - 1.
           PERFORM 2110-CONTAR-ATRIBUICAO
               VARYING WRK-ATR-IDX FROM 1 BY 1
               UNTIL WRK-ATR-IDX > WRK-QTD-ATRIBUICOES.
       2100-EXIT.
           EXIT.

       2110-CONTAR-ATRIBUICAO.
           IF WRK-TAB-ATR-TURMA (WRK-ATR-IDX) = SF-TURMA
              AND WRK-TAB-ATR-TERMO (WRK-ATR-IDX) = SF-TERMO
               MOVE 'N' TO WRK-AULA-NO-HORARIO
               IF WRK-COLUNA > ZEROS
                   IF WRK-TAB-ATR-FAIXAS (WRK-ATR-IDX, WRK-COLUNA)
                      > ZEROS
                       SET AULA-NO-HORARIO TO TRUE
                   END-IF
               END-IF
               IF AULA-NO-HORARIO
                   ADD 1 TO WRK-TAB-ATR-DIAS (WRK-ATR-IDX)
                   ADD WRK-TAB-ATR-FAIXAS (WRK-ATR-IDX, WRK-COLUNA)
                       TO WRK-TAB-ATR-HORAS (WRK-ATR-IDX)
               ELSE
                   ADD 1 TO WRK-TAB-ATR-DIAS-FORA (WRK-ATR-IDX)
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

       3000-IMPRIMIR-CABECALHO.
           MOVE SPACES TO PP-LINHA.
           STRING 'PAGAMENTO DE HORAS-AULA DOS PROFESSORES - '
                  'COMPETENCIA ' WRK-HOJE-ANO-MES
               DELIMITED BY SIZE INTO PP-LINHA
           END-STRING.
           WRITE PP-LINHA.
           MOVE ALL '=' TO PP-LINHA.
           WRITE PP-LINHA.
           MOVE 'HDR'              TO FI-TIPO.
           MOVE WRK-DATA-HOJE-GRUPO TO FI-DATA.
           MOVE SPACES             TO FI-DETALHE.
           MOVE 'PROFESS'          TO FI-ORIGEM.
           MOVE WRK-HOJE-ANO-MES   TO FI-COMPETENCIA.
           WRITE FI-REGISTRO.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-EXTRATO-PROFESSOR - UM EXTRATO POR PROFESSOR (NA        *
      *                          PRIMEIRA ATRIBUICAO DELE NA TABELA) *
      *                          COM UMA LINHA POR TURMA/DISCIPLINA  *
      *                          QUE TEVE CHAMADA NO MES. SEM        *
      *                          CADASTRO, SEM VALOR DA CATEGORIA OU *
      *                          SEM MATRICULA NA FOLHA, O EXTRATO   *
      *                          SAI RETIDO E NAO VAI PARA A FOLHA.  *
      ****************************************************************
       3100-EXTRATO-PROFESSOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 3110-PROCURAR-ANTERIOR
               VARYING WRK-ATR-IDX2 FROM 1 BY 1
               UNTIL WRK-ATR-IDX2 NOT < WRK-ATR-IDX
                  OR ACHOU.
           IF ACHOU
               GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO WRK-TEM-MOVIMENTO.
           PERFORM 3120-CONFERIR-MOVIMENTO
               VARYING WRK-ATR-IDX2 FROM WRK-ATR-IDX BY 1
               UNTIL WRK-ATR-IDX2 > WRK-QTD-ATRIBUICOES
                  OR TEM-MOVIMENTO.
           IF NOT TEM-MOVIMENTO
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3130-SITUAR-PROFESSOR THRU 3130-EXIT.
           MOVE ZEROS TO WRK-HORAS-PROFESSOR
                         WRK-VALOR-PROFESSOR.
           MOVE SPACES TO PP-LINHA.
           WRITE PP-LINHA.
           IF WRK-PRF-POS > ZEROS
               STRING 'PROFESSOR ' WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                      ' ' WRK-TAB-PRF-NOME (WRK-PRF-POS)
                      ' CATEGORIA '
                      WRK-TAB-PRF-CATEGORIA (WRK-PRF-POS)
                      ' FOLHA ' WRK-TAB-PRF-ID-FOLHA (WRK-PRF-POS)
                   DELIMITED BY SIZE INTO PP-LINHA
               END-STRING
           ELSE
               STRING 'PROFESSOR ' WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                   DELIMITED BY SIZE INTO PP-LINHA
               END-STRING
           END-IF.
           WRITE PP-LINHA.
           MOVE SPACES TO PP-LINHA.
           STRING '  DISC  NOME DA DISCIPLINA   TUR  TERMO  DIA HORAS'
                  ' VLR HORA         VALOR OBS'
               DELIMITED BY SIZE INTO PP-LINHA
           END-STRING.
           WRITE PP-LINHA.
           PERFORM 3200-LINHA-ATRIBUICAO THRU 3200-EXIT
               VARYING WRK-ATR-IDX2 FROM WRK-ATR-IDX BY 1
               UNTIL WRK-ATR-IDX2 > WRK-QTD-ATRIBUICOES.
           MOVE WRK-HORAS-PROFESSOR TO WRK-HORASFN.
           MOVE WRK-VALOR-PROFESSOR TO WRK-VALORFN.
           MOVE SPACES TO PP-LINHA.
           STRING '  TOTAL DO PROFESSOR                         '
                  WRK-HORASFN '          ' WRK-VALORFN
               DELIMITED BY SIZE INTO PP-LINHA
           END-STRING.
           WRITE PP-LINHA.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-RETIDOS
               ADD WRK-VALOR-PROFESSOR TO WRK-VALOR-RETIDO
               MOVE SPACES TO PP-LINHA
               STRING '  RETIDO - NAO ENVIADO A FOLHA: ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO PP-LINHA
               END-STRING
               WRITE PP-LINHA
               GO TO 3100-EXIT
           END-IF.
           IF WRK-VALOR-PROFESSOR > ZEROS
               PERFORM 3300-GRAVAR-FOLHA
           END-IF.
       3100-EXIT.
           EXIT.

       3110-PROCURAR-ANTERIOR.
           IF WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX2)
              = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
               SET ACHOU TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

       3120-CONFERIR-MOVIMENTO.
           IF WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX2)
              = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
              AND (WRK-TAB-ATR-DIAS (WRK-ATR-IDX2) > ZEROS
                   OR WRK-TAB-ATR-DIAS-FORA (WRK-ATR-IDX2) > ZEROS)
               SET TEM-MOVIMENTO TO TRUE
           END-IF.
       3120-EXIT.
           EXIT.

      ****************************************************************
      * 3130-SITUAR-PROFESSOR - CADASTRO, VALOR DA HORA DA CATEGORIA *
      *                         E O MOTIVO DE RETENCAO, SE HOUVER.   *
      ****************************************************************
       3130-SITUAR-PROFESSOR.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-PRF-POS
                          WRK-VALOR-HORA.
           MOVE 'N'    TO WRK-TEM-VALOR.
           IF WRK-QTD-PROFESSORES > ZEROS
               SET WRK-PRF-IDX TO 1
               SEARCH WRK-TAB-PRF-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-PRF-IDX > WRK-QTD-PROFESSORES
                       CONTINUE
                   WHEN WRK-TAB-PRF-CODIGO (WRK-PRF-IDX)
                        = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
                       SET WRK-PRF-POS TO WRK-PRF-IDX
               END-SEARCH
           END-IF.
           IF WRK-PRF-POS = ZEROS
               MOVE 'PROFESSOR NAO CADASTRADO NO PROFMST' TO WRK-MOTIVO
               GO TO 3130-EXIT
           END-IF.
           IF WRK-QTD-VALORES > ZEROS
               SET WRK-VAL-IDX TO 1
               SEARCH WRK-TAB-VAL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-VAL-IDX > WRK-QTD-VALORES
                       CONTINUE
                   WHEN WRK-TAB-VAL-CATEGORIA (WRK-VAL-IDX)
                        = WRK-TAB-PRF-CATEGORIA (WRK-PRF-POS)
                       MOVE WRK-TAB-VAL-HORA (WRK-VAL-IDX)
                           TO WRK-VALOR-HORA
                       SET TEM-VALOR-HORA TO TRUE
               END-SEARCH
           END-IF.
           IF NOT TEM-VALOR-HORA
               MOVE 'CATEGORIA SEM VALOR DE HORA-AULA'
                   TO WRK-MOTIVO
               GO TO 3130-EXIT
           END-IF.
           IF WRK-TAB-PRF-ID-FOLHA (WRK-PRF-POS) = SPACES
               MOVE 'PROFESSOR SEM MATRICULA NA FOLHA' TO WRK-MOTIVO
           END-IF.
       3130-EXIT.
           EXIT.

      ****************************************************************
      * 3200-LINHA-ATRIBUICAO - UMA LINHA POR TURMA/DISCIPLINA DO    *
      *                         PROFESSOR COM CHAMADA NO MES.        *
      ****************************************************************
       3200-LINHA-ATRIBUICAO.
           IF WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX2)
              NOT = WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX)
              OR (WRK-TAB-ATR-DIAS (WRK-ATR-IDX2) = ZEROS
                  AND WRK-TAB-ATR-DIAS-FORA (WRK-ATR-IDX2) = ZEROS)
               GO TO 3200-EXIT
           END-IF.
           COMPUTE WRK-VALOR-LINHA ROUNDED =
               WRK-TAB-ATR-HORAS (WRK-ATR-IDX2) * WRK-VALOR-HORA.
           ADD WRK-TAB-ATR-HORAS (WRK-ATR-IDX2) TO WRK-HORAS-PROFESSOR.
           ADD WRK-VALOR-LINHA TO WRK-VALOR-PROFESSOR.
           MOVE SPACES TO WRK-SITUACAO-LINHA.
           IF WRK-TAB-ATR-TEM-HORARIO (WRK-ATR-IDX2) = 'N'
               ADD 1 TO WRK-QTD-SEM-HORARIO
               MOVE 'SEM HORARIO - NAO PAGO' TO WRK-SITUACAO-LINHA
           ELSE
               IF WRK-TAB-ATR-DIAS-FORA (WRK-ATR-IDX2) > ZEROS
                   MOVE WRK-TAB-ATR-DIAS-FORA (WRK-ATR-IDX2)
                       TO WRK-DIASFORAFN
                   STRING WRK-DIASFORAFN ' DIA(S) FORA DO HORARIO'
                       DELIMITED BY SIZE INTO WRK-SITUACAO-LINHA
                   END-STRING
               END-IF
           END-IF.
           MOVE SPACES TO WRK-NOME-DISCIPLINA.
           IF WRK-QTD-DISCIPLINAS > ZEROS
               SET WRK-DIS-IDX TO 1
               SEARCH WRK-TAB-DIS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-DIS-IDX > WRK-QTD-DISCIPLINAS
                       CONTINUE
                   WHEN WRK-TAB-DIS-CODIGO (WRK-DIS-IDX)
                        = WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX2)
                       MOVE WRK-TAB-DIS-NOME (WRK-DIS-IDX)
                           TO WRK-NOME-DISCIPLINA
               END-SEARCH
           END-IF.
           MOVE WRK-TAB-ATR-DIAS (WRK-ATR-IDX2)  TO WRK-DIASFN.
           MOVE WRK-TAB-ATR-HORAS (WRK-ATR-IDX2) TO WRK-HORASFN.
           MOVE WRK-VALOR-HORA                   TO WRK-VALHORAFN.
           MOVE WRK-VALOR-LINHA                  TO WRK-VALORFN.
           MOVE SPACES TO PP-LINHA.
           STRING '  ' WRK-TAB-ATR-DISCIPLINA (WRK-ATR-IDX2)
                  ' ' WRK-NOME-DISCIPLINA (1:20)
                  ' ' WRK-TAB-ATR-TURMA (WRK-ATR-IDX2)
                  '  ' WRK-TAB-ATR-TERMO (WRK-ATR-IDX2)
                  ' ' WRK-DIASFN ' ' WRK-HORASFN
                  ' ' WRK-VALHORAFN ' ' WRK-VALORFN
                  ' ' WRK-SITUACAO-LINHA
               DELIMITED BY SIZE INTO PP-LINHA
           END-STRING.
           WRITE PP-LINHA.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-GRAVAR-FOLHA - UM 'DET' DE HORA-AULA POR PROFESSOR.     *
      ****************************************************************
       3300-GRAVAR-FOLHA.
           MOVE 'DET'                TO FI-TIPO.
           MOVE WRK-DATA-HOJE-GRUPO  TO FI-DATA.
           MOVE SPACES               TO FI-DETALHE.
           MOVE WRK-TAB-PRF-ID-FOLHA (WRK-PRF-POS) TO FI-ID-FOLHA.
           MOVE WRK-TAB-ATR-PROFESSOR (WRK-ATR-IDX) TO FI-CODIGO.
           SET FI-HORA-AULA          TO TRUE.
           MOVE WRK-HORAS-PROFESSOR  TO FI-REFERENCIA.
           MOVE WRK-VALOR-PROFESSOR  TO FI-VALOR-BRUTO.
           MOVE ZEROS                TO FI-VALOR-DESCONTO.
           MOVE WRK-VALOR-PROFESSOR  TO FI-VALOR-LIQUIDO.
           WRITE FI-REGISTRO.
           ADD 1 TO WRK-QTD-PAGOS.
           ADD WRK-VALOR-PROFESSOR TO WRK-VALOR-TOTAL.
       3300-EXIT.
           EXIT.

       4000-ENCERRAR-FOLHA.
           MOVE 'TRL'           TO FI-TIPO.
           MOVE WRK-QTD-PAGOS   TO FI-DATA.
           MOVE SPACES          TO FI-DETALHE.
           MOVE WRK-VALOR-TOTAL TO FI-VALOR-TOTAL.
           WRITE FI-REGISTRO.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-TOTAIS.
           MOVE SPACES TO PP-LINHA.
           WRITE PP-LINHA.
           MOVE ALL '=' TO PP-LINHA.
           WRITE PP-LINHA.
           MOVE WRK-QTD-PAGOS TO WRK-CONTROLEFN.
           MOVE WRK-VALOR-TOTAL TO WRK-TOTALFN.
           MOVE SPACES TO PP-LINHA.
           STRING 'PROFESSORES ENVIADOS A FOLHA: ' WRK-CONTROLEFN
                  '   VALOR: ' WRK-TOTALFN
               DELIMITED BY SIZE INTO PP-LINHA
           END-STRING.
           WRITE PP-LINHA.
           MOVE WRK-QTD-RETIDOS TO WRK-CONTROLEFN.
           MOVE WRK-VALOR-RETIDO TO WRK-TOTALFN.
           MOVE SPACES TO PP-LINHA.
           STRING 'PROFESSORES RETIDOS:          ' WRK-CONTROLEFN
                  '   VALOR: ' WRK-TOTALFN
               DELIMITED BY SIZE INTO PP-LINHA
           END-STRING.
           WRITE PP-LINHA.
           MOVE WRK-QTD-SEM-HORARIO TO WRK-CONTROLEFN.
           MOVE SPACES TO PP-LINHA.
           STRING 'TURMAS COM CHAMADA SEM HORARIO: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO PP-LINHA
           END-STRING.
           WRITE PP-LINHA.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 6500-REGISTRAR-MANIFESTO - REGISTRA O ARQUIVO DA FOLHA NO    *
      *                            MANIFESTO DE TRANSMISSAO,         *
      *                            PENDENTE DE ACUSE.                *
      ****************************************************************
       6500-REGISTRAR-MANIFESTO.
           OPEN EXTEND TRANSMISSAO-MANIFESTO.
           MOVE 'FOLHAPRF'          TO XM-ARQUIVO.
           MOVE WRK-DATA-HOJE-GRUPO TO XM-DATA-GERACAO.
           MOVE WRK-QTD-PAGOS       TO XM-QTD-REGISTROS.
           MOVE 'FOLHA'             TO XM-DESTINO.
           MOVE 'P'                 TO XM-SITUACAO.
           WRITE XM-REGISTRO.
           CLOSE TRANSMISSAO-MANIFESTO.
       6500-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-DIAS-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'DIAS DE AULA NO MES:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PAGOS TO WRK-CONTROLEFN.
           DISPLAY 'PROFESSORES PAGOS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RETIDOS TO WRK-CONTROLEFN.
           DISPLAY 'PROFESSORES RETIDOS:  ' WRK-CONTROLEFN.
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
           MOVE 'PROGPAGPRF' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-DIAS-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-PAGOS      TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RETIDOS    TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGPAGPRF' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
