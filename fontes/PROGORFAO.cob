       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGORFAO.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: VARREDURA SEMANAL DE INTEGRIDADE REFERENCIAL ENTRE *
      *           OS CADASTROS E OS ARQUIVOS DE MOVIMENTO. O         *
      *           PROGVERIF REFAZ OS TOTAIS; AQUI SE CONFERE SE CADA *
      *           CHAVE APONTA PARA ALGO QUE EXISTE:                 *
      *           01 - VENDEDOR DO SALES-POSTED NO VENDMST;          *
      *           02 - PRODUTO DO SALES-POSTED NO PRODMST;           *
      *           03 - MATRICULA DO MATRDISC NO ALUNMST;             *
      *           04 - DISCIPLINA DO MATRDISC NO DISCMST;            *
      *           05 - PROFESSOR DO PROFTURM NO PROFMST;             *
      *           06 - CPF SUCESSOR DO CADCLI EM UM CADASTRO QUE     *
      *                EXISTE E NAO FOI, ELE MESMO, FUNDIDO.         *
      *           CADA REFERENCIA QUEBRADA SAI NO ORFRPT COM O       *
      *           ARQUIVO, A CHAVE DO REGISTRO E O ALVO AUSENTE; NO  *
      *           FIM, A CONTAGEM POR RELACAO COM A TENDENCIA CONTRA *
      *           A VARREDURA ANTERIOR (ORFANT). A CONTAGEM NOVA VAI *
      *           PARA O ORFNOV, QUE O JCL DEVOLVE AO ORFANT.        *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDMST.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODMST.
           SELECT PROFESSOR-MASTER ASSIGN TO "PROFMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFMST.
           SELECT DISCIPLINA-MASTER ASSIGN TO "DISCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCMST.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT SALES-POSTED   ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT MATRICULA-DISC ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT PROFESSOR-TURMA ASSIGN TO "PROFTURM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROFTURM.
           SELECT ORFAO-ANTERIOR ASSIGN TO "ORFANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORFANT.
           SELECT ORFAO-NOVO     ASSIGN TO "ORFNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORFNOV.
           SELECT ORFAO-REPORT   ASSIGN TO "ORFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORFRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  VENDEDOR-MASTER.
           COPY VENDMST.
       FD  PRODUTO-MASTER.
           COPY PRODMST.
       FD  PROFESSOR-MASTER.
           COPY PROFMST.
       FD  DISCIPLINA-MASTER.
           COPY DISCMST.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  PROFESSOR-TURMA.
           COPY PROFTURM.
       FD  ORFAO-ANTERIOR.
           COPY ORFCONT.
       FD  ORFAO-NOVO.
       01  ON-REGISTRO              PICTURE X(27).
       FD  ORFAO-REPORT.
       01  OR-LINHA                 PICTURE X(100).
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
       77  WRK-FS-VENDMST           PIC X(02) VALUE SPACES.
           88  FS-VENDMST-OK            VALUE '00'.
       77  WRK-FS-PRODMST           PIC X(02) VALUE SPACES.
           88  FS-PRODMST-OK            VALUE '00'.
       77  WRK-FS-PROFMST           PIC X(02) VALUE SPACES.
           88  FS-PROFMST-OK            VALUE '00'.
       77  WRK-FS-DISCMST           PIC X(02) VALUE SPACES.
           88  FS-DISCMST-OK            VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-PROFTURM          PIC X(02) VALUE SPACES.
           88  FS-PROFTURM-OK           VALUE '00'.
       77  WRK-FS-ORFANT            PIC X(02) VALUE SPACES.
           88  FS-ORFANT-OK             VALUE '00'.
       77  WRK-FS-ORFNOV            PIC X(02) VALUE SPACES.
       77  WRK-FS-ORFRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-VENDMST          PIC X(01) VALUE 'N'.
           88  FIM-VENDMST              VALUE 'S'.
       77  WRK-FIM-PRODMST          PIC X(01) VALUE 'N'.
           88  FIM-PRODMST              VALUE 'S'.
       77  WRK-FIM-PROFMST          PIC X(01) VALUE 'N'.
           88  FIM-PROFMST              VALUE 'S'.
       77  WRK-FIM-DISCMST          PIC X(01) VALUE 'N'.
           88  FIM-DISCMST              VALUE 'S'.
       77  WRK-FIM-CADCLI           PIC X(01) VALUE 'N'.
           88  FIM-CADCLI               VALUE 'S'.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-FIM-PROFTURM         PIC X(01) VALUE 'N'.
           88  FIM-PROFTURM             VALUE 'S'.
       77  WRK-FIM-ORFANT           PIC X(01) VALUE 'N'.
           88  FIM-ORFANT               VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANTERIOR        PIC 9(08) VALUE ZEROS.

      * RELACOES CONFERIDAS: ARQUIVO E CAMPO DE ORIGEM E O CADASTRO
      * ALVO, COM A CONTAGEM DESTA VARREDURA E A DA ANTERIOR.
       01  WRK-TAB-RELACOES.
           05  FILLER               PIC X(34)
                   VALUE 'SALESPST PS-COD-VENDEDOR   VENDMST'.
           05  FILLER               PIC X(34)
                   VALUE 'SALESPST PS-COD-PRODUTO    PRODMST'.
           05  FILLER               PIC X(34)
                   VALUE 'MATRDISC MD-MATRICULA      ALUNMST'.
           05  FILLER               PIC X(34)
                   VALUE 'MATRDISC MD-DISCIPLINA     DISCMST'.
           05  FILLER               PIC X(34)
                   VALUE 'PROFTURM PT-PROFESSOR      PROFMST'.
           05  FILLER               PIC X(34)
                   VALUE 'CADCLI   CLI-CPF-SUCESSOR  CADCLI '.
       01  WRK-TAB-RELACOES-R REDEFINES WRK-TAB-RELACOES.
           05  WRK-TAB-REL-DESCR OCCURS 6 TIMES.
               10  WRK-TAB-REL-ARQUIVO  PIC X(09).
               10  WRK-TAB-REL-CAMPO    PIC X(18).
               10  WRK-TAB-REL-ALVO     PIC X(07).
       01  WRK-TAB-CONTAGEM.
           05  WRK-TAB-CNT-ITEM OCCURS 6 TIMES.
               10  WRK-TAB-CNT-VERIFICADA PIC X(01).
               10  WRK-TAB-CNT-REFERENCIAS PIC 9(09).
               10  WRK-TAB-CNT-ORFAOS   PIC 9(07).
               10  WRK-TAB-CNT-TEM-ANT  PIC X(01).
               10  WRK-TAB-CNT-ORFAOS-ANT PIC 9(07).
       77  WRK-REL                  PIC 9(02) COMP VALUE ZEROS.

      * CADASTROS SEQUENCIAIS CARREGADOS PARA A BUSCA DAS CHAVES.
       01  WRK-TAB-VENDEDOR.
           05  WRK-TAB-VND-CODIGO OCCURS 500 TIMES
                                  INDEXED BY WRK-VND-IDX
                                  PIC X(05).
       77  WRK-QTD-VENDEDORES       PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-PRODUTO.
           05  WRK-TAB-PRD-CODIGO OCCURS 2000 TIMES
                                  INDEXED BY WRK-PRD-IDX
                                  PIC X(06).
       77  WRK-QTD-PRODUTOS         PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-PROFESSOR.
           05  WRK-TAB-PRF-CODIGO OCCURS 500 TIMES
                                  INDEXED BY WRK-PRF-IDX
                                  PIC X(05).
       77  WRK-QTD-PROFESSORES      PIC 9(04) COMP VALUE ZEROS.
       01  WRK-TAB-DISCIPLINA.
           05  WRK-TAB-DIS-CODIGO OCCURS 500 TIMES
                                  INDEXED BY WRK-DIS-IDX
                                  PIC X(05).
       77  WRK-QTD-DISCIPLINAS      PIC 9(04) COMP VALUE ZEROS.

      * CADASTROS FUNDIDOS (CPF E SUCESSOR) LIDOS NA PRIMEIRA PASSADA
      * DO CADCLI; O SUCESSOR E PROCURADO DEPOIS POR CHAVE.
       01  WRK-TAB-FUSAO.
           05  WRK-TAB-FUS-ITEM OCCURS 2000 TIMES.
               10  WRK-TAB-FUS-CPF      PIC 9(11).
               10  WRK-TAB-FUS-SUCESSOR PIC 9(11).
       77  WRK-QTD-FUSOES           PIC 9(04) COMP VALUE ZEROS.
       77  WRK-FUS-IDX              PIC 9(04) COMP VALUE ZEROS.

       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  CHAVE-ACHADA             VALUE 'S'.
       77  WRK-CHAVE-ORIGEM         PIC X(30) VALUE SPACES.
       77  WRK-ALVO-AUSENTE         PIC X(40) VALUE SPACES.
       77  WRK-CPF-MASK             PIC 999.999.999B99 VALUE ZEROS.
       77  WRK-CPF-MASK-2           PIC 999.999.999B99 VALUE ZEROS.
       77  WRK-RELFN                PIC 99 VALUE ZEROS.
       77  WRK-TENDENCIA            PIC X(08) VALUE SPACES.
       77  WRK-ANTERIOR-TXT         PIC X(09) VALUE SPACES.
       77  WRK-DIFERENCA            PIC S9(07) VALUE ZEROS.
       77  WRK-DIFERENCAFN          PIC +Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-REFERENCIASFN        PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-ORFAOSFN             PIC Z.ZZZ.ZZ9 VALUE ZEROS.

       77  WRK-QTD-REFERENCIAS      PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ORFAOS           PIC 9(07) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PIORARAM         PIC 9(02) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIAR-CONTAGEM
               VARYING WRK-REL FROM 1 BY 1 UNTIL WRK-REL > 6.
           PERFORM 1100-CARREGAR-VENDEDORES.
           PERFORM 1200-CARREGAR-PRODUTOS.
           PERFORM 1300-CARREGAR-PROFESSORES.
           PERFORM 1400-CARREGAR-DISCIPLINAS.
           PERFORM 1500-CARREGAR-ANTERIOR.
           OPEN OUTPUT ORFAO-REPORT.
           PERFORM 2000-IMPRIMIR-CABECALHO.
           PERFORM 3000-VARRER-VENDAS.
           PERFORM 4000-VARRER-MATRICULAS.
           PERFORM 5000-VARRER-PROFTURM.
           PERFORM 6000-VARRER-SUCESSORES.
           PERFORM 7000-IMPRIMIR-RESUMO.
           CLOSE ORFAO-REPORT.
           PERFORM 7500-GRAVAR-CONTAGEM.
           IF WRK-QTD-ORFAOS > ZEROS
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

       1000-INICIAR-CONTAGEM.
           MOVE 'N'   TO WRK-TAB-CNT-VERIFICADA (WRK-REL)
                         WRK-TAB-CNT-TEM-ANT (WRK-REL).
           MOVE ZEROS TO WRK-TAB-CNT-REFERENCIAS (WRK-REL)
                         WRK-TAB-CNT-ORFAOS (WRK-REL)
                         WRK-TAB-CNT-ORFAOS-ANT (WRK-REL).
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-VENDEDORES - CODIGOS DO VENDMST. SEM O         *
      *                            CADASTRO A RELACAO 01 NAO E       *
      *                            CONFERIDA (NAO HA COMO DIZER O    *
      *                            QUE ESTA ORFAO).                  *
      ****************************************************************
       1100-CARREGAR-VENDEDORES.
           OPEN INPUT VENDEDOR-MASTER.
           IF FS-VENDMST-OK
               READ VENDEDOR-MASTER
                   AT END SET FIM-VENDMST TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-VENDEDOR UNTIL FIM-VENDMST
               CLOSE VENDEDOR-MASTER
               MOVE 'S' TO WRK-TAB-CNT-VERIFICADA (1)
           ELSE
               DISPLAY 'VENDMST INDISPONIVEL - FS: ' WRK-FS-VENDMST
               MOVE 'VENDMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-VENDMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-VENDEDOR.
           IF WRK-QTD-VENDEDORES < 500
               ADD 1 TO WRK-QTD-VENDEDORES
               MOVE VD-CODIGO TO WRK-TAB-VND-CODIGO (WRK-QTD-VENDEDORES)
           ELSE
               DISPLAY 'VENDMST EXCEDE A CAPACIDADE DA TABELA - '
                       VD-CODIGO ' IGNORADO'
           END-IF.
           READ VENDEDOR-MASTER
               AT END SET FIM-VENDMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-PRODUTOS - CODIGOS DO PRODMST (RELACAO 02).    *
      ****************************************************************
       1200-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTO-MASTER.
           IF FS-PRODMST-OK
               READ PRODUTO-MASTER
                   AT END SET FIM-PRODMST TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-PRODUTO UNTIL FIM-PRODMST
               CLOSE PRODUTO-MASTER
               MOVE 'S' TO WRK-TAB-CNT-VERIFICADA (2)
           ELSE
               DISPLAY 'PRODMST INDISPONIVEL - FS: ' WRK-FS-PRODMST
               MOVE 'PRODMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-PRODMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-PRODUTO.
           IF WRK-QTD-PRODUTOS < 2000
               ADD 1 TO WRK-QTD-PRODUTOS
               MOVE PD-CODIGO TO WRK-TAB-PRD-CODIGO (WRK-QTD-PRODUTOS)
           ELSE
               DISPLAY 'PRODMST EXCEDE A CAPACIDADE DA TABELA - '
                       PD-CODIGO ' IGNORADO'
           END-IF.
           READ PRODUTO-MASTER
               AT END SET FIM-PRODMST TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-PROFESSORES - CODIGOS DO PROFMST (RELACAO 05). *
      ****************************************************************
       1300-CARREGAR-PROFESSORES.
           OPEN INPUT PROFESSOR-MASTER.
           IF FS-PROFMST-OK
               READ PROFESSOR-MASTER
                   AT END SET FIM-PROFMST TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-PROFESSOR UNTIL FIM-PROFMST
               CLOSE PROFESSOR-MASTER
               MOVE 'S' TO WRK-TAB-CNT-VERIFICADA (5)
           ELSE
               DISPLAY 'PROFMST INDISPONIVEL - FS: ' WRK-FS-PROFMST
               MOVE 'PROFMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-PROFMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-PROFESSOR.
           IF WRK-QTD-PROFESSORES < 500
               ADD 1 TO WRK-QTD-PROFESSORES
               MOVE PF-CODIGO
                   TO WRK-TAB-PRF-CODIGO (WRK-QTD-PROFESSORES)
           ELSE
               DISPLAY 'PROFMST EXCEDE A CAPACIDADE DA TABELA - '
                       PF-CODIGO ' IGNORADO'
           END-IF.
           READ PROFESSOR-MASTER
               AT END SET FIM-PROFMST TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CARREGAR-DISCIPLINAS - CODIGOS DO DISCMST (RELACAO 04). *
      ****************************************************************
       1400-CARREGAR-DISCIPLINAS.
           OPEN INPUT DISCIPLINA-MASTER.
           IF FS-DISCMST-OK
               READ DISCIPLINA-MASTER
                   AT END SET FIM-DISCMST TO TRUE
               END-READ
               PERFORM 1410-GUARDAR-DISCIPLINA UNTIL FIM-DISCMST
               CLOSE DISCIPLINA-MASTER
               MOVE 'S' TO WRK-TAB-CNT-VERIFICADA (4)
           ELSE
               DISPLAY 'DISCMST INDISPONIVEL - FS: ' WRK-FS-DISCMST
               MOVE 'DISCMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-DISCMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1400-EXIT.
           EXIT.

       1410-GUARDAR-DISCIPLINA.
           IF WRK-QTD-DISCIPLINAS < 500
               ADD 1 TO WRK-QTD-DISCIPLINAS
               MOVE DI-CODIGO
                   TO WRK-TAB-DIS-CODIGO (WRK-QTD-DISCIPLINAS)
           ELSE
               DISPLAY 'DISCMST EXCEDE A CAPACIDADE DA TABELA - '
                       DI-CODIGO ' IGNORADO'
           END-IF.
           READ DISCIPLINA-MASTER
               AT END SET FIM-DISCMST TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 1500-CARREGAR-ANTERIOR - CONTAGEM DA VARREDURA ANTERIOR      *
      *                          (ORFANT). NA PRIMEIRA SEMANA O      *
      *                          ARQUIVO NAO EXISTE E TODAS AS       *
      *                          RELACOES SAEM SEM TENDENCIA.        *
      ****************************************************************
       1500-CARREGAR-ANTERIOR.
           OPEN INPUT ORFAO-ANTERIOR.
           IF FS-ORFANT-OK
               READ ORFAO-ANTERIOR
                   AT END SET FIM-ORFANT TO TRUE
               END-READ
               PERFORM 1510-GUARDAR-ANTERIOR UNTIL FIM-ORFANT
               CLOSE ORFAO-ANTERIOR
           END-IF.
       1500-EXIT.
           EXIT.

       1510-GUARDAR-ANTERIOR.
           IF OC-RELACAO NUMERIC AND OC-RELACAO > ZEROS
              AND OC-RELACAO NOT > 6
              AND OC-RELACAO-VERIFICADA
               MOVE OC-DATA-VARREDURA TO WRK-DATA-ANTERIOR
               MOVE OC-RELACAO TO WRK-REL
               MOVE 'S' TO WRK-TAB-CNT-TEM-ANT (WRK-REL)
               MOVE OC-QTD-ORFAOS TO WRK-TAB-CNT-ORFAOS-ANT (WRK-REL)
           END-IF.
           READ ORFAO-ANTERIOR
               AT END SET FIM-ORFANT TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.

       2000-IMPRIMIR-CABECALHO.
           MOVE SPACES TO OR-LINHA.
           STRING 'VARREDURA DE INTEGRIDADE REFERENCIAL - '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
           MOVE SPACES TO OR-LINHA.
           IF WRK-DATA-ANTERIOR > ZEROS
               STRING 'TENDENCIA CONTRA A VARREDURA DE '
                      WRK-DATA-ANTERIOR
                   DELIMITED BY SIZE INTO OR-LINHA
               END-STRING
           ELSE
               MOVE 'SEM VARREDURA ANTERIOR' TO OR-LINHA
           END-IF.
           WRITE OR-LINHA.
           MOVE ALL '=' TO OR-LINHA.
           WRITE OR-LINHA.
           MOVE 'RL ARQUIVO  CHAVE DO REGISTRO' TO OR-LINHA.
           MOVE 'ALVO AUSENTE' TO OR-LINHA (44:12).
           WRITE OR-LINHA.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 3000-VARRER-VENDAS - VENDEDOR (01) E PRODUTO (02) DE CADA    *
      *                      LINHA DO SALES-POSTED. PRODUTO EM       *
      *                      BRANCO NAO E REFERENCIA.                *
      ****************************************************************
       3000-VARRER-VENDAS.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               READ SALES-POSTED
                   AT END SET FIM-SALESPST TO TRUE
               END-READ
               PERFORM 3100-CONFERIR-VENDA UNTIL FIM-SALESPST
               CLOSE SALES-POSTED
           ELSE
               DISPLAY 'SALESPST INDISPONIVEL - FS: ' WRK-FS-SALESPST
               MOVE 'N' TO WRK-TAB-CNT-VERIFICADA (1)
                           WRK-TAB-CNT-VERIFICADA (2)
               MOVE 'SALESPST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CONFERIR-VENDA.
           MOVE SPACES TO WRK-CHAVE-ORIGEM.
           STRING PS-DATA ' FIL ' PS-FILIAL ' DOC ' PS-NUM-DOCUMENTO
               DELIMITED BY SIZE INTO WRK-CHAVE-ORIGEM
           END-STRING.
           IF WRK-TAB-CNT-VERIFICADA (1) = 'S'
               ADD 1 TO WRK-TAB-CNT-REFERENCIAS (1)
               MOVE 'N' TO WRK-ACHOU
               SET WRK-VND-IDX TO 1
               SEARCH WRK-TAB-VND-CODIGO
                   AT END
                       CONTINUE
                   WHEN WRK-VND-IDX > WRK-QTD-VENDEDORES
                       CONTINUE
                   WHEN WRK-TAB-VND-CODIGO (WRK-VND-IDX)
                        = PS-COD-VENDEDOR
                       MOVE 'S' TO WRK-ACHOU
               END-SEARCH
               IF NOT CHAVE-ACHADA
                   MOVE 1 TO WRK-REL
                   MOVE SPACES TO WRK-ALVO-AUSENTE
                   STRING 'VENDEDOR ' PS-COD-VENDEDOR
                          ' NAO ESTA NO VENDMST'
                       DELIMITED BY SIZE INTO WRK-ALVO-AUSENTE
                   END-STRING
                   PERFORM 8000-IMPRIMIR-ORFAO
               END-IF
           END-IF.
           IF WRK-TAB-CNT-VERIFICADA (2) = 'S'
              AND PS-COD-PRODUTO NOT = SPACES
               ADD 1 TO WRK-TAB-CNT-REFERENCIAS (2)
               MOVE 'N' TO WRK-ACHOU
               SET WRK-PRD-IDX TO 1
               SEARCH WRK-TAB-PRD-CODIGO
                   AT END
                       CONTINUE
                   WHEN WRK-PRD-IDX > WRK-QTD-PRODUTOS
                       CONTINUE
                   WHEN WRK-TAB-PRD-CODIGO (WRK-PRD-IDX)
                        = PS-COD-PRODUTO
                       MOVE 'S' TO WRK-ACHOU
               END-SEARCH
               IF NOT CHAVE-ACHADA
                   MOVE 2 TO WRK-REL
                   MOVE SPACES TO WRK-ALVO-AUSENTE
                   STRING 'PRODUTO ' PS-COD-PRODUTO
                          ' NAO ESTA NO PRODMST'
                       DELIMITED BY SIZE INTO WRK-ALVO-AUSENTE
                   END-STRING
                   PERFORM 8000-IMPRIMIR-ORFAO
               END-IF
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4000-VARRER-MATRICULAS - MATRICULA (03) NO ALUNMST, POR      *
      *                          CHAVE, E DISCIPLINA (04) NO DISCMST *
      *                          DE CADA LINHA DO MATRDISC.          *
      ****************************************************************
       4000-VARRER-MATRICULAS.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-TAB-CNT-VERIFICADA (3)
           ELSE
               DISPLAY 'ALUNMST INDISPONIVEL - FS: ' WRK-FS-ALUNMST
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
           OPEN INPUT MATRICULA-DISC.
           IF FS-MATRDISC-OK
               READ MATRICULA-DISC
                   AT END SET FIM-MATRDISC TO TRUE
               END-READ
               PERFORM 4100-CONFERIR-MATRICULA UNTIL FIM-MATRDISC
               CLOSE MATRICULA-DISC
           ELSE
               DISPLAY 'MATRDISC INDISPONIVEL - FS: ' WRK-FS-MATRDISC
               MOVE 'N' TO WRK-TAB-CNT-VERIFICADA (3)
                           WRK-TAB-CNT-VERIFICADA (4)
               MOVE 'MATRDISC' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-MATRDISC TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
           IF FS-ALUNMST-OK
               CLOSE ALUNO-MASTER
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CONFERIR-MATRICULA.
           MOVE SPACES TO WRK-CHAVE-ORIGEM.
           STRING MD-MATRICULA ' ' MD-TERMO ' ' MD-DISCIPLINA
                  ' ' MD-TURMA
               DELIMITED BY SIZE INTO WRK-CHAVE-ORIGEM
           END-STRING.
           IF WRK-TAB-CNT-VERIFICADA (3) = 'S'
               ADD 1 TO WRK-TAB-CNT-REFERENCIAS (3)
               MOVE MD-MATRICULA TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       MOVE 3 TO WRK-REL
                       MOVE SPACES TO WRK-ALVO-AUSENTE
                       STRING 'MATRICULA ' MD-MATRICULA
                              ' NAO ESTA NO ALUNMST'
                           DELIMITED BY SIZE INTO WRK-ALVO-AUSENTE
                       END-STRING
                       PERFORM 8000-IMPRIMIR-ORFAO
               END-READ
           END-IF.
           IF WRK-TAB-CNT-VERIFICADA (4) = 'S'
               ADD 1 TO WRK-TAB-CNT-REFERENCIAS (4)
               MOVE 'N' TO WRK-ACHOU
               SET WRK-DIS-IDX TO 1
               SEARCH WRK-TAB-DIS-CODIGO
                   AT END
                       CONTINUE
                   WHEN WRK-DIS-IDX > WRK-QTD-DISCIPLINAS
                       CONTINUE
                   WHEN WRK-TAB-DIS-CODIGO (WRK-DIS-IDX)
                        = MD-DISCIPLINA
                       MOVE 'S' TO WRK-ACHOU
               END-SEARCH
               IF NOT CHAVE-ACHADA
                   MOVE 4 TO WRK-REL
                   MOVE SPACES TO WRK-ALVO-AUSENTE
                   STRING 'DISCIPLINA ' MD-DISCIPLINA
                          ' NAO ESTA NO DISCMST'
                       DELIMITED BY SIZE INTO WRK-ALVO-AUSENTE
                   END-STRING
                   PERFORM 8000-IMPRIMIR-ORFAO
               END-IF
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-VARRER-PROFTURM - PROFESSOR (05) DE CADA ATRIBUICAO DO  *
      *                        PROFTURM NO PROFMST.                  *
      ****************************************************************
       5000-VARRER-PROFTURM.
           OPEN INPUT PROFESSOR-TURMA.
           IF FS-PROFTURM-OK
               READ PROFESSOR-TURMA
                   AT END SET FIM-PROFTURM TO TRUE
               END-READ
               PERFORM 5100-CONFERIR-PROFESSOR UNTIL FIM-PROFTURM
               CLOSE PROFESSOR-TURMA
           ELSE
               DISPLAY 'PROFTURM INDISPONIVEL - FS: ' WRK-FS-PROFTURM
               MOVE 'N' TO WRK-TAB-CNT-VERIFICADA (5)
               MOVE 'PROFTURM' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-PROFTURM TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       5000-EXIT.
           EXIT.

       5100-CONFERIR-PROFESSOR.
           IF WRK-TAB-CNT-VERIFICADA (5) = 'S'
               ADD 1 TO WRK-TAB-CNT-REFERENCIAS (5)
               MOVE 'N' TO WRK-ACHOU
               SET WRK-PRF-IDX TO 1
               SEARCH WRK-TAB-PRF-CODIGO
                   AT END
                       CONTINUE
                   WHEN WRK-PRF-IDX > WRK-QTD-PROFESSORES
                       CONTINUE
                   WHEN WRK-TAB-PRF-CODIGO (WRK-PRF-IDX)
                        = PT-PROFESSOR
                       MOVE 'S' TO WRK-ACHOU
               END-SEARCH
               IF NOT CHAVE-ACHADA
                   MOVE 5 TO WRK-REL
                   MOVE SPACES TO WRK-CHAVE-ORIGEM
                   STRING PT-PROFESSOR ' ' PT-TURMA ' ' PT-TERMO
                          ' ' PT-DISCIPLINA
                       DELIMITED BY SIZE INTO WRK-CHAVE-ORIGEM
                   END-STRING
                   MOVE SPACES TO WRK-ALVO-AUSENTE
                   STRING 'PROFESSOR ' PT-PROFESSOR
                          ' NAO ESTA NO PROFMST'
                       DELIMITED BY SIZE INTO WRK-ALVO-AUSENTE
                   END-STRING
                   PERFORM 8000-IMPRIMIR-ORFAO
               END-IF
           END-IF.
           READ PROFESSOR-TURMA
               AT END SET FIM-PROFTURM TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 6000-VARRER-SUCESSORES - CPF SUCESSOR (06). A PRIMEIRA       *
      *                          PASSADA LE O CADCLI EM SEQUENCIA E  *
      *                          GUARDA OS CADASTROS FUNDIDOS; DEPOIS*
      *                          CADA SUCESSOR E LIDO POR CHAVE: TEM *
      *                          DE EXISTIR E NAO PODE TER SIDO, ELE *
      *                          MESMO, FUNDIDO EM OUTRO.            *
      ****************************************************************
       6000-VARRER-SUCESSORES.
           OPEN INPUT CADASTRO-CLIENTE.
           IF NOT FS-CADCLI-OK
               DISPLAY 'CADCLI INDISPONIVEL - FS: ' WRK-FS-CADCLI
               MOVE 'CADCLI' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           ELSE
               MOVE 'S' TO WRK-TAB-CNT-VERIFICADA (6)
               READ CADASTRO-CLIENTE NEXT RECORD
                   AT END SET FIM-CADCLI TO TRUE
               END-READ
               PERFORM 6100-GUARDAR-FUSAO UNTIL FIM-CADCLI
               PERFORM 6200-CONFERIR-SUCESSOR
                   VARYING WRK-FUS-IDX FROM 1 BY 1
                   UNTIL WRK-FUS-IDX > WRK-QTD-FUSOES
               CLOSE CADASTRO-CLIENTE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-GUARDAR-FUSAO.
           IF CLI-CPF-SUCESSOR NUMERIC
              AND CLI-CPF-SUCESSOR NOT = ZEROS
               IF WRK-QTD-FUSOES < 2000
                   ADD 1 TO WRK-QTD-FUSOES
                   MOVE CLI-CPF TO WRK-TAB-FUS-CPF (WRK-QTD-FUSOES)
                   MOVE CLI-CPF-SUCESSOR
                       TO WRK-TAB-FUS-SUCESSOR (WRK-QTD-FUSOES)
               ELSE
                   MOVE CLI-CPF TO WRK-CPF-MASK
                   DISPLAY 'FUSOES EXCEDEM A CAPACIDADE DA TABELA - '
                           WRK-CPF-MASK ' IGNORADO'
               END-IF
           END-IF.
           READ CADASTRO-CLIENTE NEXT RECORD
               AT END SET FIM-CADCLI TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

       6200-CONFERIR-SUCESSOR.
           ADD 1 TO WRK-TAB-CNT-REFERENCIAS (6).
           MOVE 6 TO WRK-REL.
           MOVE WRK-TAB-FUS-CPF (WRK-FUS-IDX) TO WRK-CPF-MASK.
           MOVE WRK-TAB-FUS-SUCESSOR (WRK-FUS-IDX) TO WRK-CPF-MASK-2.
           MOVE SPACES TO WRK-CHAVE-ORIGEM.
           STRING 'CPF ' WRK-CPF-MASK
               DELIMITED BY SIZE INTO WRK-CHAVE-ORIGEM
           END-STRING.
           MOVE WRK-TAB-FUS-SUCESSOR (WRK-FUS-IDX) TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   MOVE SPACES TO WRK-ALVO-AUSENTE
                   STRING 'SUCESSOR ' WRK-CPF-MASK-2
                          ' NAO ESTA NO CADCLI'
                       DELIMITED BY SIZE INTO WRK-ALVO-AUSENTE
                   END-STRING
                   PERFORM 8000-IMPRIMIR-ORFAO
               NOT INVALID KEY
                   IF CLI-CPF-SUCESSOR NUMERIC
                      AND CLI-CPF-SUCESSOR NOT = ZEROS
                       MOVE SPACES TO WRK-ALVO-AUSENTE
                       STRING 'SUCESSOR ' WRK-CPF-MASK-2
                              ' TAMBEM FOI FUNDIDO'
                           DELIMITED BY SIZE INTO WRK-ALVO-AUSENTE
                       END-STRING
                       PERFORM 8000-IMPRIMIR-ORFAO
                   END-IF
           END-READ.
       6200-EXIT.
           EXIT.

      ****************************************************************
      * 7000-IMPRIMIR-RESUMO - CONTAGEM POR RELACAO, COM A DA        *
      *                        VARREDURA ANTERIOR E A TENDENCIA.     *
      ****************************************************************
       7000-IMPRIMIR-RESUMO.
           MOVE ALL '=' TO OR-LINHA.
           WRITE OR-LINHA.
           MOVE 'RL ARQUIVO  CAMPO             ALVO    REFERENCIAS'
               TO OR-LINHA.
           MOVE '    ORFAOS  ANTERIOR  DIFERENCA TENDENCIA'
               TO OR-LINHA (50:41).
           WRITE OR-LINHA.
           PERFORM 7100-IMPRIMIR-RELACAO THRU 7100-EXIT
               VARYING WRK-REL FROM 1 BY 1 UNTIL WRK-REL > 6.
           MOVE ALL '=' TO OR-LINHA.
           WRITE OR-LINHA.
           MOVE WRK-QTD-ORFAOS TO WRK-CONTROLEFN.
           MOVE SPACES TO OR-LINHA.
           IF WRK-QTD-ORFAOS = ZEROS
               MOVE 'NENHUMA REFERENCIA QUEBRADA' TO OR-LINHA
           ELSE
               STRING 'REFERENCIAS QUEBRADAS:   ' WRK-CONTROLEFN
                   DELIMITED BY SIZE INTO OR-LINHA
               END-STRING
           END-IF.
           WRITE OR-LINHA.
       7000-EXIT.
           EXIT.

       7100-IMPRIMIR-RELACAO.
           MOVE WRK-REL TO WRK-RELFN.
           MOVE SPACES TO OR-LINHA.
           IF WRK-TAB-CNT-VERIFICADA (WRK-REL) NOT = 'S'
               STRING WRK-RELFN ' ' WRK-TAB-REL-DESCR (WRK-REL)
                      '  *** NAO CONFERIDA - ARQUIVO INDISPONIVEL'
                   DELIMITED BY SIZE INTO OR-LINHA
               END-STRING
               WRITE OR-LINHA
               GO TO 7100-EXIT
           END-IF.
           ADD WRK-TAB-CNT-REFERENCIAS (WRK-REL) TO WRK-QTD-REFERENCIAS.
           MOVE WRK-TAB-CNT-REFERENCIAS (WRK-REL) TO WRK-REFERENCIASFN.
           MOVE WRK-TAB-CNT-ORFAOS (WRK-REL) TO WRK-ORFAOSFN.
           IF WRK-TAB-CNT-TEM-ANT (WRK-REL) = 'S'
               MOVE WRK-TAB-CNT-ORFAOS-ANT (WRK-REL) TO WRK-ORFAOSFN
               MOVE WRK-ORFAOSFN TO WRK-ANTERIOR-TXT
               MOVE WRK-TAB-CNT-ORFAOS (WRK-REL) TO WRK-ORFAOSFN
               COMPUTE WRK-DIFERENCA =
                   WRK-TAB-CNT-ORFAOS (WRK-REL)
                 - WRK-TAB-CNT-ORFAOS-ANT (WRK-REL)
               MOVE WRK-DIFERENCA TO WRK-DIFERENCAFN
               IF WRK-DIFERENCA > ZEROS
                   MOVE 'PIOROU' TO WRK-TENDENCIA
                   ADD 1 TO WRK-QTD-PIORARAM
               ELSE
                   IF WRK-DIFERENCA < ZEROS
                       MOVE 'MELHOROU' TO WRK-TENDENCIA
                   ELSE
                       MOVE 'IGUAL' TO WRK-TENDENCIA
                   END-IF
               END-IF
           ELSE
               MOVE '        -' TO WRK-ANTERIOR-TXT
               MOVE ZEROS TO WRK-DIFERENCAFN
               MOVE 'NOVA' TO WRK-TENDENCIA
           END-IF.
           STRING WRK-RELFN ' ' WRK-TAB-REL-DESCR (WRK-REL) ' '
                  WRK-REFERENCIASFN ' ' WRK-ORFAOSFN ' '
                  WRK-ANTERIOR-TXT ' ' WRK-DIFERENCAFN ' '
                  WRK-TENDENCIA
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
       7100-EXIT.
           EXIT.

      ****************************************************************
      * 7500-GRAVAR-CONTAGEM - CONTAGEM DESTA VARREDURA NO ORFNOV,   *
      *                        BASE DA TENDENCIA DA SEMANA SEGUINTE. *
      *                        RELACAO NAO CONFERIDA SAI MARCADA     *
      *                        COMO TAL E NAO VIRA BASE.             *
      ****************************************************************
       7500-GRAVAR-CONTAGEM.
           OPEN OUTPUT ORFAO-NOVO.
           PERFORM 7510-GRAVAR-RELACAO
               VARYING WRK-REL FROM 1 BY 1 UNTIL WRK-REL > 6.
           CLOSE ORFAO-NOVO.
       7500-EXIT.
           EXIT.

       7510-GRAVAR-RELACAO.
           MOVE WRK-REL TO OC-RELACAO.
           MOVE WRK-DATA-HOJE TO OC-DATA-VARREDURA.
           MOVE WRK-TAB-CNT-REFERENCIAS (WRK-REL)
               TO OC-QTD-REFERENCIAS.
           MOVE WRK-TAB-CNT-ORFAOS (WRK-REL) TO OC-QTD-ORFAOS.
           MOVE WRK-TAB-CNT-VERIFICADA (WRK-REL) TO OC-VERIFICADA.
           WRITE ON-REGISTRO FROM OC-REGISTRO.
       7510-EXIT.
           EXIT.

      ****************************************************************
      * 8000-IMPRIMIR-ORFAO - UMA LINHA POR REFERENCIA QUEBRADA      *
      *                       (WRK-REL, WRK-CHAVE-ORIGEM E           *
      *                       WRK-ALVO-AUSENTE JA MONTADOS).         *
      ****************************************************************
       8000-IMPRIMIR-ORFAO.
           ADD 1 TO WRK-TAB-CNT-ORFAOS (WRK-REL).
           ADD 1 TO WRK-QTD-ORFAOS.
           MOVE WRK-REL TO WRK-RELFN.
           MOVE SPACES TO OR-LINHA.
           STRING WRK-RELFN ' ' WRK-TAB-REL-ARQUIVO (WRK-REL)
                  WRK-CHAVE-ORIGEM ' ' WRK-ALVO-AUSENTE
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-REFERENCIAS TO WRK-CONTROLEFN.
           DISPLAY 'REFERENCIAS CONFERIDAS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ORFAOS TO WRK-CONTROLEFN.
           DISPLAY 'REFERENCIAS QUEBRADAS:  ' WRK-CONTROLEFN.
           IF WRK-QTD-PIORARAM > ZEROS
               DISPLAY '*** RELACAO COM MAIS ORFAOS QUE NA VARREDURA '
                       'ANTERIOR - VER ORFRPT'
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
      * 9800-GRAVAR-RUNLOG - UMA LINHA NO RUN-LOG POR EXECUCAO. AS   *
      *                      REFERENCIAS QUEBRADAS SAO ACHADOS DA    *
      *                      VARREDURA, NAO REJEICOES: VAO COMO      *
      *                      GRAVADOS E O PASSO FECHA COM AVISO.     *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGORFAO' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-REFERENCIAS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ORFAOS   TO RG-QTD-GRAVADOS.
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
           MOVE 'PROGORFAO' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
