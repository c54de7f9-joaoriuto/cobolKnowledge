       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGMENCAN.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CANCELAMENTO DAS MENSALIDADES DO ALUNO DESLIGADO - *
      *           PARA CADA DESLIGAMENTO PENDENTE DO DESLIG (GRAVADO *
      *           NA INATIVACAO PELO PROGALUMNT):                    *
      *           - CANCELA (SITUACAO 'C') AS MENSALIDADES DE MESES  *
      *             POSTERIORES AO DO DESLIGAMENTO;                  *
      *           - COBRA O MES DO DESLIGAMENTO PROPORCIONAL AOS     *
      *             DIAS CURSADOS DENTRO DO TERMO LETIVO (TERMMST)   *
      *             NAQUELE MES, GERANDO A MENSALIDADE SE O MES AINDA*
      *             NAO FOI COBRADO (PRECO DO CURSPREC, BOLSA DO     *
      *             BOLSAMST, VENCIMENTO EM DIA UTIL DO CALDIA);     *
      *           - O QUE FOI PAGO ALEM DO DEVIDO VIRA REEMBOLSO NO  *
      *             MENSREEM, PARA A TESOURARIA DEVOLVER AO          *
      *             RESPONSAVEL FINANCEIRO.                          *
      *           ALUNO REATIVADO ANTES DO LOTE TEM O DESLIGAMENTO   *
      *           ANULADO. O MENSAL NOVO SAI NO MENSALN E O DESLIG   *
      *           NO DESLIGN (DEVOLVIDOS POR IEBGENER); O RESUMO SAI *
      *           NO MENSCANR.                                       *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  O REEMBOLSO E O DESCONTO DA BOLSA DO MES FINAL*
      *                GERADO AQUI SAO ACRESCENTADOS AO MENSHIST,    *
      *                PARA A DECLARACAO ANUAL DO IMPOSTO DE RENDA   *
      *                (PROGMENIR).                                  *
      * 2026-10-15 JR  O LOTE E LANCADO NO LEDGER-TRANS EM DUAS      *
      *                PERNAS: MES FINAL GERADO NAS MENSALIDADES A   *
      *                RECEBER (11400) E BOLSA DELE NOS DESCONTOS    *
      *                (41600), AMBOS CONTRA A RECEITA DE            *
      *                MENSALIDADES (41500); SALDO ABERTO CANCELADO  *
      *                SAI DAS MENSALIDADES A RECEBER E REEMBOLSO VAI*
      *                PARA REEMBOLSOS A PAGAR (21600), AMBOS CONTRA *
      *                A RECEITA. O REPROCESSAMENTO DO DIA ESTORNA   *
      *                ANTES O LANCAMENTO ANTERIOR.                  *
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
           SELECT DESLIGAMENTO   ASSIGN TO "DESLIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESLIG.
           SELECT DESLIG-NOVO    ASSIGN TO "DESLIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESLIGN.
           SELECT MENSALIDADE    ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.
           SELECT MENSAL-NOVO    ASSIGN TO "MENSALN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSALN.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT TERMO-MASTER   ASSIGN TO "TERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TE-TERMO
               FILE STATUS IS WRK-FS-TERMMST.
           SELECT CURSO-PRECO    ASSIGN TO "CURSPREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CURSPREC.
           SELECT BOLSA-MASTER   ASSIGN TO "BOLSAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAMST.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT REEMBOLSO      ASSIGN TO "MENSREEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSREEM.
           SELECT MENSAL-HISTORICO ASSIGN TO "MENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSHIST.
           SELECT CANCEL-REPORT  ASSIGN TO "MENSCANR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSCANR.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  DESLIGAMENTO.
           COPY DESLIG.
       FD  DESLIG-NOVO.
       01  DN-REGISTRO              PICTURE X(93).
       FD  MENSALIDADE.
           COPY MENSALID.
       FD  MENSAL-NOVO.
       01  MV-REGISTRO.
           05  MV-MATRICULA         PICTURE X(08).
           05  MV-ANO-MES           PICTURE 9(06).
           05  MV-DATA-VENCTO       PICTURE 9(08).
           05  MV-VALOR             PICTURE 9(08)V99.
           05  MV-VALOR-PAGO        PICTURE 9(08)V99.
           05  MV-SITUACAO          PICTURE X(01).
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  TERMO-MASTER.
           COPY TERMMST.
       FD  CURSO-PRECO.
           COPY CURSPREC.
       FD  BOLSA-MASTER.
           COPY BOLSAMST.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
      * REEMBOLSO A PAGAR AO RESPONSAVEL FINANCEIRO DO ALUNO.
       FD  REEMBOLSO.
       01  RE-REGISTRO.
           05  RE-MATRICULA         PICTURE X(08).
           05  RE-CPF-RESPONSAVEL   PICTURE 9(11).
           05  RE-DATA-DESLIGAMENTO PICTURE 9(08).
           05  RE-DATA-APURACAO     PICTURE 9(08).
           05  RE-VALOR             PICTURE 9(08)V99.
       FD  MENSAL-HISTORICO.
           COPY MENSHIST.
       FD  CANCEL-REPORT.
       01  CR-LINHA                 PICTURE X(132).
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
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
       77  WRK-FS-DESLIG            PIC X(02) VALUE SPACES.
           88  FS-DESLIG-OK             VALUE '00'.
           88  FS-DESLIG-NAO-EXISTE     VALUE '35'.
       77  WRK-FS-DESLIGN           PIC X(02) VALUE SPACES.
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-MENSALN           PIC X(02) VALUE SPACES.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-TERMMST           PIC X(02) VALUE SPACES.
           88  FS-TERMMST-OK            VALUE '00'.
       77  WRK-FS-CURSPREC          PIC X(02) VALUE SPACES.
           88  FS-CURSPREC-OK           VALUE '00'.
       77  WRK-FS-BOLSAMST          PIC X(02) VALUE SPACES.
           88  FS-BOLSAMST-OK           VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-MENSREEM          PIC X(02) VALUE SPACES.
       77  WRK-FS-MENSCANR          PIC X(02) VALUE SPACES.
       77  WRK-FS-MENSHIST          PIC X(02) VALUE SPACES.
           88  FS-MENSHIST-OK           VALUE '00'.
           88  FS-MENSHIST-NAO-EXISTE   VALUE '35'.
       77  WRK-MENSHIST-ABERTO      PIC X(01) VALUE 'N'.
           88  MENSHIST-ABERTO          VALUE 'S'.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-DESLIG           PIC X(01) VALUE 'N'.
           88  FIM-DESLIG               VALUE 'S'.
       77  WRK-FIM-MENSAL           PIC X(01) VALUE 'N'.
           88  FIM-MENSAL               VALUE 'S'.
       77  WRK-FIM-TERMMST          PIC X(01) VALUE 'N'.
           88  FIM-TERMMST              VALUE 'S'.
       77  WRK-FIM-CURSPREC         PIC X(01) VALUE 'N'.
           88  FIM-CURSPREC             VALUE 'S'.
       77  WRK-FIM-BOLSAMST         PIC X(01) VALUE 'N'.
           88  FIM-BOLSAMST             VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.

      * DESLIGAMENTOS PENDENTES DO DESLIG, COM A BASE DO RATEIO DO
      * MES FINAL E OS VALORES APURADOS. DL-SITUACAO: 'V' VALIDO,
      * 'X' ANULADO (ALUNO REATIVADO, SEM CADASTRO OU SUBSTITUIDO
      * POR DESLIGAMENTO MAIS NOVO DA MESMA MATRICULA).
       01  WRK-TAB-DESLIG.
           05  WRK-DL-ITEM OCCURS 200 TIMES
                           INDEXED BY WRK-DL-IDX.
               10  WRK-DL-MATRICULA     PIC X(08).
               10  WRK-DL-DATA          PIC 9(08).
               10  WRK-DL-DATA-REGISTRO PIC 9(08).
               10  WRK-DL-ANO-MES       PIC 9(06).
               10  WRK-DL-MOTIVO        PIC X(02).
               10  WRK-DL-CURSO         PIC X(20).
               10  WRK-DL-NOME          PIC X(30).
               10  WRK-DL-CPF-RESP      PIC 9(11).
               10  WRK-DL-SITUACAO      PIC X(01).
               10  WRK-DL-SEM-TERMO     PIC X(01).
               10  WRK-DL-DIAS-CURSADOS PIC 9(03).
               10  WRK-DL-DIAS-BASE     PIC 9(03).
               10  WRK-DL-MES-COBRADO   PIC X(01).
               10  WRK-DL-PROPORCIONAL  PIC 9(08)V99.
               10  WRK-DL-CANCELADO     PIC 9(08)V99.
               10  WRK-DL-REEMBOLSO     PIC 9(08)V99.
       77  WRK-QTD-DESLIG           PIC 9(03) VALUE ZEROS.
       77  WRK-DL-ANT               PIC 9(03) VALUE ZEROS.

      * TERMOS LETIVOS EM MEMORIA.
       01  WRK-TAB-TERMO.
           05  WRK-TE-ITEM OCCURS 50 TIMES
                           INDEXED BY WRK-TE-IDX.
               10  WRK-TE-INICIO        PIC 9(08).
               10  WRK-TE-FIM           PIC 9(08).
       77  WRK-QTD-TERMOS           PIC 9(02) VALUE ZEROS.

      * TABELA DE PRECO POR CURSO E BOLSAS ATIVAS, PARA O MES FINAL
      * AINDA NAO COBRADO (COMO NO PROGMENSAL).
       01  WRK-TAB-PRECO.
           05  WRK-TAB-PRE-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-PRE-IDX.
               10  WRK-TAB-PRE-CURSO     PICTURE X(20).
               10  WRK-TAB-PRE-VALOR     PICTURE 9(08)V99.
       77  WRK-QTD-PRECOS           PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-BOLSA.
           05  WRK-TAB-BOL-ITEM OCCURS 200 TIMES
                                INDEXED BY WRK-BOL-IDX.
               10  WRK-TAB-BOL-MATRICULA PICTURE X(08).
               10  WRK-TAB-BOL-PCT       PICTURE 9(03).
       77  WRK-QTD-BOLSAS           PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DIAS-UTEIS.
           05  WRK-TAB-DIA OCCURS 600 TIMES
                           INDEXED BY WRK-DIA-IDX
                           PICTURE 9(08).
       77  WRK-QTD-DIAS-UTEIS       PIC 9(03) VALUE ZEROS.

      * RATEIO DO MES FINAL.
       01  WRK-DATA-AUX.
           05  WRK-AUX-ANO          PIC 9(04).
           05  WRK-AUX-MES          PIC 9(02).
           05  WRK-AUX-DIA          PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX PIC 9(08).
       77  WRK-INI-MES-INT          PIC 9(07) VALUE ZEROS.
       77  WRK-FIM-MES-INT          PIC 9(07) VALUE ZEROS.
       77  WRK-BASE-INI-INT         PIC 9(07) VALUE ZEROS.
       77  WRK-BASE-FIM-INT         PIC 9(07) VALUE ZEROS.
       77  WRK-DESLIG-INT           PIC 9(07) VALUE ZEROS.
       77  WRK-AUX-INT              PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-MES            PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-DEVIDO         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-CHEIO          PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PCT-BOLSA            PIC 9(03) VALUE ZEROS.
       77  WRK-TEM-PRECO            PIC X(01) VALUE 'N'.
           88  TEM-PRECO                VALUE 'S'.
       77  WRK-VENCTO-BASE          PIC 9(08) VALUE ZEROS.
       77  WRK-VENCTO-FINAL         PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO-DESC          PIC X(14) VALUE SPACES.
       77  WRK-OBSERVACAO           PIC X(40) VALUE SPACES.

       77  WRK-QTD-PENDENTES        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PROCESSADOS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ANULADOS         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CANCELADAS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REEMBOLSOS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-PROPORCIONAL    PIC 9(12)V99 VALUE ZEROS.
       77  WRK-SOMA-CANCELADO       PIC 9(12)V99 VALUE ZEROS.
       77  WRK-SOMA-REEMBOLSO       PIC 9(12)V99 VALUE ZEROS.

      * LANCAMENTO NO LEDGER - VALORES DO LOTE POR PAR DE PERNAS, E O
      * QUE JA FOI LANCADO HOJE EM CADA PAR (REPROCESSO).
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-CONTA-MENS-RECEBER   PIC X(05) VALUE '11400'.
       77  WRK-CONTA-RECEITA-MENS   PIC X(05) VALUE '41500'.
       77  WRK-CONTA-DESC-BOLSA     PIC X(05) VALUE '41600'.
       77  WRK-CONTA-REEMBOLSOS     PIC X(05) VALUE '21600'.
       77  WRK-ABERTO-ANTES         PIC S9(08)V99 VALUE ZEROS.
       77  WRK-LED-MES-FINAL        PIC 9(12)V99 VALUE ZEROS.
       77  WRK-LED-BOLSA-FINAL      PIC 9(12)V99 VALUE ZEROS.
       77  WRK-LED-BAIXA-RECEBER    PIC S9(12)V99 VALUE ZEROS.
       77  WRK-JA-MES-FINAL         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-JA-BOLSA-FINAL       PIC S9(09)V99 VALUE ZEROS.
       77  WRK-JA-BAIXA-RECEBER     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-JA-REEMBOLSO         PIC S9(09)V99 VALUE ZEROS.
      * PAR DE PERNAS A GRAVAR: LP-VALOR NA LP-CONTA E O OPOSTO NA
      * LP-CONTRA.
       77  WRK-LP-CONTA             PIC X(05) VALUE SPACES.
       77  WRK-LP-CONTRA            PIC X(05) VALUE SPACES.
       77  WRK-LP-DESCRICAO         PIC X(20) VALUE SPACES.
       77  WRK-LP-DESC-CONTRA       PIC X(20) VALUE SPACES.
       77  WRK-LP-VALOR             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN2             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN3             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-DESLIGAMENTOS THRU 1000-EXIT.
           IF WRK-RL-STATUS = 'ERRO'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1100-CARREGAR-TERMOS.
           PERFORM 1200-CARREGAR-PRECOS.
           PERFORM 1300-CARREGAR-BOLSAS.
           PERFORM 1400-CARREGAR-CALENDARIO.
           PERFORM 1500-ABRIR-ARQUIVOS.
           PERFORM 2000-CALCULAR-RATEIO THRU 2000-EXIT
               VARYING WRK-DL-IDX FROM 1 BY 1
               UNTIL WRK-DL-IDX > WRK-QTD-DESLIG.
           PERFORM 3000-ATUALIZAR-MENSAL THRU 3000-EXIT.
           PERFORM 4000-COBRAR-MES-FINAL THRU 4000-EXIT
               VARYING WRK-DL-IDX FROM 1 BY 1
               UNTIL WRK-DL-IDX > WRK-QTD-DESLIG.
           PERFORM 5000-LISTAR-DESLIGAMENTO
               VARYING WRK-DL-IDX FROM 1 BY 1
               UNTIL WRK-DL-IDX > WRK-QTD-DESLIG.
           PERFORM 6000-GRAVAR-DESLIG THRU 6000-EXIT.
           PERFORM 7000-IMPRIMIR-RODAPE.
           PERFORM 8000-LANCAR-NO-LEDGER THRU 8000-EXIT.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-DESLIGAMENTOS - GUARDA OS DESLIGAMENTOS        *
      *                               PENDENTES E CONFERE O ALUNO NO *
      *                               ALUNO-MASTER: SO VALE O DO     *
      *                               ALUNO AINDA INATIVO.           *
      ****************************************************************
       1000-CARREGAR-DESLIGAMENTOS.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-ALUNMST-ABERTO
           ELSE
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DESLIGAMENTO.
           IF NOT FS-DESLIG-OK
               IF NOT FS-DESLIG-NAO-EXISTE
                   MOVE 'DESLIG'  TO EL-ARQUIVO
                   MOVE 'OPEN'    TO EL-OPERACAO
                   MOVE WRK-FS-DESLIG TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
               GO TO 1000-EXIT
           END-IF.
           READ DESLIGAMENTO
               AT END SET FIM-DESLIG TO TRUE
           END-READ.
           PERFORM 1010-GUARDAR-DESLIGAMENTO UNTIL FIM-DESLIG.
           CLOSE DESLIGAMENTO.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-DESLIGAMENTO.
           IF DESLIG-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               IF WRK-QTD-DESLIG < 200
                   PERFORM 1020-INCLUIR-DESLIGAMENTO
               ELSE
                   DISPLAY 'DESLIG EXCEDE A CAPACIDADE DA TABELA - '
                           DE-MATRICULA ' FICA PARA O PROXIMO LOTE'
               END-IF
           END-IF.
           READ DESLIGAMENTO
               AT END SET FIM-DESLIG TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

       1020-INCLUIR-DESLIGAMENTO.
           MOVE ZEROS TO WRK-DL-ANT.
           IF WRK-QTD-DESLIG > ZEROS
               SET WRK-DL-IDX TO 1
               SEARCH WRK-DL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-DL-IDX > WRK-QTD-DESLIG
                       CONTINUE
                   WHEN WRK-DL-MATRICULA (WRK-DL-IDX) = DE-MATRICULA
                    AND WRK-DL-SITUACAO (WRK-DL-IDX) = 'V'
                       SET WRK-DL-ANT TO WRK-DL-IDX
               END-SEARCH
           END-IF.
           IF WRK-DL-ANT > ZEROS
               MOVE 'X' TO WRK-DL-SITUACAO (WRK-DL-ANT)
           END-IF.
           ADD 1 TO WRK-QTD-DESLIG.
           SET WRK-DL-IDX TO WRK-QTD-DESLIG.
           MOVE DE-MATRICULA   TO WRK-DL-MATRICULA (WRK-DL-IDX).
           MOVE DE-DATA-DESLIGAMENTO TO WRK-DL-DATA (WRK-DL-IDX).
           MOVE DE-DATA-REGISTRO TO WRK-DL-DATA-REGISTRO (WRK-DL-IDX).
           MOVE DE-DESLIG-ANO-MES TO WRK-DL-ANO-MES (WRK-DL-IDX).
           MOVE DE-MOTIVO      TO WRK-DL-MOTIVO (WRK-DL-IDX).
           MOVE DE-CURSO       TO WRK-DL-CURSO (WRK-DL-IDX).
           MOVE SPACES         TO WRK-DL-NOME (WRK-DL-IDX).
           MOVE ZEROS          TO WRK-DL-CPF-RESP (WRK-DL-IDX)
                                  WRK-DL-DIAS-CURSADOS (WRK-DL-IDX)
                                  WRK-DL-DIAS-BASE (WRK-DL-IDX)
                                  WRK-DL-PROPORCIONAL (WRK-DL-IDX)
                                  WRK-DL-CANCELADO (WRK-DL-IDX)
                                  WRK-DL-REEMBOLSO (WRK-DL-IDX).
           MOVE 'N'            TO WRK-DL-SEM-TERMO (WRK-DL-IDX)
                                  WRK-DL-MES-COBRADO (WRK-DL-IDX).
           MOVE 'X'            TO WRK-DL-SITUACAO (WRK-DL-IDX).
           MOVE DE-MATRICULA TO AL-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-NOME TO WRK-DL-NOME (WRK-DL-IDX)
                   MOVE AL-CPF-RESPONSAVEL
                       TO WRK-DL-CPF-RESP (WRK-DL-IDX)
                   IF ALUNO-INATIVO
                       MOVE 'V' TO WRK-DL-SITUACAO (WRK-DL-IDX)
                   END-IF
           END-READ.
       1020-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-TERMOS - DATAS DOS TERMOS LETIVOS; SEM O       *
      *                        TERMMST, O RATEIO USA O MES CIVIL.    *
      ****************************************************************
       1100-CARREGAR-TERMOS.
           OPEN INPUT TERMO-MASTER.
           IF FS-TERMMST-OK
               READ TERMO-MASTER
                   AT END SET FIM-TERMMST TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-TERMO UNTIL FIM-TERMMST
               CLOSE TERMO-MASTER
           ELSE
               MOVE 'TERMMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TERMMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-TERMO.
           IF WRK-QTD-TERMOS < 50
               ADD 1 TO WRK-QTD-TERMOS
               MOVE TE-DATA-INICIO TO WRK-TE-INICIO (WRK-QTD-TERMOS)
               MOVE TE-DATA-FIM    TO WRK-TE-FIM (WRK-QTD-TERMOS)
           END-IF.
           READ TERMO-MASTER
               AT END SET FIM-TERMMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-PRECOS - TABELA DE PRECO POR CURSO.            *
      ****************************************************************
       1200-CARREGAR-PRECOS.
           OPEN INPUT CURSO-PRECO.
           IF FS-CURSPREC-OK
               READ CURSO-PRECO
                   AT END SET FIM-CURSPREC TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-PRECO UNTIL FIM-CURSPREC
               CLOSE CURSO-PRECO
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-PRECO.
           IF WRK-QTD-PRECOS < 50
               ADD 1 TO WRK-QTD-PRECOS
               MOVE PRC-CURSO
                   TO WRK-TAB-PRE-CURSO (WRK-QTD-PRECOS)
               MOVE PRC-MENSALIDADE
                   TO WRK-TAB-PRE-VALOR (WRK-QTD-PRECOS)
           END-IF.
           READ CURSO-PRECO
               AT END SET FIM-CURSPREC TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-BOLSAS - BOLSAS ATIVAS DO BOLSAMST.            *
      ****************************************************************
       1300-CARREGAR-BOLSAS.
           OPEN INPUT BOLSA-MASTER.
           IF FS-BOLSAMST-OK
               READ BOLSA-MASTER
                   AT END SET FIM-BOLSAMST TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-BOLSA UNTIL FIM-BOLSAMST
               CLOSE BOLSA-MASTER
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-BOLSA.
           IF BOLSA-ATIVA
              AND WRK-QTD-BOLSAS < 200
               ADD 1 TO WRK-QTD-BOLSAS
               MOVE BO-MATRICULA
                   TO WRK-TAB-BOL-MATRICULA (WRK-QTD-BOLSAS)
               MOVE BO-PCT-DESCONTO
                   TO WRK-TAB-BOL-PCT (WRK-QTD-BOLSAS)
           END-IF.
           READ BOLSA-MASTER
               AT END SET FIM-BOLSAMST TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CARREGAR-CALENDARIO - DIAS UTEIS, PARA O VENCIMENTO DO  *
      *                            MES FINAL GERADO AQUI.            *
      ****************************************************************
       1400-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-DIAS.
           IF FS-CALDIA-OK
               READ CALENDARIO-DIAS
                   AT END SET FIM-CALDIA TO TRUE
               END-READ
               PERFORM 1410-GUARDAR-DIA UNTIL FIM-CALDIA
               CLOSE CALENDARIO-DIAS
           END-IF.
       1400-EXIT.
           EXIT.

       1410-GUARDAR-DIA.
           IF DIA-UTIL
              AND WRK-QTD-DIAS-UTEIS < 600
               ADD 1 TO WRK-QTD-DIAS-UTEIS
               MOVE CB-DATA TO WRK-TAB-DIA (WRK-QTD-DIAS-UTEIS)
           END-IF.
           READ CALENDARIO-DIAS
               AT END SET FIM-CALDIA TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 1500-ABRIR-ARQUIVOS - ABRE AS SAIDAS E IMPRIME O CABECALHO.  *
      ****************************************************************
       1500-ABRIR-ARQUIVOS.
           OPEN OUTPUT MENSAL-NOVO
                       REEMBOLSO
                       CANCEL-REPORT.
           OPEN EXTEND MENSAL-HISTORICO.
           IF FS-MENSHIST-NAO-EXISTE
               OPEN OUTPUT MENSAL-HISTORICO
           END-IF.
           IF FS-MENSHIST-OK
               MOVE 'S' TO WRK-MENSHIST-ABERTO
           ELSE
               MOVE 'MENSHIST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-MENSHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           MOVE SPACES TO CR-LINHA.
           STRING 'CANCELAMENTO DE MENSALIDADES POR DESLIGAMENTO - '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE SPACES TO CR-LINHA.
           STRING 'MATRICULA NOME                           '
                  'DESLIGADO MOTIVO          DIAS   MES FINAL'
                  '      CANCELADO      REEMBOLSO'
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE ALL '=' TO CR-LINHA.
           WRITE CR-LINHA.
       1500-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CALCULAR-RATEIO - DIAS CURSADOS E DIAS DA BASE NO MES DO*
      *                        DESLIGAMENTO. A BASE E A PARTE DO MES *
      *                        DENTRO DO TERMO QUE CONTEM A DATA DO  *
      *                        DESLIGAMENTO; SEM TERMO, O MES CIVIL. *
      *                        OS DIAS CURSADOS VAO DO INICIO DA BASE*
      *                        ATE O DESLIGAMENTO, INCLUSIVE.        *
      ****************************************************************
       2000-CALCULAR-RATEIO.
           IF WRK-DL-SITUACAO (WRK-DL-IDX) NOT = 'V'
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-DL-DATA (WRK-DL-IDX) TO WRK-DATA-AUX.
           COMPUTE WRK-DESLIG-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DL-DATA (WRK-DL-IDX)).
           MOVE 01 TO WRK-AUX-DIA.
           COMPUTE WRK-INI-MES-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N).
           IF WRK-AUX-MES = 12
               ADD 1 TO WRK-AUX-ANO
               MOVE 01 TO WRK-AUX-MES
           ELSE
               ADD 1 TO WRK-AUX-MES
           END-IF.
           COMPUTE WRK-FIM-MES-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX-N) - 1.
           MOVE WRK-INI-MES-INT TO WRK-BASE-INI-INT.
           MOVE WRK-FIM-MES-INT TO WRK-BASE-FIM-INT.
           MOVE 'S' TO WRK-DL-SEM-TERMO (WRK-DL-IDX).
           IF WRK-QTD-TERMOS > ZEROS
               SET WRK-TE-IDX TO 1
               SEARCH WRK-TE-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TE-IDX > WRK-QTD-TERMOS
                       CONTINUE
                   WHEN WRK-TE-INICIO (WRK-TE-IDX)
                           NOT > WRK-DL-DATA (WRK-DL-IDX)
                    AND WRK-TE-FIM (WRK-TE-IDX)
                           NOT < WRK-DL-DATA (WRK-DL-IDX)
                       PERFORM 2100-LIMITAR-AO-TERMO
               END-SEARCH
           END-IF.
           COMPUTE WRK-DL-DIAS-CURSADOS (WRK-DL-IDX) =
               WRK-DESLIG-INT - WRK-BASE-INI-INT + 1.
           COMPUTE WRK-DL-DIAS-BASE (WRK-DL-IDX) =
               WRK-BASE-FIM-INT - WRK-BASE-INI-INT + 1.
       2000-EXIT.
           EXIT.

       2100-LIMITAR-AO-TERMO.
           MOVE 'N' TO WRK-DL-SEM-TERMO (WRK-DL-IDX).
           COMPUTE WRK-AUX-INT =
               FUNCTION INTEGER-OF-DATE (WRK-TE-INICIO (WRK-TE-IDX)).
           IF WRK-AUX-INT > WRK-BASE-INI-INT
               MOVE WRK-AUX-INT TO WRK-BASE-INI-INT
           END-IF.
           COMPUTE WRK-AUX-INT =
               FUNCTION INTEGER-OF-DATE (WRK-TE-FIM (WRK-TE-IDX)).
           IF WRK-AUX-INT < WRK-BASE-FIM-INT
               MOVE WRK-AUX-INT TO WRK-BASE-FIM-INT
           END-IF.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-ATUALIZAR-MENSAL - PASSA O MENSAL PARA O MENSALN: MES   *
      *                         POSTERIOR AO DESLIGAMENTO E          *
      *                         CANCELADO, MES DO DESLIGAMENTO E     *
      *                         RATEADO; MESES ANTERIORES CONTINUAM  *
      *                         DEVIDOS COMO ESTAO.                  *
      ****************************************************************
       3000-ATUALIZAR-MENSAL.
           OPEN INPUT MENSALIDADE.
           IF NOT FS-MENSAL-OK
               MOVE 'MENSAL'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-MENSAL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 3000-EXIT
           END-IF.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
           PERFORM 3100-CONFERIR-MENSALIDADE THRU 3100-EXIT
               UNTIL FIM-MENSAL.
           CLOSE MENSALIDADE.
       3000-EXIT.
           EXIT.

       3100-CONFERIR-MENSALIDADE.
           IF WRK-QTD-DESLIG = ZEROS
              OR MENSALIDADE-CANCELADA
               GO TO 3100-GRAVAR
           END-IF.
           SET WRK-DL-IDX TO 1.
           SEARCH WRK-DL-ITEM
               AT END
                   GO TO 3100-GRAVAR
               WHEN WRK-DL-IDX > WRK-QTD-DESLIG
                   GO TO 3100-GRAVAR
               WHEN WRK-DL-MATRICULA (WRK-DL-IDX) = MN-MATRICULA
                AND WRK-DL-SITUACAO (WRK-DL-IDX) = 'V'
                   CONTINUE
           END-SEARCH.
           IF MN-VALOR-PAGO NOT NUMERIC
               MOVE ZEROS TO MN-VALOR-PAGO
           END-IF.
           COMPUTE WRK-ABERTO-ANTES = MN-VALOR - MN-VALOR-PAGO.
           IF MN-ANO-MES > WRK-DL-ANO-MES (WRK-DL-IDX)
               PERFORM 3200-CANCELAR-MENSALIDADE
               ADD WRK-ABERTO-ANTES TO WRK-LED-BAIXA-RECEBER
           ELSE
               IF MN-ANO-MES = WRK-DL-ANO-MES (WRK-DL-IDX)
                   PERFORM 3300-RATEAR-MENSALIDADE
                   COMPUTE WRK-LED-BAIXA-RECEBER =
                       WRK-LED-BAIXA-RECEBER + WRK-ABERTO-ANTES
                       - (MN-VALOR - MN-VALOR-PAGO)
               END-IF
           END-IF.
       3100-GRAVAR.
           MOVE MN-REGISTRO TO MV-REGISTRO.
           WRITE MV-REGISTRO.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      * MES POSTERIOR AO DESLIGAMENTO: O SALDO ABERTO DEIXA DE SER
      * COBRADO E O QUE JA FOI PAGO VOLTA COMO REEMBOLSO.
       3200-CANCELAR-MENSALIDADE.
           IF MENSALIDADE-ABERTA
               COMPUTE WRK-DL-CANCELADO (WRK-DL-IDX) =
                   WRK-DL-CANCELADO (WRK-DL-IDX)
                   + MN-VALOR - MN-VALOR-PAGO
           END-IF.
           ADD MN-VALOR-PAGO TO WRK-DL-REEMBOLSO (WRK-DL-IDX).
           MOVE 'C' TO MN-SITUACAO.
           ADD 1 TO WRK-QTD-CANCELADAS.
       3200-EXIT.
           EXIT.

      * MES DO DESLIGAMENTO: O VALOR PASSA A SER O PROPORCIONAL AOS
      * DIAS CURSADOS; O PAGO ACIMA DELE VOLTA COMO REEMBOLSO.
       3300-RATEAR-MENSALIDADE.
           MOVE 'S' TO WRK-DL-MES-COBRADO (WRK-DL-IDX).
           MOVE MN-VALOR TO WRK-VALOR-MES.
           PERFORM 3400-CALCULAR-PROPORCIONAL.
           MOVE WRK-VALOR-DEVIDO TO WRK-DL-PROPORCIONAL (WRK-DL-IDX).
           COMPUTE WRK-DL-CANCELADO (WRK-DL-IDX) =
               WRK-DL-CANCELADO (WRK-DL-IDX)
               + MN-VALOR - WRK-VALOR-DEVIDO.
           MOVE WRK-VALOR-DEVIDO TO MN-VALOR.
           IF MN-VALOR-PAGO > MN-VALOR
               COMPUTE WRK-DL-REEMBOLSO (WRK-DL-IDX) =
                   WRK-DL-REEMBOLSO (WRK-DL-IDX)
                   + MN-VALOR-PAGO - MN-VALOR
               MOVE MN-VALOR TO MN-VALOR-PAGO
           END-IF.
           IF MN-VALOR-PAGO NOT < MN-VALOR
               MOVE 'P' TO MN-SITUACAO
           END-IF.
       3300-EXIT.
           EXIT.

       3400-CALCULAR-PROPORCIONAL.
           IF WRK-DL-DIAS-BASE (WRK-DL-IDX) = ZEROS
              OR WRK-DL-DIAS-CURSADOS (WRK-DL-IDX)
                  NOT < WRK-DL-DIAS-BASE (WRK-DL-IDX)
               MOVE WRK-VALOR-MES TO WRK-VALOR-DEVIDO
           ELSE
               COMPUTE WRK-VALOR-DEVIDO ROUNDED =
                   WRK-VALOR-MES * WRK-DL-DIAS-CURSADOS (WRK-DL-IDX)
                   / WRK-DL-DIAS-BASE (WRK-DL-IDX)
           END-IF.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 4000-COBRAR-MES-FINAL - MES DO DESLIGAMENTO AINDA NAO COBRADO*
      *                         GANHA A MENSALIDADE PROPORCIONAL, COM*
      *                         O PRECO DO CURSO E A BOLSA DO ALUNO. *
      ****************************************************************
       4000-COBRAR-MES-FINAL.
           IF WRK-DL-SITUACAO (WRK-DL-IDX) NOT = 'V'
              OR WRK-DL-MES-COBRADO (WRK-DL-IDX) = 'S'
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N'   TO WRK-TEM-PRECO.
           MOVE ZEROS TO WRK-VALOR-MES.
           IF WRK-QTD-PRECOS > ZEROS
               SET WRK-PRE-IDX TO 1
               SEARCH WRK-TAB-PRE-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-PRE-IDX > WRK-QTD-PRECOS
                       CONTINUE
                   WHEN WRK-TAB-PRE-CURSO (WRK-PRE-IDX)
                           = WRK-DL-CURSO (WRK-DL-IDX)
                       SET TEM-PRECO TO TRUE
                       MOVE WRK-TAB-PRE-VALOR (WRK-PRE-IDX)
                           TO WRK-VALOR-MES
               END-SEARCH
           END-IF.
           IF NOT TEM-PRECO
               MOVE SPACES TO CR-LINHA
               STRING WRK-DL-MATRICULA (WRK-DL-IDX)
                      ' CURSO ' WRK-DL-CURSO (WRK-DL-IDX)
                      ' SEM PRECO NO CURSPREC - MES FINAL NAO COBRADO'
                   DELIMITED BY SIZE INTO CR-LINHA
               END-STRING
               WRITE CR-LINHA
               GO TO 4000-EXIT
           END-IF.
           PERFORM 3400-CALCULAR-PROPORCIONAL.
           MOVE WRK-VALOR-DEVIDO TO WRK-VALOR-CHEIO.
           MOVE ZEROS TO WRK-PCT-BOLSA.
           IF WRK-QTD-BOLSAS > ZEROS
               SET WRK-BOL-IDX TO 1
               SEARCH WRK-TAB-BOL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-BOL-IDX > WRK-QTD-BOLSAS
                       CONTINUE
                   WHEN WRK-TAB-BOL-MATRICULA (WRK-BOL-IDX)
                           = WRK-DL-MATRICULA (WRK-DL-IDX)
                       MOVE WRK-TAB-BOL-PCT (WRK-BOL-IDX)
                           TO WRK-PCT-BOLSA
               END-SEARCH
           END-IF.
           IF WRK-PCT-BOLSA > ZEROS
               COMPUTE WRK-VALOR-MES ROUNDED =
                   WRK-VALOR-MES * (100 - WRK-PCT-BOLSA) / 100
           END-IF.
           PERFORM 3400-CALCULAR-PROPORCIONAL.
           MOVE WRK-VALOR-DEVIDO TO WRK-DL-PROPORCIONAL (WRK-DL-IDX).
           MOVE 'S' TO WRK-DL-MES-COBRADO (WRK-DL-IDX).
           IF WRK-VALOR-DEVIDO = ZEROS
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-CALCULAR-VENCIMENTO.
           MOVE WRK-DL-MATRICULA (WRK-DL-IDX) TO MV-MATRICULA.
           MOVE WRK-DL-ANO-MES (WRK-DL-IDX)   TO MV-ANO-MES.
           MOVE WRK-VENCTO-FINAL              TO MV-DATA-VENCTO.
           MOVE WRK-VALOR-DEVIDO              TO MV-VALOR.
           MOVE ZEROS                         TO MV-VALOR-PAGO.
           MOVE 'A'                           TO MV-SITUACAO.
           WRITE MV-REGISTRO.
           ADD WRK-VALOR-DEVIDO TO WRK-LED-MES-FINAL.
           IF WRK-VALOR-CHEIO > WRK-VALOR-DEVIDO
               COMPUTE WRK-LED-BOLSA-FINAL = WRK-LED-BOLSA-FINAL
                   + WRK-VALOR-CHEIO - WRK-VALOR-DEVIDO
           END-IF.
           IF MENSHIST-ABERTO
              AND WRK-VALOR-CHEIO > WRK-VALOR-DEVIDO
               MOVE WRK-DL-MATRICULA (WRK-DL-IDX) TO MH-MATRICULA
               MOVE WRK-DL-ANO-MES (WRK-DL-IDX)   TO MH-ANO-MES
               MOVE WRK-DATA-HOJE                 TO MH-DATA
               MOVE 'D'                           TO MH-TIPO
               COMPUTE MH-VALOR = WRK-VALOR-CHEIO - WRK-VALOR-DEVIDO
               WRITE MH-REGISTRO
           END-IF.
       4000-EXIT.
           EXIT.

      * VENCIMENTO NO DIA 10 DO MES DO DESLIGAMENTO (OU HOJE, SE JA
      * PASSOU), EMPURRADO PARA O PRIMEIRO DIA UTIL DO CALDIA.
       4100-CALCULAR-VENCIMENTO.
           COMPUTE WRK-VENCTO-BASE =
               (WRK-DL-ANO-MES (WRK-DL-IDX) * 100) + 10.
           IF WRK-VENCTO-BASE < WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO WRK-VENCTO-BASE
           END-IF.
           MOVE WRK-VENCTO-BASE TO WRK-VENCTO-FINAL.
           IF WRK-QTD-DIAS-UTEIS > ZEROS
              AND WRK-VENCTO-BASE
                  NOT > WRK-TAB-DIA (WRK-QTD-DIAS-UTEIS)
               SET WRK-DIA-IDX TO 1
               SEARCH WRK-TAB-DIA
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-DIA (WRK-DIA-IDX)
                           NOT < WRK-VENCTO-BASE
                       MOVE WRK-TAB-DIA (WRK-DIA-IDX)
                           TO WRK-VENCTO-FINAL
               END-SEARCH
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-LISTAR-DESLIGAMENTO - LINHA DO RELATORIO E REEMBOLSO DE *
      *                            CADA DESLIGAMENTO PROCESSADO.     *
      ****************************************************************
       5000-LISTAR-DESLIGAMENTO.
           IF WRK-DL-SITUACAO (WRK-DL-IDX) NOT = 'V'
               ADD 1 TO WRK-QTD-ANULADOS
               MOVE SPACES TO CR-LINHA
               STRING WRK-DL-MATRICULA (WRK-DL-IDX) '  '
                      WRK-DL-NOME (WRK-DL-IDX) ' '
                      WRK-DL-DATA (WRK-DL-IDX)
                      ' DESLIGAMENTO ANULADO - ALUNO ATIVO, SEM '
                      'CADASTRO OU COM DESLIGAMENTO POSTERIOR'
                   DELIMITED BY SIZE INTO CR-LINHA
               END-STRING
               WRITE CR-LINHA
           ELSE
               ADD 1 TO WRK-QTD-PROCESSADOS
               ADD WRK-DL-PROPORCIONAL (WRK-DL-IDX)
                   TO WRK-SOMA-PROPORCIONAL
               ADD WRK-DL-CANCELADO (WRK-DL-IDX)
                   TO WRK-SOMA-CANCELADO
               ADD WRK-DL-REEMBOLSO (WRK-DL-IDX)
                   TO WRK-SOMA-REEMBOLSO
               PERFORM 5100-DESCREVER-MOTIVO
               MOVE WRK-DL-PROPORCIONAL (WRK-DL-IDX) TO WRK-VALORFN
               MOVE WRK-DL-CANCELADO (WRK-DL-IDX) TO WRK-VALORFN2
               MOVE WRK-DL-REEMBOLSO (WRK-DL-IDX) TO WRK-VALORFN3
               MOVE SPACES TO CR-LINHA
               STRING WRK-DL-MATRICULA (WRK-DL-IDX) '  '
                      WRK-DL-NOME (WRK-DL-IDX) ' '
                      WRK-DL-DATA (WRK-DL-IDX) ' '
                      WRK-MOTIVO-DESC ' '
                      WRK-DL-DIAS-CURSADOS (WRK-DL-IDX) '/'
                      WRK-DL-DIAS-BASE (WRK-DL-IDX)
                      WRK-VALORFN WRK-VALORFN2 ' ' WRK-VALORFN3
                   DELIMITED BY SIZE INTO CR-LINHA
               END-STRING
               WRITE CR-LINHA
               IF WRK-DL-SEM-TERMO (WRK-DL-IDX) = 'S'
                   MOVE SPACES TO CR-LINHA
                   STRING '          DATA FORA DE TERMO NO TERMMST - '
                          'RATEIO SOBRE O MES CIVIL'
                       DELIMITED BY SIZE INTO CR-LINHA
                   END-STRING
                   WRITE CR-LINHA
               END-IF
               IF WRK-DL-REEMBOLSO (WRK-DL-IDX) > ZEROS
                   PERFORM 5200-GRAVAR-REEMBOLSO
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-DESCREVER-MOTIVO.
           EVALUATE WRK-DL-MOTIVO (WRK-DL-IDX)
               WHEN 'DE' MOVE 'DESISTENCIA'    TO WRK-MOTIVO-DESC
               WHEN 'FI' MOVE 'FINANCEIRO'     TO WRK-MOTIVO-DESC
               WHEN 'MU' MOVE 'MUDANCA'        TO WRK-MOTIVO-DESC
               WHEN 'TR' MOVE 'TRANSFERENCIA'  TO WRK-MOTIVO-DESC
               WHEN 'SA' MOVE 'SAUDE'          TO WRK-MOTIVO-DESC
               WHEN OTHER MOVE 'OUTROS'        TO WRK-MOTIVO-DESC
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5200-GRAVAR-REEMBOLSO.
           ADD 1 TO WRK-QTD-REEMBOLSOS.
           MOVE WRK-DL-MATRICULA (WRK-DL-IDX) TO RE-MATRICULA.
           MOVE WRK-DL-CPF-RESP (WRK-DL-IDX)  TO RE-CPF-RESPONSAVEL.
           MOVE WRK-DL-DATA (WRK-DL-IDX)      TO RE-DATA-DESLIGAMENTO.
           MOVE WRK-DATA-HOJE                 TO RE-DATA-APURACAO.
           MOVE WRK-DL-REEMBOLSO (WRK-DL-IDX) TO RE-VALOR.
           WRITE RE-REGISTRO.
           IF MENSHIST-ABERTO
               MOVE WRK-DL-MATRICULA (WRK-DL-IDX) TO MH-MATRICULA
               MOVE WRK-DL-ANO-MES (WRK-DL-IDX)   TO MH-ANO-MES
               MOVE WRK-DATA-HOJE                 TO MH-DATA
               MOVE 'R'                           TO MH-TIPO
               MOVE WRK-DL-REEMBOLSO (WRK-DL-IDX) TO MH-VALOR
               WRITE MH-REGISTRO
           END-IF.
           MOVE SPACES TO CR-LINHA.
           STRING '          REEMBOLSO A PAGAR AO RESPONSAVEL '
                  WRK-DL-CPF-RESP (WRK-DL-IDX) ': ' WRK-VALORFN3
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 6000-GRAVAR-DESLIG - PASSA O DESLIG PARA O DESLIGN COM A     *
      *                      SITUACAO E OS VALORES APURADOS DOS      *
      *                      PENDENTES TRATADOS NESTE LOTE.          *
      ****************************************************************
       6000-GRAVAR-DESLIG.
           OPEN OUTPUT DESLIG-NOVO.
           MOVE 'N' TO WRK-FIM-DESLIG.
           OPEN INPUT DESLIGAMENTO.
           IF NOT FS-DESLIG-OK
               CLOSE DESLIG-NOVO
               GO TO 6000-EXIT
           END-IF.
           READ DESLIGAMENTO
               AT END SET FIM-DESLIG TO TRUE
           END-READ.
           PERFORM 6100-GRAVAR-REGISTRO UNTIL FIM-DESLIG.
           CLOSE DESLIGAMENTO
                 DESLIG-NOVO.
       6000-EXIT.
           EXIT.

       6100-GRAVAR-REGISTRO.
           IF DESLIG-PENDENTE
              AND WRK-QTD-DESLIG > ZEROS
               SET WRK-DL-IDX TO 1
               SEARCH WRK-DL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-DL-IDX > WRK-QTD-DESLIG
                       CONTINUE
                   WHEN WRK-DL-MATRICULA (WRK-DL-IDX) = DE-MATRICULA
                    AND WRK-DL-DATA (WRK-DL-IDX)
                           = DE-DATA-DESLIGAMENTO
                    AND WRK-DL-DATA-REGISTRO (WRK-DL-IDX)
                           = DE-DATA-REGISTRO
                       PERFORM 6200-ATUALIZAR-REGISTRO
               END-SEARCH
           END-IF.
           MOVE DE-REGISTRO TO DN-REGISTRO.
           WRITE DN-REGISTRO.
           READ DESLIGAMENTO
               AT END SET FIM-DESLIG TO TRUE
           END-READ.
       6100-EXIT.
           EXIT.

       6200-ATUALIZAR-REGISTRO.
           IF WRK-DL-SITUACAO (WRK-DL-IDX) = 'V'
               MOVE 'C' TO DE-SITUACAO
           ELSE
               MOVE 'X' TO DE-SITUACAO
           END-IF.
           MOVE WRK-DATA-HOJE TO DE-DATA-PROCESSAMENTO.
           MOVE WRK-DL-PROPORCIONAL (WRK-DL-IDX)
               TO DE-VALOR-PROPORCIONAL.
           MOVE WRK-DL-CANCELADO (WRK-DL-IDX) TO DE-VALOR-CANCELADO.
           MOVE WRK-DL-REEMBOLSO (WRK-DL-IDX) TO DE-VALOR-REEMBOLSO.
       6200-EXIT.
           EXIT.

      ****************************************************************
      * 7000-IMPRIMIR-RODAPE - TOTAIS DO RELATORIO.                  *
      ****************************************************************
       7000-IMPRIMIR-RODAPE.
           MOVE ALL '=' TO CR-LINHA.
           WRITE CR-LINHA.
           MOVE WRK-QTD-PROCESSADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO CR-LINHA.
           STRING 'DESLIGAMENTOS PROCESSADOS:  ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE WRK-QTD-ANULADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO CR-LINHA.
           STRING 'DESLIGAMENTOS ANULADOS:     ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE WRK-QTD-CANCELADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO CR-LINHA.
           STRING 'MENSALIDADES CANCELADAS:    ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE WRK-SOMA-PROPORCIONAL TO WRK-VALORFN.
           MOVE SPACES TO CR-LINHA.
           STRING 'MESES FINAIS PROPORCIONAIS: ' WRK-VALORFN
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE WRK-SOMA-CANCELADO TO WRK-VALORFN.
           MOVE SPACES TO CR-LINHA.
           STRING 'VALOR CANCELADO:            ' WRK-VALORFN
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE WRK-SOMA-REEMBOLSO TO WRK-VALORFN.
           MOVE SPACES TO CR-LINHA.
           STRING 'REEMBOLSOS A PAGAR:         ' WRK-VALORFN
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-LANCAR-NO-LEDGER - LANCA O LOTE EM PARES DE PERNAS QUE  *
      *                         SE ANULAM (DEBITO POSITIVO, CREDITO  *
      *                         NEGATIVO). SE O DIA JA FOI LANCADO   *
      *                         (REPROCESSO), ESTORNA ANTES CADA PAR *
      *                         LANCADO.                             *
      ****************************************************************
       8000-LANCAR-NO-LEDGER.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 8010-PROCURAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           IF WRK-LED-MES-FINAL = ZEROS
              AND WRK-LED-BOLSA-FINAL = ZEROS
              AND WRK-LED-BAIXA-RECEBER = ZEROS
              AND WRK-SOMA-REEMBOLSO = ZEROS
              AND WRK-JA-MES-FINAL = ZEROS
              AND WRK-JA-BOLSA-FINAL = ZEROS
              AND WRK-JA-BAIXA-RECEBER = ZEROS
              AND WRK-JA-REEMBOLSO = ZEROS
               GO TO 8000-EXIT
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               MOVE 'LEDGER-TRANS' TO EL-ARQUIVO
               MOVE 'OPEN'         TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - CANCELAMENTOS DO '
                       'DIA NAO LANCADOS'
               GO TO 8000-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO LT-DATA.
      * ESTORNO DO QUE O DIA JA TINHA LANCADO.
           MOVE 'ESTORNO DO DIA' TO WRK-LP-DESCRICAO
                                    WRK-LP-DESC-CONTRA.
           MOVE WRK-CONTA-MENS-RECEBER TO WRK-LP-CONTA.
           MOVE WRK-CONTA-RECEITA-MENS TO WRK-LP-CONTRA.
           COMPUTE WRK-LP-VALOR = WRK-JA-MES-FINAL * -1.
           PERFORM 8100-GRAVAR-PAR.
           MOVE WRK-CONTA-DESC-BOLSA   TO WRK-LP-CONTA.
           COMPUTE WRK-LP-VALOR = WRK-JA-BOLSA-FINAL * -1.
           PERFORM 8100-GRAVAR-PAR.
           MOVE WRK-CONTA-RECEITA-MENS TO WRK-LP-CONTA.
           MOVE WRK-CONTA-MENS-RECEBER TO WRK-LP-CONTRA.
           COMPUTE WRK-LP-VALOR = WRK-JA-BAIXA-RECEBER * -1.
           PERFORM 8100-GRAVAR-PAR.
           MOVE WRK-CONTA-REEMBOLSOS   TO WRK-LP-CONTRA.
           COMPUTE WRK-LP-VALOR = WRK-JA-REEMBOLSO * -1.
           PERFORM 8100-GRAVAR-PAR.
      * LANCAMENTO DO LOTE.
           MOVE WRK-CONTA-MENS-RECEBER TO WRK-LP-CONTA.
           MOVE WRK-CONTA-RECEITA-MENS TO WRK-LP-CONTRA.
           MOVE 'MES FINAL DESLIGADO'   TO WRK-LP-DESCRICAO.
           MOVE 'RECEITA MENSALIDADES'  TO WRK-LP-DESC-CONTRA.
           MOVE WRK-LED-MES-FINAL       TO WRK-LP-VALOR.
           PERFORM 8100-GRAVAR-PAR.
           MOVE WRK-CONTA-DESC-BOLSA   TO WRK-LP-CONTA.
           MOVE 'BOLSA MES FINAL'       TO WRK-LP-DESCRICAO.
           MOVE WRK-LED-BOLSA-FINAL     TO WRK-LP-VALOR.
           PERFORM 8100-GRAVAR-PAR.
           MOVE WRK-CONTA-RECEITA-MENS TO WRK-LP-CONTA.
           MOVE WRK-CONTA-MENS-RECEBER TO WRK-LP-CONTRA.
           MOVE 'MENS CANCELADAS'       TO WRK-LP-DESCRICAO.
           MOVE 'BAIXA CANCELAMENTO'    TO WRK-LP-DESC-CONTRA.
           MOVE WRK-LED-BAIXA-RECEBER   TO WRK-LP-VALOR.
           PERFORM 8100-GRAVAR-PAR.
           MOVE WRK-CONTA-REEMBOLSOS   TO WRK-LP-CONTRA.
           MOVE 'MENS REEMBOLSADAS'     TO WRK-LP-DESCRICAO.
           MOVE 'REEMBOLSOS A PAGAR'    TO WRK-LP-DESC-CONTRA.
           MOVE WRK-SOMA-REEMBOLSO      TO WRK-LP-VALOR.
           PERFORM 8100-GRAVAR-PAR.
           CLOSE LEDGER-TRANS.
       8000-EXIT.
           EXIT.

       8010-PROCURAR-LANCAMENTO.
           IF LT-DATA = WRK-DATA-HOJE
               EVALUATE TRUE
                   WHEN LT-CONTA = WRK-CONTA-MENS-RECEBER
                    AND LT-DESCRICAO = 'MES FINAL DESLIGADO'
                       MOVE LT-VALOR TO WRK-JA-MES-FINAL
                   WHEN LT-CONTA = WRK-CONTA-DESC-BOLSA
                    AND LT-DESCRICAO = 'BOLSA MES FINAL'
                       MOVE LT-VALOR TO WRK-JA-BOLSA-FINAL
                   WHEN LT-CONTA = WRK-CONTA-RECEITA-MENS
                    AND LT-DESCRICAO = 'MENS CANCELADAS'
                       MOVE LT-VALOR TO WRK-JA-BAIXA-RECEBER
                   WHEN LT-CONTA = WRK-CONTA-RECEITA-MENS
                    AND LT-DESCRICAO = 'MENS REEMBOLSADAS'
                       MOVE LT-VALOR TO WRK-JA-REEMBOLSO
               END-EVALUATE
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       8010-EXIT.
           EXIT.

       8100-GRAVAR-PAR.
           IF WRK-LP-VALOR NOT = ZEROS
               MOVE WRK-LP-CONTA       TO LT-CONTA
               MOVE WRK-LP-CONTRA      TO LT-CONTA-CONTRA
               MOVE WRK-LP-DESCRICAO   TO LT-DESCRICAO
               MOVE WRK-LP-VALOR       TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-LP-CONTRA      TO LT-CONTA
               MOVE WRK-LP-CONTA       TO LT-CONTA-CONTRA
               MOVE WRK-LP-DESC-CONTRA TO LT-DESCRICAO
               COMPUTE LT-VALOR = WRK-LP-VALOR * -1
               WRITE LT-REGISTRO
           END-IF.
       8100-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF MENSHIST-ABERTO
               CLOSE MENSAL-HISTORICO
           END-IF.
           CLOSE MENSAL-NOVO
                 REEMBOLSO
                 CANCEL-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-PENDENTES TO WRK-CONTROLEFN.
           DISPLAY 'DESLIGAMENTOS PENDENTES: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PROCESSADOS TO WRK-CONTROLEFN.
           DISPLAY 'PROCESSADOS:             ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ANULADOS TO WRK-CONTROLEFN.
           DISPLAY 'ANULADOS:                ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CANCELADAS TO WRK-CONTROLEFN.
           DISPLAY 'MENSALIDADES CANCELADAS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REEMBOLSOS TO WRK-CONTROLEFN.
           DISPLAY 'REEMBOLSOS:              ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-REEMBOLSO TO WRK-VALORFN.
           DISPLAY 'VALOR A REEMBOLSAR:      ' WRK-VALORFN.
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
      * 9800-GRAVAR-RUNLOG - REGISTRA A EXECUCAO DO LOTE NO RUN-LOG  *
      *                      COMUM DA SUITE, PARA O RELATORIO DA     *
      *                      MANHA (PROGMANHA).                      *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGMENCAN' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-PENDENTES TO RG-QTD-LIDOS.
           MOVE WRK-QTD-PROCESSADOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-ANULADOS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGMENCAN' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
