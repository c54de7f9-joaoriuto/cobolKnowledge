       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGDEMFIN.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: DEMONSTRACAO DO RESULTADO (DRE) E BALANCO          *
      *           PATRIMONIAL DO FIM DO MES, LADO A LADO COM O MES   *
      *           ANTERIOR. A CONTA E CLASSIFICADA PELO CONTMST      *
      *           (NATUREZA E LINHA DO DEMONSTRATIVO, DESCRITA NO    *
      *           DEMLINHA). O SALDO PARTE DO LEDGER-SALDO FECHADO   *
      *           PELO PROGLEDFEC MAIS O MOVIMENTO DO PERIODO ABERTO *
      *           (LEDGER-TRANS), COMO NO PROGCOB06L; O MOVIMENTO DO *
      *           MES DA DRE VEM DO ARQUIVO MORTO (LEDGARQ) E DO     *
      *           VIVO. A DRE VAI ATE O RESULTADO BRUTO (LINHAS DA   *
      *           SECAO 1) E O LIQUIDO (SECAO 2); NO BALANCO O       *
      *           RESULTADO ACUMULADO DAS CONTAS DE RECEITA E DESPESA*
      *           ENTRA NO PATRIMONIO LIQUIDO. SE O ATIVO NAO FECHA  *
      *           COM O PASSIVO MAIS O PATRIMONIO LIQUIDO EM         *
      *           QUALQUER DAS DUAS DATAS, NAO EMITE OS              *
      *           DEMONSTRATIVOS: IMPRIME A DIFERENCA E AS CONTAS SEM*
      *           CLASSIFICACAO. COM O CALENDARIO (CALDIA) PRESENTE, *
      *           SO RODA NO ULTIMO DIA UTIL DO MES, COMO O          *
      *           PROGRECCON.                                        *
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
           SELECT DEMONSTRATIVO-LINHAS ASSIGN TO "DEMLINHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEMLINHA.
           SELECT CONTA-MASTER   ASSIGN TO "CONTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTMST.
           SELECT LEDGER-SALDO   ASSIGN TO "LEDSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDSALDO.
           SELECT LEDGER-ARQUIVO ASSIGN TO "LEDGARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGARQ.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT DEM-REPORT     ASSIGN TO "DEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEMRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  DEMONSTRATIVO-LINHAS.
           COPY DEMLINHA.
       FD  CONTA-MASTER.
           COPY CONTMST.
       FD  LEDGER-SALDO.
           COPY LEDSALDO.
       FD  LEDGER-ARQUIVO.
       01  LA-REGISTRO.
           05  LA-CONTA             PICTURE X(05).
           05  LA-DATA              PICTURE 9(08).
           05  FILLER               PICTURE X(20).
           05  LA-VALOR             PICTURE S9(09)V99.
           05  LA-CONTA-CONTRA      PICTURE X(05).
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  DEM-REPORT.
       01  DF-LINHA                 PICTURE X(100).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG            PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA              PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI          PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS            PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT         PIC 9(03) VALUE 5.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-DEMLINHA          PIC X(02) VALUE SPACES.
           88  FS-DEMLINHA-OK           VALUE '00'.
       77  WRK-FS-CONTMST           PIC X(02) VALUE SPACES.
           88  FS-CONTMST-OK            VALUE '00'.
       77  WRK-FS-LEDSALDO          PIC X(02) VALUE SPACES.
           88  FS-LEDSALDO-OK           VALUE '00'.
       77  WRK-FS-LEDGARQ           PIC X(02) VALUE SPACES.
           88  FS-LEDGARQ-OK            VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-DEMRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-DEMLINHA         PIC X(01) VALUE 'N'.
           88  FIM-DEMLINHA             VALUE 'S'.
       77  WRK-FIM-CONTMST          PIC X(01) VALUE 'N'.
           88  FIM-CONTMST              VALUE 'S'.
       77  WRK-FIM-LEDSALDO         PIC X(01) VALUE 'N'.
           88  FIM-LEDSALDO             VALUE 'S'.
       77  WRK-FIM-LEDGARQ          PIC X(01) VALUE 'N'.
           88  FIM-LEDGARQ              VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.
       77  WRK-EQUILIBRIO           PIC X(01) VALUE 'S'.
           88  BALANCO-FECHA            VALUE 'S'.

      * DATAS DE CORTE: O MES CORRENTE COMECA EM WRK-INICIO-MES; O
      * ANTERIOR VAI DE WRK-INICIO-ANTERIOR ATE A VESPERA DELE.
       01  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R          REDEFINES WRK-DATA-HOJE.
           05  WRK-ANO-HOJE         PIC 9(04).
           05  WRK-MES-HOJE         PIC 9(02).
           05  WRK-DIA-HOJE         PIC 9(02).
       01  WRK-INICIO-MES           PIC 9(08) VALUE ZEROS.
       01  WRK-INICIO-MES-R         REDEFINES WRK-INICIO-MES.
           05  WRK-ANO-INICIO       PIC 9(04).
           05  WRK-MES-INICIO       PIC 9(02).
           05  WRK-DIA-INICIO       PIC 9(02).
       01  WRK-INICIO-ANTERIOR      PIC 9(08) VALUE ZEROS.
       01  WRK-INICIO-ANTERIOR-R    REDEFINES WRK-INICIO-ANTERIOR.
           05  WRK-ANO-ANTERIOR     PIC 9(04).
           05  WRK-MES-ANTERIOR     PIC 9(02).
           05  WRK-DIA-ANTERIOR     PIC 9(02).
       77  WRK-DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-MOVIMENTO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ORIGEM-MOVIMENTO     PIC X(01) VALUE SPACES.
           88  MOVIMENTO-ARQUIVADO      VALUE 'A'.
           88  MOVIMENTO-VIVO           VALUE 'V'.

      * LINHAS DO DEMONSTRATIVO PELO PROPRIO CODIGO (01 A 99); A 100
      * RECEBE A CONTA SEM LINHA OU COM LINHA FORA DO DEMLINHA. NO
      * BALANCO, ATIVO NO SINAL DO LEDGER; PASSIVO, PATRIMONIO E DRE
      * COM O SINAL INVERTIDO (CREDITO POSITIVO).
       01  WRK-TAB-LINHAS.
           05  WRK-LIN-ITEM OCCURS 100 TIMES.
               10  WRK-LIN-DESCRICAO     PICTURE X(30).
               10  WRK-LIN-SECAO         PICTURE X(01).
               10  WRK-LIN-RES-ATUAL     PICTURE S9(13)V99 COMP-3.
               10  WRK-LIN-RES-ANT       PICTURE S9(13)V99 COMP-3.
               10  WRK-LIN-ATV-ATUAL     PICTURE S9(13)V99 COMP-3.
               10  WRK-LIN-ATV-ANT       PICTURE S9(13)V99 COMP-3.
               10  WRK-LIN-PAS-ATUAL     PICTURE S9(13)V99 COMP-3.
               10  WRK-LIN-PAS-ANT       PICTURE S9(13)V99 COMP-3.
               10  WRK-LIN-PL-ATUAL      PICTURE S9(13)V99 COMP-3.
               10  WRK-LIN-PL-ANT        PICTURE S9(13)V99 COMP-3.
       77  WRK-LIN                  PIC 9(03) VALUE ZEROS.
       77  WRK-SECAO-IMPRIMIR       PIC X(01) VALUE SPACES.

      * UMA LINHA POR CONTA: SALDO NAS DUAS DATAS E MOVIMENTO NOS DOIS
      * MESES, NO SINAL DO LEDGER (DEBITO POSITIVO).
       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ITEM OCCURS 500 TIMES
                   INDEXED BY IDX-CTA.
               10  WRK-CTA-CONTA         PICTURE X(05).
               10  WRK-CTA-NOME          PICTURE X(30).
               10  WRK-CTA-NATUREZA      PICTURE X(01).
               10  WRK-CTA-LINHA         PICTURE 9(02).
               10  WRK-CTA-SALDO-ATUAL   PICTURE S9(13)V99 COMP-3.
               10  WRK-CTA-SALDO-ANT     PICTURE S9(13)V99 COMP-3.
               10  WRK-CTA-MOV-ATUAL     PICTURE S9(13)V99 COMP-3.
               10  WRK-CTA-MOV-ANT       PICTURE S9(13)V99 COMP-3.
       77  WRK-QTD-CONTAS           PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA-PROCURADA      PIC X(05) VALUE SPACES.
       77  WRK-POS                  PIC 9(04) VALUE ZEROS.

      * TOTAIS DO BALANCO E DA DRE NAS DUAS COLUNAS.
       01  WRK-TOTAIS.
           05  WRK-TOT-ATIVO-ATUAL      PIC S9(13)V99 COMP-3.
           05  WRK-TOT-ATIVO-ANT        PIC S9(13)V99 COMP-3.
           05  WRK-TOT-PASSIVO-ATUAL    PIC S9(13)V99 COMP-3.
           05  WRK-TOT-PASSIVO-ANT      PIC S9(13)V99 COMP-3.
           05  WRK-TOT-PL-ATUAL         PIC S9(13)V99 COMP-3.
           05  WRK-TOT-PL-ANT           PIC S9(13)V99 COMP-3.
           05  WRK-RES-ACUM-ATUAL       PIC S9(13)V99 COMP-3.
           05  WRK-RES-ACUM-ANT         PIC S9(13)V99 COMP-3.
           05  WRK-RES-BRUTO-ATUAL      PIC S9(13)V99 COMP-3.
           05  WRK-RES-BRUTO-ANT        PIC S9(13)V99 COMP-3.
           05  WRK-RES-LIQ-ATUAL        PIC S9(13)V99 COMP-3.
           05  WRK-RES-LIQ-ANT          PIC S9(13)V99 COMP-3.
           05  WRK-PAS-PL-ATUAL         PIC S9(13)V99 COMP-3.
           05  WRK-PAS-PL-ANT           PIC S9(13)V99 COMP-3.
       77  WRK-VALOR-ATUAL          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-ANT            PIC S9(13)V99 COMP-3 VALUE ZEROS.

      * LINHA DO RELATORIO: CODIGO DA LINHA, DESCRICAO E AS DUAS
      * COLUNAS; TITULOS E TOTAIS DEIXAM O CODIGO EM BRANCO.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-LINHA         PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-DESCRICAO     PIC X(40) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRK-LD-ATUAL         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WRK-LD-ANTERIOR      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.

       77  WRK-QTD-LANCAMENTOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LINHAS           PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-CLASSE       PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'DEMONSTRATIVOS NAO RODAM'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 0500-CALCULAR-PERIODOS.
           INITIALIZE WRK-TAB-LINHAS WRK-TOTAIS.
           PERFORM 1000-CARREGAR-LINHAS.
           PERFORM 1100-CARREGAR-CONTAS THRU 1100-EXIT.
           IF WRK-RL-STATUS = 'ERRO'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1200-SOMAR-SALDO-FECHADO.
           PERFORM 1300-SOMAR-MOVIMENTO.
           PERFORM 2000-APURAR-CONTAS
               VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > WRK-QTD-CONTAS.
           PERFORM 2500-CONFERIR-EQUILIBRIO.
           OPEN OUTPUT DEM-REPORT.
           IF BALANCO-FECHA
               PERFORM 3000-IMPRIMIR-DRE
               PERFORM 4000-IMPRIMIR-BALANCO
           ELSE
               PERFORM 5000-IMPRIMIR-RECUSA
           END-IF.
           CLOSE DEM-REPORT.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             RODA NO DIA MARCADO COMO ULTIMO  *
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
           IF CB-DATA = WRK-DATA-HOJE
              AND ULTIMO-DIA-UTIL-MES
               SET FECHA-HOJE TO TRUE
           END-IF.
           READ CALENDARIO-DIAS
               AT END SET FIM-CALDIA TO TRUE
           END-READ.
       0410-EXIT.
           EXIT.

      ****************************************************************
      * 0500-CALCULAR-PERIODOS - PRIMEIRO DIA DO MES CORRENTE E DO   *
      *                          MES ANTERIOR.                       *
      ****************************************************************
       0500-CALCULAR-PERIODOS.
           MOVE WRK-DATA-HOJE TO WRK-INICIO-MES.
           MOVE 01 TO WRK-DIA-INICIO.
           MOVE WRK-INICIO-MES TO WRK-INICIO-ANTERIOR.
           IF WRK-MES-INICIO = 01
               SUBTRACT 1 FROM WRK-ANO-ANTERIOR
               MOVE 12 TO WRK-MES-ANTERIOR
           ELSE
               SUBTRACT 1 FROM WRK-MES-ANTERIOR
           END-IF.
       0500-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-LINHAS - DESCRICAO E SECAO DE CADA LINHA DO    *
      *                        DEMLINHA; SEM O ARQUIVO, AS CONTAS    *
      *                        SAEM TODAS NA LINHA GERAL.            *
      ****************************************************************
       1000-CARREGAR-LINHAS.
           MOVE 'CONTAS SEM LINHA DEFINIDA' TO WRK-LIN-DESCRICAO (100).
           MOVE '2' TO WRK-LIN-SECAO (100).
           OPEN INPUT DEMONSTRATIVO-LINHAS.
           IF NOT FS-DEMLINHA-OK
               DISPLAY 'DEMLINHA AUSENTE - CONTAS NA LINHA GERAL'
           ELSE
               READ DEMONSTRATIVO-LINHAS
                   AT END SET FIM-DEMLINHA TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-LINHA UNTIL FIM-DEMLINHA
               CLOSE DEMONSTRATIVO-LINHAS
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-LINHA.
           IF DN-LINHA IS NUMERIC AND DN-LINHA > ZEROS
               MOVE DN-LINHA TO WRK-LIN
               MOVE DN-DESCRICAO TO WRK-LIN-DESCRICAO (WRK-LIN)
               IF DN-ANTES-BRUTO
                   MOVE '1' TO WRK-LIN-SECAO (WRK-LIN)
               ELSE
                   MOVE '2' TO WRK-LIN-SECAO (WRK-LIN)
               END-IF
               ADD 1 TO WRK-QTD-LINHAS
           END-IF.
           READ DEMONSTRATIVO-LINHAS
               AT END SET FIM-DEMLINHA TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-CONTAS - UMA LINHA DA TABELA POR CONTA DO      *
      *                        CONTMST, COM A NATUREZA E A LINHA DO  *
      *                        DEMONSTRATIVO. SEM O MESTRE NAO HA    *
      *                        CLASSIFICACAO E O PROGRAMA PARA.      *
      ****************************************************************
       1100-CARREGAR-CONTAS.
           OPEN INPUT CONTA-MASTER.
           IF NOT FS-CONTMST-OK
               MOVE 'CONTMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CONTMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1100-EXIT
           END-IF.
           READ CONTA-MASTER
               AT END SET FIM-CONTMST TO TRUE
           END-READ.
           PERFORM 1110-GUARDAR-CONTA UNTIL FIM-CONTMST.
           CLOSE CONTA-MASTER.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-CONTA.
           MOVE CC-CONTA TO WRK-CONTA-PROCURADA.
           PERFORM 6000-LOCALIZAR-CONTA THRU 6000-EXIT.
           IF WRK-POS > ZEROS
               MOVE CC-NOME     TO WRK-CTA-NOME (WRK-POS)
               MOVE CC-NATUREZA TO WRK-CTA-NATUREZA (WRK-POS)
               IF CC-LINHA-DEM IS NUMERIC
                   MOVE CC-LINHA-DEM TO WRK-CTA-LINHA (WRK-POS)
               END-IF
           END-IF.
           READ CONTA-MASTER
               AT END SET FIM-CONTMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-SOMAR-SALDO-FECHADO - O SALDO DO ULTIMO FECHAMENTO DO   *
      *                            LEDGER VALE PARA AS DUAS DATAS; O *
      *                            MOVIMENTO ACERTA CADA UMA DEPOIS. *
      ****************************************************************
       1200-SOMAR-SALDO-FECHADO.
           OPEN INPUT LEDGER-SALDO.
           IF NOT FS-LEDSALDO-OK
               DISPLAY 'LEDSALDO AUSENTE - SALDOS SO DO LEDGER-TRANS'
           ELSE
               READ LEDGER-SALDO
                   AT END SET FIM-LEDSALDO TO TRUE
               END-READ
               PERFORM 1210-SOMAR-SALDO UNTIL FIM-LEDSALDO
               CLOSE LEDGER-SALDO
           END-IF.
       1200-EXIT.
           EXIT.

       1210-SOMAR-SALDO.
           MOVE LS-CONTA TO WRK-CONTA-PROCURADA.
           PERFORM 6000-LOCALIZAR-CONTA THRU 6000-EXIT.
           IF WRK-POS > ZEROS
               ADD LS-SALDO TO WRK-CTA-SALDO-ATUAL (WRK-POS)
                               WRK-CTA-SALDO-ANT (WRK-POS)
           END-IF.
           READ LEDGER-SALDO
               AT END SET FIM-LEDSALDO TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-SOMAR-MOVIMENTO - ARQUIVO MORTO (JA DENTRO DO SALDO     *
      *                        FECHADO) E VIVO (AINDA FORA DELE).    *
      ****************************************************************
       1300-SOMAR-MOVIMENTO.
           OPEN INPUT LEDGER-ARQUIVO.
           IF FS-LEDGARQ-OK
               SET MOVIMENTO-ARQUIVADO TO TRUE
               READ LEDGER-ARQUIVO
                   AT END SET FIM-LEDGARQ TO TRUE
               END-READ
               PERFORM 1310-SOMAR-ARQUIVADO UNTIL FIM-LEDGARQ
               CLOSE LEDGER-ARQUIVO
           END-IF.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               SET MOVIMENTO-VIVO TO TRUE
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 1320-SOMAR-VIVO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           ELSE
               MOVE 'LEDGER-TRANS' TO EL-ARQUIVO
               MOVE 'OPEN'         TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1300-EXIT.
           EXIT.

       1310-SOMAR-ARQUIVADO.
           MOVE LA-DATA  TO WRK-DATA-MOVIMENTO.
           MOVE LA-CONTA TO WRK-CONTA-PROCURADA.
           MOVE LA-VALOR TO WRK-VALOR-MOVIMENTO.
           PERFORM 1330-ACUMULAR-MOVIMENTO.
           READ LEDGER-ARQUIVO
               AT END SET FIM-LEDGARQ TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-SOMAR-VIVO.
           MOVE LT-DATA  TO WRK-DATA-MOVIMENTO.
           MOVE LT-CONTA TO WRK-CONTA-PROCURADA.
           MOVE LT-VALOR TO WRK-VALOR-MOVIMENTO.
           PERFORM 1330-ACUMULAR-MOVIMENTO.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       1320-EXIT.
           EXIT.

      * O ARQUIVADO DO MES CORRENTE JA ESTA NO SALDO FECHADO E SAI DO
      * SALDO ANTERIOR; O VIVO ENTRA NO ATUAL E, SE FOR DE ANTES DO
      * MES, TAMBEM NO ANTERIOR.
       1330-ACUMULAR-MOVIMENTO.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
           PERFORM 6000-LOCALIZAR-CONTA THRU 6000-EXIT.
           IF WRK-POS > ZEROS
               IF MOVIMENTO-ARQUIVADO
                   IF WRK-DATA-MOVIMENTO NOT < WRK-INICIO-MES
                       SUBTRACT WRK-VALOR-MOVIMENTO
                           FROM WRK-CTA-SALDO-ANT (WRK-POS)
                   END-IF
               ELSE
                   ADD WRK-VALOR-MOVIMENTO
                       TO WRK-CTA-SALDO-ATUAL (WRK-POS)
                   IF WRK-DATA-MOVIMENTO < WRK-INICIO-MES
                       ADD WRK-VALOR-MOVIMENTO
                           TO WRK-CTA-SALDO-ANT (WRK-POS)
                   END-IF
               END-IF
               IF WRK-DATA-MOVIMENTO NOT < WRK-INICIO-MES
                   ADD WRK-VALOR-MOVIMENTO
                       TO WRK-CTA-MOV-ATUAL (WRK-POS)
               ELSE
                   IF WRK-DATA-MOVIMENTO NOT < WRK-INICIO-ANTERIOR
                       ADD WRK-VALOR-MOVIMENTO
                           TO WRK-CTA-MOV-ANT (WRK-POS)
                   END-IF
               END-IF
           END-IF.
       1330-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APURAR-CONTAS - LEVA A CONTA PARA A SUA LINHA CONFORME A*
      *                      NATUREZA. RECEITA E DESPESA VAO PARA A  *
      *                      DRE PELO MOVIMENTO DO MES E PARA O      *
      *                      PATRIMONIO LIQUIDO PELO SALDO (RESULTADO*
      *                      ACUMULADO). CONTA SEM NATUREZA VALIDA   *
      *                      FICA FORA DOS DOIS E E CONTADA.         *
      ****************************************************************
       2000-APURAR-CONTAS.
           MOVE WRK-CTA-LINHA (IDX-CTA) TO WRK-LIN.
           IF WRK-LIN = ZEROS
              OR WRK-LIN-DESCRICAO (WRK-LIN) = SPACES
               MOVE 100 TO WRK-LIN
           END-IF.
           EVALUATE WRK-CTA-NATUREZA (IDX-CTA)
               WHEN 'A'
                   ADD WRK-CTA-SALDO-ATUAL (IDX-CTA)
                       TO WRK-LIN-ATV-ATUAL (WRK-LIN)
                          WRK-TOT-ATIVO-ATUAL
                   ADD WRK-CTA-SALDO-ANT (IDX-CTA)
                       TO WRK-LIN-ATV-ANT (WRK-LIN)
                          WRK-TOT-ATIVO-ANT
               WHEN 'P'
                   SUBTRACT WRK-CTA-SALDO-ATUAL (IDX-CTA)
                       FROM WRK-LIN-PAS-ATUAL (WRK-LIN)
                            WRK-TOT-PASSIVO-ATUAL
                   SUBTRACT WRK-CTA-SALDO-ANT (IDX-CTA)
                       FROM WRK-LIN-PAS-ANT (WRK-LIN)
                            WRK-TOT-PASSIVO-ANT
               WHEN 'L'
                   SUBTRACT WRK-CTA-SALDO-ATUAL (IDX-CTA)
                       FROM WRK-LIN-PL-ATUAL (WRK-LIN)
                            WRK-TOT-PL-ATUAL
                   SUBTRACT WRK-CTA-SALDO-ANT (IDX-CTA)
                       FROM WRK-LIN-PL-ANT (WRK-LIN)
                            WRK-TOT-PL-ANT
               WHEN 'R'
               WHEN 'D'
                   SUBTRACT WRK-CTA-MOV-ATUAL (IDX-CTA)
                       FROM WRK-LIN-RES-ATUAL (WRK-LIN)
                   SUBTRACT WRK-CTA-MOV-ANT (IDX-CTA)
                       FROM WRK-LIN-RES-ANT (WRK-LIN)
                   SUBTRACT WRK-CTA-SALDO-ATUAL (IDX-CTA)
                       FROM WRK-RES-ACUM-ATUAL
                   SUBTRACT WRK-CTA-SALDO-ANT (IDX-CTA)
                       FROM WRK-RES-ACUM-ANT
               WHEN OTHER
                   IF WRK-CTA-SALDO-ATUAL (IDX-CTA) NOT = ZEROS
                      OR WRK-CTA-SALDO-ANT (IDX-CTA) NOT = ZEROS
                       ADD 1 TO WRK-QTD-SEM-CLASSE
                   END-IF
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2500-CONFERIR-EQUILIBRIO - O RESULTADO ACUMULADO ENTRA NO    *
      *                            PATRIMONIO LIQUIDO E O ATIVO TEM  *
      *                            DE FECHAR COM PASSIVO MAIS        *
      *                            PATRIMONIO NAS DUAS DATAS.        *
      ****************************************************************
       2500-CONFERIR-EQUILIBRIO.
           ADD WRK-RES-ACUM-ATUAL TO WRK-TOT-PL-ATUAL.
           ADD WRK-RES-ACUM-ANT   TO WRK-TOT-PL-ANT.
           COMPUTE WRK-PAS-PL-ATUAL =
               WRK-TOT-PASSIVO-ATUAL + WRK-TOT-PL-ATUAL.
           COMPUTE WRK-PAS-PL-ANT =
               WRK-TOT-PASSIVO-ANT + WRK-TOT-PL-ANT.
           IF WRK-TOT-ATIVO-ATUAL NOT = WRK-PAS-PL-ATUAL
              OR WRK-TOT-ATIVO-ANT NOT = WRK-PAS-PL-ANT
               MOVE 'N' TO WRK-EQUILIBRIO
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'ATIVO DIFERENTE DE PASSIVO + PATRIMONIO '
                       'LIQUIDO - DEMONSTRATIVOS NAO EMITIDOS'
           END-IF.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-DRE - LINHAS DA SECAO 1 ATE O RESULTADO BRUTO, *
      *                     DEPOIS AS DA SECAO 2 ATE O LIQUIDO. SO   *
      *                     SAI A LINHA COM VALOR EM ALGUM DOS MESES.*
      ****************************************************************
       3000-IMPRIMIR-DRE.
           MOVE SPACES TO DF-LINHA.
           STRING 'DEMONSTRACAO DO RESULTADO DO EXERCICIO - MES '
                  WRK-MES-INICIO '/' WRK-ANO-INICIO
                  ' - EMITIDA EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO DF-LINHA
           END-STRING.
           WRITE DF-LINHA.
           MOVE ALL '=' TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE SPACES TO DF-LINHA.
           MOVE 'LINHA'   TO DF-LINHA (1:5).
           STRING 'MES ' WRK-MES-INICIO '/' WRK-ANO-INICIO
               DELIMITED BY SIZE INTO DF-LINHA (54:11)
           END-STRING.
           STRING 'MES ' WRK-MES-ANTERIOR '/' WRK-ANO-ANTERIOR
               DELIMITED BY SIZE INTO DF-LINHA (76:11)
           END-STRING.
           WRITE DF-LINHA.
           MOVE ALL '-' TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE '1' TO WRK-SECAO-IMPRIMIR.
           PERFORM 3100-IMPRIMIR-LINHA-DRE
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 99.
           MOVE '(=) RESULTADO BRUTO' TO WRK-LD-DESCRICAO.
           MOVE WRK-RES-BRUTO-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-RES-BRUTO-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE WRK-RES-BRUTO-ATUAL TO WRK-RES-LIQ-ATUAL.
           MOVE WRK-RES-BRUTO-ANT   TO WRK-RES-LIQ-ANT.
           MOVE '2' TO WRK-SECAO-IMPRIMIR.
           PERFORM 3100-IMPRIMIR-LINHA-DRE
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 100.
           MOVE '(=) RESULTADO LIQUIDO DO PERIODO' TO WRK-LD-DESCRICAO.
           MOVE WRK-RES-LIQ-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-RES-LIQ-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE SPACES TO DF-LINHA.
           WRITE DF-LINHA.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-LINHA-DRE.
           IF WRK-LIN-SECAO (WRK-LIN) = WRK-SECAO-IMPRIMIR
              AND (WRK-LIN-RES-ATUAL (WRK-LIN) NOT = ZEROS
                   OR WRK-LIN-RES-ANT (WRK-LIN) NOT = ZEROS)
               MOVE WRK-LIN-RES-ATUAL (WRK-LIN) TO WRK-VALOR-ATUAL
               MOVE WRK-LIN-RES-ANT (WRK-LIN)   TO WRK-VALOR-ANT
               PERFORM 3300-IMPRIMIR-DETALHE
               IF WRK-SECAO-IMPRIMIR = '1'
                   ADD WRK-VALOR-ATUAL TO WRK-RES-BRUTO-ATUAL
                   ADD WRK-VALOR-ANT   TO WRK-RES-BRUTO-ANT
               ELSE
                   ADD WRK-VALOR-ATUAL TO WRK-RES-LIQ-ATUAL
                   ADD WRK-VALOR-ANT   TO WRK-RES-LIQ-ANT
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      * LINHA DE TOTAL: DESCRICAO JA MONTADA EM WRK-LD-DESCRICAO.
       3200-IMPRIMIR-TOTAL.
           MOVE SPACES TO WRK-LD-LINHA.
           MOVE WRK-VALOR-ATUAL TO WRK-LD-ATUAL.
           MOVE WRK-VALOR-ANT   TO WRK-LD-ANTERIOR.
           MOVE WRK-LINHA-DETALHE TO DF-LINHA.
           WRITE DF-LINHA.
       3200-EXIT.
           EXIT.

      * LINHA DE DETALHE DA WRK-LIN; A GERAL (100) SAI SEM CODIGO.
       3300-IMPRIMIR-DETALHE.
           IF WRK-LIN = 100
               MOVE SPACES TO WRK-LD-LINHA
           ELSE
               MOVE WRK-LIN (2:2) TO WRK-LD-LINHA
           END-IF.
           MOVE SPACES TO WRK-LD-DESCRICAO.
           STRING '    ' WRK-LIN-DESCRICAO (WRK-LIN)
               DELIMITED BY SIZE INTO WRK-LD-DESCRICAO
           END-STRING.
           MOVE WRK-VALOR-ATUAL TO WRK-LD-ATUAL.
           MOVE WRK-VALOR-ANT   TO WRK-LD-ANTERIOR.
           MOVE WRK-LINHA-DETALHE TO DF-LINHA.
           WRITE DF-LINHA.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-BALANCO - ATIVO, PASSIVO E PATRIMONIO LIQUIDO  *
      *                         (COM O RESULTADO ACUMULADO) NA DATA  *
      *                         DE HOJE E NO FIM DO MES ANTERIOR.    *
      ****************************************************************
       4000-IMPRIMIR-BALANCO.
           MOVE SPACES TO DF-LINHA.
           STRING 'BALANCO PATRIMONIAL EM ' WRK-DIA-HOJE '/'
                  WRK-MES-HOJE '/' WRK-ANO-HOJE
                  ' X FIM DE ' WRK-MES-ANTERIOR '/' WRK-ANO-ANTERIOR
               DELIMITED BY SIZE INTO DF-LINHA
           END-STRING.
           WRITE DF-LINHA.
           MOVE ALL '=' TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE SPACES TO DF-LINHA.
           MOVE 'LINHA'   TO DF-LINHA (1:5).
           STRING 'EM ' WRK-DIA-HOJE '/' WRK-MES-HOJE '/'
                  WRK-ANO-HOJE
               DELIMITED BY SIZE INTO DF-LINHA (52:13)
           END-STRING.
           STRING 'FIM DE ' WRK-MES-ANTERIOR '/' WRK-ANO-ANTERIOR
               DELIMITED BY SIZE INTO DF-LINHA (73:14)
           END-STRING.
           WRITE DF-LINHA.
           MOVE ALL '-' TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE 'ATIVO' TO DF-LINHA.
           WRITE DF-LINHA.
           PERFORM 4100-IMPRIMIR-LINHA-ATIVO
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 100.
           MOVE '(=) TOTAL DO ATIVO' TO WRK-LD-DESCRICAO.
           MOVE WRK-TOT-ATIVO-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-TOT-ATIVO-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE SPACES TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE 'PASSIVO' TO DF-LINHA.
           WRITE DF-LINHA.
           PERFORM 4200-IMPRIMIR-LINHA-PASSIVO
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 100.
           MOVE '(=) TOTAL DO PASSIVO' TO WRK-LD-DESCRICAO.
           MOVE WRK-TOT-PASSIVO-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-TOT-PASSIVO-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE SPACES TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE 'PATRIMONIO LIQUIDO' TO DF-LINHA.
           WRITE DF-LINHA.
           PERFORM 4300-IMPRIMIR-LINHA-PL
               VARYING WRK-LIN FROM 1 BY 1 UNTIL WRK-LIN > 100.
           MOVE SPACES TO WRK-LD-LINHA.
           MOVE '    RESULTADO ACUMULADO' TO WRK-LD-DESCRICAO.
           MOVE WRK-RES-ACUM-ATUAL TO WRK-LD-ATUAL.
           MOVE WRK-RES-ACUM-ANT   TO WRK-LD-ANTERIOR.
           MOVE WRK-LINHA-DETALHE TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE '(=) TOTAL DO PATRIMONIO LIQUIDO' TO WRK-LD-DESCRICAO.
           MOVE WRK-TOT-PL-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-TOT-PL-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE SPACES TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE '(=) TOTAL DO PASSIVO + PATRIMONIO' TO WRK-LD-DESCRICAO.
           MOVE WRK-PAS-PL-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-PAS-PL-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-LINHA-ATIVO.
           IF WRK-LIN-ATV-ATUAL (WRK-LIN) NOT = ZEROS
              OR WRK-LIN-ATV-ANT (WRK-LIN) NOT = ZEROS
               MOVE WRK-LIN-ATV-ATUAL (WRK-LIN) TO WRK-VALOR-ATUAL
               MOVE WRK-LIN-ATV-ANT (WRK-LIN)   TO WRK-VALOR-ANT
               PERFORM 3300-IMPRIMIR-DETALHE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-IMPRIMIR-LINHA-PASSIVO.
           IF WRK-LIN-PAS-ATUAL (WRK-LIN) NOT = ZEROS
              OR WRK-LIN-PAS-ANT (WRK-LIN) NOT = ZEROS
               MOVE WRK-LIN-PAS-ATUAL (WRK-LIN) TO WRK-VALOR-ATUAL
               MOVE WRK-LIN-PAS-ANT (WRK-LIN)   TO WRK-VALOR-ANT
               PERFORM 3300-IMPRIMIR-DETALHE
           END-IF.
       4200-EXIT.
           EXIT.

       4300-IMPRIMIR-LINHA-PL.
           IF WRK-LIN-PL-ATUAL (WRK-LIN) NOT = ZEROS
              OR WRK-LIN-PL-ANT (WRK-LIN) NOT = ZEROS
               MOVE WRK-LIN-PL-ATUAL (WRK-LIN) TO WRK-VALOR-ATUAL
               MOVE WRK-LIN-PL-ANT (WRK-LIN)   TO WRK-VALOR-ANT
               PERFORM 3300-IMPRIMIR-DETALHE
           END-IF.
       4300-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-RECUSA - NO LUGAR DOS DEMONSTRATIVOS: OS DOIS  *
      *                        LADOS DO BALANCO, A DIFERENCA E AS    *
      *                        CONTAS COM SALDO SEM NATUREZA VALIDA  *
      *                        (OU FORA DO CONTMST).                 *
      ****************************************************************
       5000-IMPRIMIR-RECUSA.
           MOVE SPACES TO DF-LINHA.
           STRING 'DEMONSTRATIVOS DO MES ' WRK-MES-INICIO '/'
                  WRK-ANO-INICIO ' - EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO DF-LINHA
           END-STRING.
           WRITE DF-LINHA.
           MOVE ALL '=' TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE SPACES TO DF-LINHA.
           STRING '*** DEMONSTRATIVOS NAO EMITIDOS - ATIVO '
                  'DIFERENTE DE PASSIVO + PATRIMONIO LIQUIDO ***'
               DELIMITED BY SIZE INTO DF-LINHA
           END-STRING.
           WRITE DF-LINHA.
           MOVE SPACES TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE 'TOTAL DO ATIVO' TO WRK-LD-DESCRICAO.
           MOVE WRK-TOT-ATIVO-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-TOT-ATIVO-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE 'TOTAL DO PASSIVO + PATRIMONIO' TO WRK-LD-DESCRICAO.
           MOVE WRK-PAS-PL-ATUAL TO WRK-VALOR-ATUAL.
           MOVE WRK-PAS-PL-ANT   TO WRK-VALOR-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE 'DIFERENCA' TO WRK-LD-DESCRICAO.
           COMPUTE WRK-VALOR-ATUAL =
               WRK-TOT-ATIVO-ATUAL - WRK-PAS-PL-ATUAL.
           COMPUTE WRK-VALOR-ANT =
               WRK-TOT-ATIVO-ANT - WRK-PAS-PL-ANT.
           PERFORM 3200-IMPRIMIR-TOTAL.
           MOVE SPACES TO DF-LINHA.
           WRITE DF-LINHA.
           MOVE 'CONTAS COM SALDO SEM CLASSIFICACAO (NATUREZA):'
               TO DF-LINHA.
           WRITE DF-LINHA.
           PERFORM 5100-LISTAR-SEM-CLASSE
               VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > WRK-QTD-CONTAS.
           IF WRK-QTD-SEM-CLASSE = ZEROS
               MOVE '    NENHUMA - CONFERIR O FECHAMENTO DO LEDGER'
                   TO DF-LINHA
               WRITE DF-LINHA
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LISTAR-SEM-CLASSE.
           IF WRK-CTA-NATUREZA (IDX-CTA) NOT = 'A' AND NOT = 'P'
                                     AND NOT = 'L' AND NOT = 'R'
                                     AND NOT = 'D'
              AND (WRK-CTA-SALDO-ATUAL (IDX-CTA) NOT = ZEROS
                   OR WRK-CTA-SALDO-ANT (IDX-CTA) NOT = ZEROS)
               MOVE SPACES TO WRK-LINHA-DETALHE
               IF WRK-CTA-NOME (IDX-CTA) = SPACES
                   STRING '    ' WRK-CTA-CONTA (IDX-CTA)
                          ' *SEM CONTMST'
                       DELIMITED BY SIZE INTO WRK-LD-DESCRICAO
                   END-STRING
               ELSE
                   STRING '    ' WRK-CTA-CONTA (IDX-CTA) ' '
                          WRK-CTA-NOME (IDX-CTA)
                       DELIMITED BY SIZE INTO WRK-LD-DESCRICAO
                   END-STRING
               END-IF
               MOVE WRK-CTA-SALDO-ATUAL (IDX-CTA) TO WRK-LD-ATUAL
               MOVE WRK-CTA-SALDO-ANT (IDX-CTA)   TO WRK-LD-ANTERIOR
               MOVE WRK-LINHA-DETALHE TO DF-LINHA
               WRITE DF-LINHA
           END-IF.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 6000-LOCALIZAR-CONTA - POSICAO DA WRK-CONTA-PROCURADA NA     *
      *                        TABELA (WRK-POS), ABRINDO A LINHA     *
      *                        QUANDO A CONTA AINDA NAO ESTA NELA.   *
      ****************************************************************
       6000-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-POS.
           IF WRK-QTD-CONTAS > ZEROS
               SET IDX-CTA TO 1
               SEARCH WRK-CTA-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-CTA > WRK-QTD-CONTAS
                       CONTINUE
                   WHEN WRK-CTA-CONTA (IDX-CTA) = WRK-CONTA-PROCURADA
                       SET WRK-POS TO IDX-CTA
                       GO TO 6000-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-CONTAS < 500
               ADD 1 TO WRK-QTD-CONTAS
               MOVE WRK-QTD-CONTAS TO WRK-POS
               MOVE WRK-CONTA-PROCURADA TO WRK-CTA-CONTA (WRK-POS)
               MOVE SPACES TO WRK-CTA-NOME (WRK-POS)
                              WRK-CTA-NATUREZA (WRK-POS)
               MOVE ZEROS  TO WRK-CTA-LINHA (WRK-POS)
                              WRK-CTA-SALDO-ATUAL (WRK-POS)
                              WRK-CTA-SALDO-ANT (WRK-POS)
                              WRK-CTA-MOV-ATUAL (WRK-POS)
                              WRK-CTA-MOV-ANT (WRK-POS)
           ELSE
               DISPLAY 'CONTAS EXCEDEM A TABELA - CONTA '
                       WRK-CONTA-PROCURADA ' FORA DOS DEMONSTRATIVOS'
           END-IF.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGDEMFIN ***'.
           MOVE WRK-QTD-LANCAMENTOS TO WRK-CONTROLEFN.
           DISPLAY 'LANCAMENTOS LIDOS.......: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CONTAS TO WRK-CONTROLEFN.
           DISPLAY 'CONTAS..................: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-LINHAS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS DO DEMONSTRATIVO.: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-CLASSE TO WRK-CONTROLEFN.
           DISPLAY 'CONTAS SEM CLASSIFICACAO: ' WRK-CONTROLEFN.
           IF BALANCO-FECHA
               DISPLAY 'DEMONSTRATIVOS..........: EMITIDOS'
           ELSE
               DISPLAY 'DEMONSTRATIVOS..........: RECUSADOS'
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
      * 9800-GRAVAR-RUNLOG - REGISTRA A EXECUCAO DO LOTE NO RUN-LOG  *
      *                      COMUM DA SUITE, PARA O RELATORIO DA     *
      *                      MANHA (PROGMANHA).                      *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGDEMFIN' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LANCAMENTOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-CONTAS      TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-CLASSE  TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGDEMFIN' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
