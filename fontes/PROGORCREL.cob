       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGORCREL.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: ORCADO X REALIZADO DO MES E DO ACUMULADO NO ANO    *
      *           POR CONTA DO CONTMST. O ORCADO VEM DA MAIOR VERSAO *
      *           DO ANO NO ORCAMEN (CARGA DO PROGORCCAR); O         *
      *           REALIZADO E O MOVIMENTO DO ANO NO LEDGER - O       *
      *           ARQUIVO MORTO (LEDGARQ, JA FECHADO NO LEDGER-SALDO *
      *           PELO PROGLEDFEC) MAIS O VIVO (LEDGER-TRANS). MOSTRA*
      *           A VARIACAO EM VALOR (REALIZADO MENOS ORCADO, NO    *
      *           SINAL DO LEDGER) E EM PERCENTUAL SOBRE O ORCADO    *
      *           (POSITIVO = REALIZADO MAIOR QUE O ORCADO EM        *
      *           MODULO), MARCA A CONTA QUE PASSA DA TOLERANCIA DO  *
      *           ORCCFG NO MES OU NO ACUMULADO E SUBTOTALIZA POR    *
      *           GRUPO (DIGITOS INICIAIS DA CONTA). COM O CALENDARIO*
      *           (CALDIA) PRESENTE, SO RODA NO ULTIMO DIA UTIL DO   *
      *           MES, COMO O PROGRECCON.                            *
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
           SELECT ORCAMENTO-CONFIG ASSIGN TO "ORCCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCCFG.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT CONTA-MASTER   ASSIGN TO "CONTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTMST.
           SELECT ORCAMENTO-MASTER ASSIGN TO "ORCAMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCAMEN.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT LEDGER-ARQUIVO ASSIGN TO "LEDGARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGARQ.
           SELECT SORT-ORCAMENTO ASSIGN TO "SORTWK01".
           SELECT ORC-REPORT     ASSIGN TO "ORCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ORCAMENTO-CONFIG.
           COPY ORCCFG.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  CONTA-MASTER.
           COPY CONTMST.
       FD  ORCAMENTO-MASTER.
           COPY ORCAMENT.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  LEDGER-ARQUIVO.
       01  LA-REGISTRO.
           05  LA-CONTA             PICTURE X(05).
           05  LA-DATA              PICTURE 9(08).
           05  FILLER               PICTURE X(20).
           05  LA-VALOR             PICTURE S9(09)V99.
           05  LA-CONTA-CONTRA      PICTURE X(05).
       SD  SORT-ORCAMENTO.
       01  SK-REGISTRO.
           05  SK-CONTA             PICTURE X(05).
           05  SK-POSICAO           PICTURE 9(04).
       FD  ORC-REPORT.
       01  OT-LINHA                 PICTURE X(132).
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
       77  WRK-FS-ORCCFG            PIC X(02) VALUE SPACES.
           88  FS-ORCCFG-OK             VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-CONTMST           PIC X(02) VALUE SPACES.
           88  FS-CONTMST-OK            VALUE '00'.
       77  WRK-FS-ORCAMEN           PIC X(02) VALUE SPACES.
           88  FS-ORCAMEN-OK            VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-LEDGARQ           PIC X(02) VALUE SPACES.
           88  FS-LEDGARQ-OK            VALUE '00'.
       77  WRK-FS-ORCRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-CONTMST          PIC X(01) VALUE 'N'.
           88  FIM-CONTMST              VALUE 'S'.
       77  WRK-FIM-ORCAMEN          PIC X(01) VALUE 'N'.
           88  FIM-ORCAMEN              VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-FIM-LEDGARQ          PIC X(01) VALUE 'N'.
           88  FIM-LEDGARQ              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       01  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R          REDEFINES WRK-DATA-HOJE.
           05  WRK-ANO-HOJE         PIC 9(04).
           05  WRK-MES-HOJE         PIC 9(02).
           05  FILLER               PIC 9(02).
       01  WRK-DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-MOVIMENTO-R     REDEFINES WRK-DATA-MOVIMENTO.
           05  WRK-ANO-MOVIMENTO    PIC 9(04).
           05  WRK-MES-MOVIMENTO    PIC 9(02).
           05  FILLER               PIC 9(02).

      * PARAMETROS (ORCCFG) - SEM O ARQUIVO, FICAM OS PADROES.
       77  WRK-TOLERANCIA-PCT       PIC 9(03)V99 VALUE 10,00.
       77  WRK-DIGITOS-GRUPO        PIC 9(01) VALUE 2.
       77  WRK-TOLERANCIAFN         PIC ZZ9,99 VALUE ZEROS.

      * UMA LINHA POR CONTA: ORCADO E REALIZADO DO MES E DO ANO.
       01  WRK-TAB-CONTAS.
           05  WRK-CTA-ITEM OCCURS 500 TIMES
                   INDEXED BY IDX-CTA.
               10  WRK-CTA-CONTA         PICTURE X(05).
               10  WRK-CTA-NOME          PICTURE X(30).
               10  WRK-CTA-ORC-MES       PICTURE S9(11)V99.
               10  WRK-CTA-ORC-ANO       PICTURE S9(11)V99.
               10  WRK-CTA-REAL-MES      PICTURE S9(11)V99.
               10  WRK-CTA-REAL-ANO      PICTURE S9(11)V99.
       77  WRK-QTD-CONTAS           PIC 9(04) VALUE ZEROS.
       77  WRK-CONTA-PROCURADA      PIC X(05) VALUE SPACES.
       77  WRK-POS                  PIC 9(04) VALUE ZEROS.

       77  WRK-VERSAO-ANO           PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-CARGA           PIC 9(08) VALUE ZEROS.
       77  WRK-MES                  PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-MOVIMENTO      PIC S9(11)V99 VALUE ZEROS.

      * ACUMULADORES DO GRUPO E GERAL.
       01  WRK-GRUPO-ATUAL          PIC X(05) VALUE SPACES.
       01  WRK-GRUPO-CONTA          PIC X(05) VALUE SPACES.
       01  WRK-TOTAIS-GRUPO.
           05  WRK-GRP-ORC-MES      PIC S9(13)V99 COMP-3.
           05  WRK-GRP-REAL-MES     PIC S9(13)V99 COMP-3.
           05  WRK-GRP-ORC-ANO      PIC S9(13)V99 COMP-3.
           05  WRK-GRP-REAL-ANO     PIC S9(13)V99 COMP-3.
       01  WRK-TOTAIS-GERAL.
           05  WRK-GER-ORC-MES      PIC S9(13)V99 COMP-3.
           05  WRK-GER-REAL-MES     PIC S9(13)V99 COMP-3.
           05  WRK-GER-ORC-ANO      PIC S9(13)V99 COMP-3.
           05  WRK-GER-REAL-ANO     PIC S9(13)V99 COMP-3.

      * CALCULO DA VARIACAO DE UM PAR ORCADO/REALIZADO.
       77  WRK-ORCADO               PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WRK-REALIZADO            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WRK-VARIACAO             PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WRK-PERCENTUAL           PIC S9(04)V9 COMP-3 VALUE ZEROS.
       77  WRK-PERC-MODULO          PIC 9(04)V9 COMP-3 VALUE ZEROS.
       77  WRK-FORA-TOLERANCIA      PIC X(01) VALUE 'N'.
           88  FORA-TOLERANCIA          VALUE 'S'.
       77  WRK-MARCAR-CONTA         PIC X(01) VALUE 'N'.
           88  MARCAR-CONTA             VALUE 'S'.

      * LINHA DE DETALHE; O TOTAL DE GRUPO E O GERAL USAM AS MESMAS
      * COLUNAS COM O TITULO NO LUGAR DA CONTA E DO NOME.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-CONTA         PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-NOME          PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-ORC-MES       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-REAL-MES      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-VAR-MES       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-PCT-MES       PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-ORC-ANO       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-REAL-ANO      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-VAR-ANO       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-PCT-ANO       PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-MARCA         PIC X(01) VALUE SPACES.
       01  WRK-LD-TITULO            REDEFINES WRK-LINHA-DETALHE.
           05  WRK-LD-TITULO-TXT    PIC X(18).
           05  FILLER               PIC X(114).
       77  WRK-PCTFN                PIC -ZZZ9,9 VALUE ZEROS.
       77  WRK-PCT-TEXTO            PIC X(07) VALUE SPACES.

       77  WRK-QTD-LANCAMENTOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IMPRESSAS        PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-QTD-MARCADAS         PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'ORCADO X REALIZADO NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           INITIALIZE WRK-TOTAIS-GERAL.
           PERFORM 1000-LER-CONFIGURACAO.
           PERFORM 1100-CARREGAR-CONTAS THRU 1100-EXIT.
           PERFORM 1200-CARREGAR-ORCAMENTO THRU 1200-EXIT.
           PERFORM 1300-SOMAR-REALIZADO.
           OPEN OUTPUT ORC-REPORT.
           PERFORM 2000-IMPRIMIR-CABECALHO.
           SORT SORT-ORCAMENTO
               ON ASCENDING KEY SK-CONTA
               INPUT PROCEDURE IS 2100-LIBERAR-CONTAS
               OUTPUT PROCEDURE IS 2200-IMPRIMIR-CONTAS.
           PERFORM 2400-IMPRIMIR-TOTAL-GERAL.
           CLOSE ORC-REPORT.
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
      * 1000-LER-CONFIGURACAO - TOLERANCIA E DIGITOS DO GRUPO DO     *
      *                         ORCCFG; VALOR INVALIDO FICA NO       *
      *                         PADRAO.                              *
      ****************************************************************
       1000-LER-CONFIGURACAO.
           OPEN INPUT ORCAMENTO-CONFIG.
           IF FS-ORCCFG-OK
               READ ORCAMENTO-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF OC-TOLERANCIA-PCT IS NUMERIC
                          AND OC-TOLERANCIA-PCT > ZEROS
                           MOVE OC-TOLERANCIA-PCT
                               TO WRK-TOLERANCIA-PCT
                       END-IF
                       IF OC-DIGITOS-GRUPO IS NUMERIC
                          AND OC-DIGITOS-GRUPO > ZEROS
                          AND OC-DIGITOS-GRUPO < 5
                           MOVE OC-DIGITOS-GRUPO
                               TO WRK-DIGITOS-GRUPO
                       END-IF
               END-READ
               CLOSE ORCAMENTO-CONFIG
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-CONTAS - UMA LINHA DA TABELA POR CONTA DO      *
      *                        CONTMST, ZERADA.                      *
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
               MOVE CC-NOME TO WRK-CTA-NOME (WRK-POS)
           END-IF.
           READ CONTA-MASTER
               AT END SET FIM-CONTMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-ORCAMENTO - PRIMEIRA PASSADA ACHA A MAIOR      *
      *                           VERSAO DO ANO; A SEGUNDA CARREGA O *
      *                           ORCADO DO MES E O ACUMULADO ATE    *
      *                           ELE.                               *
      ****************************************************************
       1200-CARREGAR-ORCAMENTO.
           OPEN INPUT ORCAMENTO-MASTER.
           IF NOT FS-ORCAMEN-OK
               DISPLAY 'ORCAMEN AUSENTE - NENHUM ORCAMENTO CARREGADO'
               GO TO 1200-EXIT
           END-IF.
           READ ORCAMENTO-MASTER
               AT END SET FIM-ORCAMEN TO TRUE
           END-READ.
           PERFORM 1210-ACHAR-VERSAO UNTIL FIM-ORCAMEN.
           CLOSE ORCAMENTO-MASTER.
           IF WRK-VERSAO-ANO = ZEROS
               DISPLAY 'NENHUM ORCAMENTO CARREGADO PARA ' WRK-ANO-HOJE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORCAMEN.
           OPEN INPUT ORCAMENTO-MASTER.
           READ ORCAMENTO-MASTER
               AT END SET FIM-ORCAMEN TO TRUE
           END-READ.
           PERFORM 1220-GUARDAR-ORCADO UNTIL FIM-ORCAMEN.
           CLOSE ORCAMENTO-MASTER.
       1200-EXIT.
           EXIT.

       1210-ACHAR-VERSAO.
           IF OB-ANO = WRK-ANO-HOJE
              AND OB-VERSAO > WRK-VERSAO-ANO
               MOVE OB-VERSAO     TO WRK-VERSAO-ANO
               MOVE OB-DATA-CARGA TO WRK-DATA-CARGA
           END-IF.
           READ ORCAMENTO-MASTER
               AT END SET FIM-ORCAMEN TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-GUARDAR-ORCADO.
           IF OB-ANO = WRK-ANO-HOJE
              AND OB-VERSAO = WRK-VERSAO-ANO
               MOVE OB-CONTA TO WRK-CONTA-PROCURADA
               PERFORM 6000-LOCALIZAR-CONTA THRU 6000-EXIT
               IF WRK-POS > ZEROS
                   MOVE OB-VALOR-MES (WRK-MES-HOJE)
                       TO WRK-CTA-ORC-MES (WRK-POS)
                   PERFORM 1230-SOMAR-ORCADO-ANO
                       VARYING WRK-MES FROM 1 BY 1
                       UNTIL WRK-MES > WRK-MES-HOJE
               END-IF
           END-IF.
           READ ORCAMENTO-MASTER
               AT END SET FIM-ORCAMEN TO TRUE
           END-READ.
       1220-EXIT.
           EXIT.

       1230-SOMAR-ORCADO-ANO.
           ADD OB-VALOR-MES (WRK-MES) TO WRK-CTA-ORC-ANO (WRK-POS).
       1230-EXIT.
           EXIT.

      ****************************************************************
      * 1300-SOMAR-REALIZADO - MOVIMENTO DO ANO ATE O MES CORRENTE,  *
      *                        DO ARQUIVO MORTO E DO VIVO.           *
      ****************************************************************
       1300-SOMAR-REALIZADO.
           OPEN INPUT LEDGER-ARQUIVO.
           IF FS-LEDGARQ-OK
               READ LEDGER-ARQUIVO
                   AT END SET FIM-LEDGARQ TO TRUE
               END-READ
               PERFORM 1310-SOMAR-ARQUIVADO UNTIL FIM-LEDGARQ
               CLOSE LEDGER-ARQUIVO
           END-IF.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
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

       1330-ACUMULAR-MOVIMENTO.
           IF WRK-ANO-MOVIMENTO = WRK-ANO-HOJE
              AND WRK-MES-MOVIMENTO NOT > WRK-MES-HOJE
               ADD 1 TO WRK-QTD-LANCAMENTOS
               PERFORM 6000-LOCALIZAR-CONTA THRU 6000-EXIT
               IF WRK-POS > ZEROS
                   ADD WRK-VALOR-MOVIMENTO
                       TO WRK-CTA-REAL-ANO (WRK-POS)
                   IF WRK-MES-MOVIMENTO = WRK-MES-HOJE
                       ADD WRK-VALOR-MOVIMENTO
                           TO WRK-CTA-REAL-MES (WRK-POS)
                   END-IF
               END-IF
           END-IF.
       1330-EXIT.
           EXIT.

      ****************************************************************
      * 2000-IMPRIMIR-CABECALHO - TITULO, VERSAO DO ORCAMENTO,       *
      *                           TOLERANCIA E COLUNAS.              *
      ****************************************************************
       2000-IMPRIMIR-CABECALHO.
           MOVE WRK-TOLERANCIA-PCT TO WRK-TOLERANCIAFN.
           MOVE SPACES TO OT-LINHA.
           STRING 'ORCADO X REALIZADO - MES ' WRK-MES-HOJE '/'
                  WRK-ANO-HOJE ' - EMITIDO EM ' WRK-DATA-HOJE
                  ' - TOLERANCIA ' WRK-TOLERANCIAFN '%'
               DELIMITED BY SIZE INTO OT-LINHA
           END-STRING.
           WRITE OT-LINHA.
           MOVE SPACES TO OT-LINHA.
           IF WRK-VERSAO-ANO = ZEROS
               STRING '*** NENHUM ORCAMENTO CARREGADO PARA '
                      WRK-ANO-HOJE ' - ORCADO ZERADO EM TODAS AS '
                      'CONTAS'
                   DELIMITED BY SIZE INTO OT-LINHA
               END-STRING
           ELSE
               STRING 'ORCAMENTO ' WRK-ANO-HOJE ' VERSAO '
                      WRK-VERSAO-ANO ' CARREGADA EM ' WRK-DATA-CARGA
                   DELIMITED BY SIZE INTO OT-LINHA
               END-STRING
           END-IF.
           WRITE OT-LINHA.
           MOVE ALL '=' TO OT-LINHA.
           WRITE OT-LINHA.
           MOVE SPACES TO OT-LINHA.
           MOVE ALL '-' TO OT-LINHA (20:55).
           MOVE ' MES ' TO OT-LINHA (45:5).
           MOVE ALL '-' TO OT-LINHA (76:55).
           MOVE ' ACUMULADO NO ANO ' TO OT-LINHA (94:18).
           WRITE OT-LINHA.
           MOVE SPACES TO OT-LINHA.
           MOVE 'CONTA'     TO OT-LINHA (1:5).
           MOVE 'NOME'      TO OT-LINHA (7:4).
           MOVE 'ORCADO'    TO OT-LINHA (29:6).
           MOVE 'REALIZADO' TO OT-LINHA (42:9).
           MOVE 'VARIACAO'  TO OT-LINHA (59:8).
           MOVE '%'         TO OT-LINHA (74:1).
           MOVE 'ORCADO'    TO OT-LINHA (85:6).
           MOVE 'REALIZADO' TO OT-LINHA (98:9).
           MOVE 'VARIACAO'  TO OT-LINHA (115:8).
           MOVE '%'         TO OT-LINHA (130:1).
           WRITE OT-LINHA.
           MOVE ALL '-' TO OT-LINHA.
           WRITE OT-LINHA.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-LIBERAR-CONTAS - VAI PARA O SORT A CONTA COM ORCADO OU  *
      *                       MOVIMENTO NO ANO.                      *
      ****************************************************************
       2100-LIBERAR-CONTAS.
           PERFORM 2110-LIBERAR-CONTA
               VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA > WRK-QTD-CONTAS.
       2100-EXIT.
           EXIT.

       2110-LIBERAR-CONTA.
           IF WRK-CTA-ORC-ANO (IDX-CTA) NOT = ZEROS
              OR WRK-CTA-REAL-ANO (IDX-CTA) NOT = ZEROS
               MOVE WRK-CTA-CONTA (IDX-CTA) TO SK-CONTA
               SET SK-POSICAO TO IDX-CTA
               RELEASE SK-REGISTRO
           END-IF.
       2110-EXIT.
           EXIT.

      ****************************************************************
      * 2200-IMPRIMIR-CONTAS - EM ORDEM DE CONTA, COM O SUBTOTAL A   *
      *                        CADA TROCA DE GRUPO.                  *
      ****************************************************************
       2200-IMPRIMIR-CONTAS.
           INITIALIZE WRK-TOTAIS-GRUPO.
           RETURN SORT-ORCAMENTO
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           IF NOT FIM-SORT
               MOVE SPACES TO WRK-GRUPO-ATUAL
               MOVE SK-CONTA (1:WRK-DIGITOS-GRUPO) TO WRK-GRUPO-ATUAL
           END-IF.
           PERFORM 2210-IMPRIMIR-CONTA UNTIL FIM-SORT.
           IF WRK-QTD-IMPRESSAS > ZEROS
               PERFORM 2300-IMPRIMIR-TOTAL-GRUPO
           END-IF.
       2200-EXIT.
           EXIT.

       2210-IMPRIMIR-CONTA.
           MOVE SPACES TO WRK-GRUPO-CONTA.
           MOVE SK-CONTA (1:WRK-DIGITOS-GRUPO) TO WRK-GRUPO-CONTA.
           IF WRK-GRUPO-CONTA NOT = WRK-GRUPO-ATUAL
               PERFORM 2300-IMPRIMIR-TOTAL-GRUPO
               INITIALIZE WRK-TOTAIS-GRUPO
               MOVE WRK-GRUPO-CONTA TO WRK-GRUPO-ATUAL
           END-IF.
           MOVE SK-POSICAO TO WRK-POS.
           ADD 1 TO WRK-QTD-IMPRESSAS.
           MOVE 'N' TO WRK-MARCAR-CONTA.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-CTA-CONTA (WRK-POS) TO WRK-LD-CONTA.
           IF WRK-CTA-NOME (WRK-POS) = SPACES
               MOVE '*SEM CONTMST' TO WRK-LD-NOME
           ELSE
               MOVE WRK-CTA-NOME (WRK-POS) TO WRK-LD-NOME
           END-IF.
           MOVE WRK-CTA-ORC-MES (WRK-POS)  TO WRK-ORCADO.
           MOVE WRK-CTA-REAL-MES (WRK-POS) TO WRK-REALIZADO.
           PERFORM 5000-CALCULAR-VARIACAO THRU 5000-EXIT.
           MOVE WRK-ORCADO    TO WRK-LD-ORC-MES.
           MOVE WRK-REALIZADO TO WRK-LD-REAL-MES.
           MOVE WRK-VARIACAO  TO WRK-LD-VAR-MES.
           MOVE WRK-PCT-TEXTO TO WRK-LD-PCT-MES.
           IF FORA-TOLERANCIA
               SET MARCAR-CONTA TO TRUE
           END-IF.
           MOVE WRK-CTA-ORC-ANO (WRK-POS)  TO WRK-ORCADO.
           MOVE WRK-CTA-REAL-ANO (WRK-POS) TO WRK-REALIZADO.
           PERFORM 5000-CALCULAR-VARIACAO THRU 5000-EXIT.
           MOVE WRK-ORCADO    TO WRK-LD-ORC-ANO.
           MOVE WRK-REALIZADO TO WRK-LD-REAL-ANO.
           MOVE WRK-VARIACAO  TO WRK-LD-VAR-ANO.
           MOVE WRK-PCT-TEXTO TO WRK-LD-PCT-ANO.
           IF FORA-TOLERANCIA
               SET MARCAR-CONTA TO TRUE
           END-IF.
           IF MARCAR-CONTA
               MOVE '*' TO WRK-LD-MARCA
               ADD 1 TO WRK-QTD-MARCADAS
           END-IF.
           MOVE WRK-LINHA-DETALHE TO OT-LINHA.
           WRITE OT-LINHA.
           ADD WRK-CTA-ORC-MES (WRK-POS)  TO WRK-GRP-ORC-MES.
           ADD WRK-CTA-REAL-MES (WRK-POS) TO WRK-GRP-REAL-MES.
           ADD WRK-CTA-ORC-ANO (WRK-POS)  TO WRK-GRP-ORC-ANO.
           ADD WRK-CTA-REAL-ANO (WRK-POS) TO WRK-GRP-REAL-ANO.
           RETURN SORT-ORCAMENTO
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       2210-EXIT.
           EXIT.

      ****************************************************************
      * 2300-IMPRIMIR-TOTAL-GRUPO - SUBTOTAL DO GRUPO QUE ACABOU E   *
      *                             SOMA NO TOTAL GERAL.             *
      ****************************************************************
       2300-IMPRIMIR-TOTAL-GRUPO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE SPACES TO WRK-LD-TITULO-TXT.
           STRING '  TOTAL GRUPO ' DELIMITED BY SIZE
                  WRK-GRUPO-ATUAL  DELIMITED BY SPACE
               INTO WRK-LD-TITULO-TXT
           END-STRING.
           MOVE WRK-GRP-ORC-MES  TO WRK-ORCADO.
           MOVE WRK-GRP-REAL-MES TO WRK-REALIZADO.
           PERFORM 5100-MONTAR-TOTAL-MES.
           MOVE WRK-GRP-ORC-ANO  TO WRK-ORCADO.
           MOVE WRK-GRP-REAL-ANO TO WRK-REALIZADO.
           PERFORM 5200-MONTAR-TOTAL-ANO.
           MOVE WRK-LINHA-DETALHE TO OT-LINHA.
           WRITE OT-LINHA.
           MOVE SPACES TO OT-LINHA.
           WRITE OT-LINHA.
           ADD WRK-GRP-ORC-MES  TO WRK-GER-ORC-MES.
           ADD WRK-GRP-REAL-MES TO WRK-GER-REAL-MES.
           ADD WRK-GRP-ORC-ANO  TO WRK-GER-ORC-ANO.
           ADD WRK-GRP-REAL-ANO TO WRK-GER-REAL-ANO.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-IMPRIMIR-TOTAL-GERAL - TOTAL GERAL E QUANTAS CONTAS     *
      *                             PASSARAM DA TOLERANCIA.          *
      ****************************************************************
       2400-IMPRIMIR-TOTAL-GERAL.
           MOVE ALL '-' TO OT-LINHA.
           WRITE OT-LINHA.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE 'TOTAL GERAL' TO WRK-LD-TITULO-TXT.
           MOVE WRK-GER-ORC-MES  TO WRK-ORCADO.
           MOVE WRK-GER-REAL-MES TO WRK-REALIZADO.
           PERFORM 5100-MONTAR-TOTAL-MES.
           MOVE WRK-GER-ORC-ANO  TO WRK-ORCADO.
           MOVE WRK-GER-REAL-ANO TO WRK-REALIZADO.
           PERFORM 5200-MONTAR-TOTAL-ANO.
           MOVE WRK-LINHA-DETALHE TO OT-LINHA.
           WRITE OT-LINHA.
           MOVE SPACES TO OT-LINHA.
           WRITE OT-LINHA.
           MOVE WRK-QTD-MARCADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO OT-LINHA.
           STRING 'CONTAS FORA DA TOLERANCIA (*): ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO OT-LINHA
           END-STRING.
           WRITE OT-LINHA.
           MOVE 'ORCADO ZERO COM MOVIMENTO SAI COMO N/D E E MARCADO'
               TO OT-LINHA.
           WRITE OT-LINHA.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 5000-CALCULAR-VARIACAO - VARIACAO EM VALOR E PERCENTUAL DE   *
      *                          WRK-ORCADO/WRK-REALIZADO E SE PASSA *
      *                          DA TOLERANCIA.                      *
      ****************************************************************
       5000-CALCULAR-VARIACAO.
           MOVE 'N' TO WRK-FORA-TOLERANCIA.
           COMPUTE WRK-VARIACAO = WRK-REALIZADO - WRK-ORCADO.
           IF WRK-ORCADO = ZEROS
               IF WRK-REALIZADO = ZEROS
                   MOVE SPACES TO WRK-PCT-TEXTO
               ELSE
                   MOVE '    N/D' TO WRK-PCT-TEXTO
                   SET FORA-TOLERANCIA TO TRUE
               END-IF
               GO TO 5000-EXIT
           END-IF.
           COMPUTE WRK-PERCENTUAL ROUNDED =
               WRK-VARIACAO * 100 / WRK-ORCADO
               ON SIZE ERROR
                   IF WRK-VARIACAO * WRK-ORCADO < ZEROS
                       MOVE -9999,9 TO WRK-PERCENTUAL
                   ELSE
                       MOVE 9999,9 TO WRK-PERCENTUAL
                   END-IF
           END-COMPUTE.
           MOVE WRK-PERCENTUAL TO WRK-PCTFN.
           MOVE WRK-PCTFN TO WRK-PCT-TEXTO.
           MOVE WRK-PERCENTUAL TO WRK-PERC-MODULO.
           IF WRK-PERC-MODULO > WRK-TOLERANCIA-PCT
               SET FORA-TOLERANCIA TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-MONTAR-TOTAL-MES.
           PERFORM 5000-CALCULAR-VARIACAO THRU 5000-EXIT.
           MOVE WRK-ORCADO    TO WRK-LD-ORC-MES.
           MOVE WRK-REALIZADO TO WRK-LD-REAL-MES.
           MOVE WRK-VARIACAO  TO WRK-LD-VAR-MES.
           MOVE WRK-PCT-TEXTO TO WRK-LD-PCT-MES.
       5100-EXIT.
           EXIT.

       5200-MONTAR-TOTAL-ANO.
           PERFORM 5000-CALCULAR-VARIACAO THRU 5000-EXIT.
           MOVE WRK-ORCADO    TO WRK-LD-ORC-ANO.
           MOVE WRK-REALIZADO TO WRK-LD-REAL-ANO.
           MOVE WRK-VARIACAO  TO WRK-LD-VAR-ANO.
           MOVE WRK-PCT-TEXTO TO WRK-LD-PCT-ANO.
       5200-EXIT.
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
               MOVE ZEROS  TO WRK-CTA-ORC-MES (WRK-POS)
                              WRK-CTA-ORC-ANO (WRK-POS)
                              WRK-CTA-REAL-MES (WRK-POS)
                              WRK-CTA-REAL-ANO (WRK-POS)
           ELSE
               DISPLAY 'CONTAS EXCEDEM A TABELA - CONTA '
                       WRK-CONTA-PROCURADA ' FORA DO RELATORIO'
           END-IF.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGORCREL ***'.
           DISPLAY 'VERSAO DO ORCAMENTO.....: ' WRK-ANO-HOJE '/'
                   WRK-VERSAO-ANO.
           MOVE WRK-QTD-LANCAMENTOS TO WRK-CONTROLEFN.
           DISPLAY 'LANCAMENTOS DO ANO......: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-IMPRESSAS TO WRK-CONTROLEFN.
           DISPLAY 'CONTAS NO RELATORIO.....: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-MARCADAS TO WRK-CONTROLEFN.
           DISPLAY 'CONTAS FORA DA TOLERANCIA: ' WRK-CONTROLEFN.
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
           MOVE 'PROGORCREL' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LANCAMENTOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-IMPRESSAS   TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-MARCADAS    TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGORCREL' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
