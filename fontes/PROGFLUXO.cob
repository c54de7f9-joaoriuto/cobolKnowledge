       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGFLUXO.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: PROJECAO DO FLUXO DE CAIXA DOS PROXIMOS 90 DIAS    *
      *           UTEIS DO CALDIA, JUNTANDO OS QUATRO FLUXOS QUE O   *
      *           FINANCEIRO MONTAVA A MAO: ENTRADAS DAS PARCELAS EM *
      *           ABERTO DO RECEBER E DAS MENSALIDADES EM ABERTO DO  *
      *           MENSAL PELO VENCIMENTO, ORDENS DE LIQUIDACAO       *
      *           ABERTAS DO SETTLORD PELA DATA-VALOR (VENDA DE      *
      *           MOEDA ENTRA, COMPRA SAI, EM REAL PELA COTACAO DO   *
      *           RATETAB) E A COMISSAO A PAGAR DO COMISPAG NO DIA   *
      *           DE PAGAMENTO DA FOLHA. PARTE DO SALDO DA CONTA DE  *
      *           CAIXA NO LEDGER (LEDSALDO MAIS O MOVIMENTO ABERTO  *
      *           DO LEDGER-TRANS) E IMPRIME NO FLUXORPT, DIA A DIA, *
      *           ENTRADAS, SAIDAS E SALDO ACUMULADO, COM SUBTOTAL   *
      *           POR SEMANA E DESTAQUE PARA O DIA EM QUE O SALDO    *
      *           PROJETADO FICA ABAIXO DO MINIMO DO FLUXCFG. FLUXO  *
      *           EM DIA NAO UTIL VAI PARA O PROXIMO DIA UTIL; O JA  *
      *           VENCIDO E NAO RECEBIDO SAI SO COMO MEMORIA, FORA   *
      *           DA PROJECAO.                                       *
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
           SELECT FLUXO-CONFIG   ASSIGN TO "FLUXCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FLUXCFG.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT LEDGER-SALDO   ASSIGN TO "LEDSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDSALDO.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT CONTAS-RECEBER ASSIGN TO "RECEBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT MENSALIDADE    ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.
           SELECT SETTLEMENT-ORDER ASSIGN TO "SETTLORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SETTLORD.
           SELECT RATE-TABLE     ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RATETAB.
           SELECT COMIS-PAGTO    ASSIGN TO "COMISPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISPAG.
           SELECT FLUXO-REPORT   ASSIGN TO "FLUXORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FLUXORPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  FLUXO-CONFIG.
           COPY FLUXCFG.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  LEDGER-SALDO.
           COPY LEDSALDO.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  CONTAS-RECEBER.
           COPY RECEBER.
       FD  MENSALIDADE.
           COPY MENSALID.
       FD  SETTLEMENT-ORDER.
           COPY SETTLORD.
       FD  RATE-TABLE.
           COPY RATETAB.
       FD  COMIS-PAGTO.
       01  PG-REGISTRO.
           05  PG-COD-VENDEDOR      PICTURE X(05).
           05  PG-BASE-VENDAS       PICTURE 9(10)V99.
           05  PG-TAXA-PCT          PICTURE 9(02)V99.
           05  PG-VALOR-COMISSAO    PICTURE 9(10)V99.
       FD  FLUXO-REPORT.
       01  FR-LINHA                 PICTURE X(132).
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
       77  WRK-FS-FLUXCFG           PIC X(02) VALUE SPACES.
           88  FS-FLUXCFG-OK            VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-LEDSALDO          PIC X(02) VALUE SPACES.
           88  FS-LEDSALDO-OK           VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
           88  FS-RECEBER-OK            VALUE '00'.
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-SETTLORD          PIC X(02) VALUE SPACES.
           88  FS-SETTLORD-OK           VALUE '00'.
       77  WRK-FS-RATETAB           PIC X(02) VALUE SPACES.
           88  FS-RATETAB-OK            VALUE '00'.
       77  WRK-FS-COMISPAG          PIC X(02) VALUE SPACES.
           88  FS-COMISPAG-OK           VALUE '00'.
       77  WRK-FS-FLUXORPT          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.

      * PARAMETROS EM USO (PADROES QUANDO NAO HA FLUXCFG).
       77  WRK-SALDO-MINIMO         PIC 9(11)V99 VALUE 50000,00.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.
       77  WRK-DIA-COMISSAO         PIC 9(02) VALUE 05.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FLUXO           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-COMISSAO        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-QUEBRA.
           05  WRK-QUEBRA-ANO       PIC 9(04).
           05  WRK-QUEBRA-MES       PIC 9(02).
           05  WRK-QUEBRA-DIA       PIC 9(02).
       01  WRK-DATA-QUEBRA-N REDEFINES WRK-DATA-QUEBRA
                                    PIC 9(08).

      * OS 90 DIAS UTEIS DA PROJECAO, COM A SEMANA (SEGUNDA A DOMINGO)
      * DE CADA UM PARA A QUEBRA DO SUBTOTAL.
       01  WRK-TAB-DIAS.
           05  WRK-DIA-ITEM OCCURS 90 TIMES
                   INDEXED BY IDX-DIA.
               10  WRK-DIA-DATA          PICTURE 9(08).
               10  WRK-DIA-SEMANA        PICTURE 9(07).
               10  WRK-DIA-ENTRADA       PICTURE 9(13)V99.
               10  WRK-DIA-SAIDA         PICTURE 9(13)V99.
       77  WRK-QTD-DIAS             PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-IMP              PIC 9(03) COMP-3 VALUE ZEROS.

       01  WRK-TAB-COTACOES.
           05  WRK-COT-ITEM OCCURS 50 TIMES
                   INDEXED BY IDX-COT.
               10  WRK-COT-MOEDA         PICTURE X(03).
               10  WRK-COT-VALOR         PICTURE 9(06)V9999.
       77  WRK-QTD-COTACOES         PIC 9(02) VALUE ZEROS.

      * FLUXO EM EXAME: VALOR, SENTIDO ('E' ENTRADA, 'S' SAIDA).
       77  WRK-VALOR-FLUXO          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SENTIDO-FLUXO        PIC X(01) VALUE SPACES.
           88  FLUXO-ENTRADA            VALUE 'E'.
           88  FLUXO-SAIDA              VALUE 'S'.
       77  WRK-ORIGEM-FLUXO         PIC 9(01) VALUE ZEROS.

      * TOTAIS POR ORIGEM: 1 RECEBER, 2 MENSALIDADES, 3 CAMBIO
      * ENTRADA, 4 CAMBIO SAIDA, 5 COMISSOES.
       01  WRK-TAB-ORIGENS.
           05  WRK-ORIGEM-ITEM OCCURS 5 TIMES.
               10  WRK-ORIGEM-PROJETADO  PICTURE 9(13)V99.
               10  WRK-ORIGEM-VENCIDO    PICTURE 9(13)V99.
               10  WRK-ORIGEM-FORA       PICTURE 9(13)V99.
       01  WRK-NOMES-ORIGENS.
           05  FILLER               PIC X(24)
                                    VALUE 'PARCELAS DO RECEBER     '.
           05  FILLER               PIC X(24)
                                    VALUE 'MENSALIDADES            '.
           05  FILLER               PIC X(24)
                                    VALUE 'CAMBIO - VENDA DE MOEDA '.
           05  FILLER               PIC X(24)
                                    VALUE 'CAMBIO - COMPRA DE MOEDA'.
           05  FILLER               PIC X(24)
                                    VALUE 'COMISSOES (FOLHA)       '.
       01  WRK-NOMES-ORIGENS-R REDEFINES WRK-NOMES-ORIGENS.
           05  WRK-NOME-ORIGEM      PIC X(24) OCCURS 5 TIMES.
       77  WRK-IDX-ORIGEM           PIC 9(01) VALUE ZEROS.

       77  WRK-SALDO-INICIAL        PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-PROJETADO      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-DIA          PIC S9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-MENOR          PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DATA-MENOR           PIC 9(08) VALUE ZEROS.
       77  WRK-SEMANA-ATUAL         PIC 9(07) VALUE ZEROS.
       77  WRK-SEM-ENTRADA          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SEM-SAIDA            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SEM-INICIO           PIC 9(08) VALUE ZEROS.
       77  WRK-SEM-FIM              PIC 9(08) VALUE ZEROS.
       77  WRK-TOT-ENTRADA          PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-SAIDA            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTD-ABAIXO           PIC 9(03) VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PROJETADOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-COTACAO      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ENTRADAFN            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SAIDAFN              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LIQUIDOFN            PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDOFN              PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VENCIDOFN            PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FORAFN               PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ALERTA               PIC X(14) VALUE SPACES.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-LER-CONFIGURACAO.
           PERFORM 1100-CARREGAR-DIAS THRU 1100-EXIT.
           IF WRK-QTD-DIAS = ZEROS
               DISPLAY 'CALDIA SEM DIAS UTEIS A FRENTE - PROJECAO '
                       'NAO RODA'
               MOVE 'CALDIA'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CALDIA TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1200-CARREGAR-COTACOES THRU 1200-EXIT.
           PERFORM 1300-APURAR-SALDO-INICIAL.
           PERFORM 2000-PROJETAR-RECEBER THRU 2000-EXIT.
           PERFORM 2100-PROJETAR-MENSALIDADES THRU 2100-EXIT.
           PERFORM 2200-PROJETAR-ORDENS THRU 2200-EXIT.
           PERFORM 2300-PROJETAR-COMISSOES THRU 2300-EXIT.
           PERFORM 3000-IMPRIMIR-PROJECAO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-LER-CONFIGURACAO - SALDO MINIMO, CONTA DE CAIXA E DIA DE*
      *                         PAGAMENTO DAS COMISSOES DO FLUXCFG;  *
      *                         SEM O ARQUIVO, FICAM OS PADROES.     *
      ****************************************************************
       1000-LER-CONFIGURACAO.
           OPEN INPUT FLUXO-CONFIG.
           IF FS-FLUXCFG-OK
               READ FLUXO-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       MOVE FX-SALDO-MINIMO  TO WRK-SALDO-MINIMO
                       MOVE FX-CONTA-CAIXA   TO WRK-CONTA-CAIXA
                       MOVE FX-DIA-COMISSAO  TO WRK-DIA-COMISSAO
               END-READ
               CLOSE FLUXO-CONFIG
           ELSE
               DISPLAY 'FLUXCFG AUSENTE - VALEM OS PARAMETROS PADRAO'
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-DIAS - OS 90 PRIMEIROS DIAS UTEIS DO CALDIA A  *
      *                      PARTIR DE HOJE.                         *
      ****************************************************************
       1100-CARREGAR-DIAS.
           OPEN INPUT CALENDARIO-DIAS.
           IF NOT FS-CALDIA-OK
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ CALENDARIO-DIAS
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM 1110-GUARDAR-DIA
               UNTIL FIM-ARQUIVO OR WRK-QTD-DIAS = 90.
           CLOSE CALENDARIO-DIAS.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-DIA.
           IF CB-DATA NOT < WRK-DATA-HOJE
              AND DIA-UTIL
               ADD 1 TO WRK-QTD-DIAS
               SET IDX-DIA TO WRK-QTD-DIAS
               MOVE CB-DATA TO WRK-DIA-DATA (IDX-DIA)
               COMPUTE WRK-DIA-SEMANA (IDX-DIA) =
                   (FUNCTION INTEGER-OF-DATE (CB-DATA) - 1) / 7
               MOVE ZEROS TO WRK-DIA-ENTRADA (IDX-DIA)
               MOVE ZEROS TO WRK-DIA-SAIDA (IDX-DIA)
           END-IF.
           READ CALENDARIO-DIAS
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-COTACOES - COTACAO MEDIA DO DIA POR MOEDA, PARA*
      *                          AS ORDENS DE LIQUIDACAO EM REAL.    *
      ****************************************************************
       1200-CARREGAR-COTACOES.
           OPEN INPUT RATE-TABLE.
           IF NOT FS-RATETAB-OK
               DISPLAY 'RATETAB INDISPONIVEL - ORDENS DE LIQUIDACAO '
                       'FICAM FORA DA PROJECAO'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ RATE-TABLE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM 1210-GUARDAR-COTACAO UNTIL FIM-ARQUIVO.
           CLOSE RATE-TABLE.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-COTACAO.
           IF WRK-QTD-COTACOES < 50
               ADD 1 TO WRK-QTD-COTACOES
               SET IDX-COT TO WRK-QTD-COTACOES
               MOVE RT-MOEDA   TO WRK-COT-MOEDA (IDX-COT)
               MOVE RT-COTACAO TO WRK-COT-VALOR (IDX-COT)
           END-IF.
           READ RATE-TABLE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-APURAR-SALDO-INICIAL - SALDO DA CONTA DE CAIXA: O DO    *
      *                             ULTIMO FECHAMENTO (LEDSALDO)     *
      *                             MAIS O MOVIMENTO DO PERIODO      *
      *                             ABERTO (LEDGER-TRANS).           *
      ****************************************************************
       1300-APURAR-SALDO-INICIAL.
           OPEN INPUT LEDGER-SALDO.
           IF FS-LEDSALDO-OK
               MOVE 'N' TO WRK-FIM-ARQUIVO
               READ LEDGER-SALDO
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 1310-SOMAR-SALDO UNTIL FIM-ARQUIVO
               CLOSE LEDGER-SALDO
           END-IF.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               MOVE 'N' TO WRK-FIM-ARQUIVO
               READ LEDGER-TRANS
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 1320-SOMAR-LANCAMENTO UNTIL FIM-ARQUIVO
               CLOSE LEDGER-TRANS
           ELSE
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - SALDO INICIAL '
                       'SO DO ULTIMO FECHAMENTO'
           END-IF.
       1300-EXIT.
           EXIT.

       1310-SOMAR-SALDO.
           IF LS-CONTA = WRK-CONTA-CAIXA
               ADD LS-SALDO TO WRK-SALDO-INICIAL
           END-IF.
           READ LEDGER-SALDO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-SOMAR-LANCAMENTO.
           IF LT-CONTA = WRK-CONTA-CAIXA
               ADD LT-VALOR TO WRK-SALDO-INICIAL
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       1320-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PROJETAR-RECEBER - O QUE FALTA RECEBER DE CADA PARCELA  *
      *                         EM ABERTO, NO VENCIMENTO.            *
      ****************************************************************
       2000-PROJETAR-RECEBER.
           OPEN INPUT CONTAS-RECEBER.
           IF NOT FS-RECEBER-OK
               MOVE 'RECEBER' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-RECEBER TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ CONTAS-RECEBER
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM 2010-PROJETAR-PARCELA UNTIL FIM-ARQUIVO.
           CLOSE CONTAS-RECEBER.
       2000-EXIT.
           EXIT.

       2010-PROJETAR-PARCELA.
           ADD 1 TO WRK-QTD-LIDOS.
           IF PARCELA-ABERTA
              AND CR-VALOR-PARCELA > CR-VALOR-PAGO
               COMPUTE WRK-VALOR-FLUXO =
                   CR-VALOR-PARCELA - CR-VALOR-PAGO
               MOVE CR-DATA-VENCTO TO WRK-DATA-FLUXO
               MOVE 'E' TO WRK-SENTIDO-FLUXO
               MOVE 1   TO WRK-ORIGEM-FLUXO
               PERFORM 2900-DISTRIBUIR-FLUXO THRU 2900-EXIT
           END-IF.
           READ CONTAS-RECEBER
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      ****************************************************************
      * 2100-PROJETAR-MENSALIDADES - O QUE FALTA RECEBER DE CADA     *
      *                              MENSALIDADE EM ABERTO, NO       *
      *                              VENCIMENTO.                     *
      ****************************************************************
       2100-PROJETAR-MENSALIDADES.
           OPEN INPUT MENSALIDADE.
           IF NOT FS-MENSAL-OK
               MOVE 'MENSAL'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-MENSAL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ MENSALIDADE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM 2110-PROJETAR-MENSALIDADE UNTIL FIM-ARQUIVO.
           CLOSE MENSALIDADE.
       2100-EXIT.
           EXIT.

       2110-PROJETAR-MENSALIDADE.
           ADD 1 TO WRK-QTD-LIDOS.
           IF MENSALIDADE-ABERTA
              AND MN-VALOR > MN-VALOR-PAGO
               COMPUTE WRK-VALOR-FLUXO = MN-VALOR - MN-VALOR-PAGO
               MOVE MN-DATA-VENCTO TO WRK-DATA-FLUXO
               MOVE 'E' TO WRK-SENTIDO-FLUXO
               MOVE 2   TO WRK-ORIGEM-FLUXO
               PERFORM 2900-DISTRIBUIR-FLUXO THRU 2900-EXIT
           END-IF.
           READ MENSALIDADE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

      ****************************************************************
      * 2200-PROJETAR-ORDENS - ORDENS DE LIQUIDACAO ABERTAS NA DATA- *
      *                        VALOR: NA VENDA DE MOEDA A CASA       *
      *                        RECEBE REAL, NA COMPRA PAGA. MOEDA    *
      *                        SEM COTACAO FICA FORA, CONTADA.       *
      ****************************************************************
       2200-PROJETAR-ORDENS.
           OPEN INPUT SETTLEMENT-ORDER.
           IF NOT FS-SETTLORD-OK
               MOVE 'SETTLORD' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SETTLORD TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ SETTLEMENT-ORDER
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM 2210-PROJETAR-ORDEM THRU 2210-EXIT
               UNTIL FIM-ARQUIVO.
           CLOSE SETTLEMENT-ORDER.
       2200-EXIT.
           EXIT.

       2210-PROJETAR-ORDEM.
           ADD 1 TO WRK-QTD-LIDOS.
           IF NOT ORDEM-ABERTA
               GO TO 2210-LER
           END-IF.
           SET IDX-COT TO 1.
           SEARCH WRK-COT-ITEM
               AT END
                   ADD 1 TO WRK-QTD-SEM-COTACAO
                   GO TO 2210-LER
               WHEN IDX-COT > WRK-QTD-COTACOES
                   ADD 1 TO WRK-QTD-SEM-COTACAO
                   GO TO 2210-LER
               WHEN WRK-COT-MOEDA (IDX-COT) = SO-MOEDA
                   CONTINUE
           END-SEARCH.
           COMPUTE WRK-VALOR-FLUXO ROUNDED =
               SO-VALOR * WRK-COT-VALOR (IDX-COT).
           MOVE SO-DATA-VALOR TO WRK-DATA-FLUXO.
           IF ORDEM-VENDA
               MOVE 'E' TO WRK-SENTIDO-FLUXO
               MOVE 3   TO WRK-ORIGEM-FLUXO
           ELSE
               MOVE 'S' TO WRK-SENTIDO-FLUXO
               MOVE 4   TO WRK-ORIGEM-FLUXO
           END-IF.
           PERFORM 2900-DISTRIBUIR-FLUXO THRU 2900-EXIT.

       2210-LER.
           READ SETTLEMENT-ORDER
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

      ****************************************************************
      * 2300-PROJETAR-COMISSOES - O TOTAL DO COMISPAG SAI NO DIA DE  *
      *                           PAGAMENTO DA FOLHA: O DESTE MES, SE*
      *                           AINDA NAO PASSOU, SENAO O DO MES   *
      *                           SEGUINTE.                          *
      ****************************************************************
       2300-PROJETAR-COMISSOES.
           OPEN INPUT COMIS-PAGTO.
           IF NOT FS-COMISPAG-OK
               DISPLAY 'COMISPAG INDISPONIVEL - SEM COMISSOES A PAGAR'
               GO TO 2300-EXIT
           END-IF.
           MOVE ZEROS TO WRK-VALOR-FLUXO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ COMIS-PAGTO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
           PERFORM 2310-SOMAR-COMISSAO UNTIL FIM-ARQUIVO.
           CLOSE COMIS-PAGTO.
           MOVE WRK-DATA-HOJE    TO WRK-DATA-QUEBRA-N.
           MOVE WRK-DIA-COMISSAO TO WRK-QUEBRA-DIA.
           IF WRK-DATA-QUEBRA-N < WRK-DATA-HOJE
               IF WRK-QUEBRA-MES = 12
                   MOVE 01 TO WRK-QUEBRA-MES
                   ADD 1 TO WRK-QUEBRA-ANO
               ELSE
                   ADD 1 TO WRK-QUEBRA-MES
               END-IF
           END-IF.
           MOVE WRK-DATA-QUEBRA-N TO WRK-DATA-COMISSAO.
           IF WRK-VALOR-FLUXO > ZEROS
               MOVE WRK-DATA-COMISSAO TO WRK-DATA-FLUXO
               MOVE 'S' TO WRK-SENTIDO-FLUXO
               MOVE 5   TO WRK-ORIGEM-FLUXO
               PERFORM 2900-DISTRIBUIR-FLUXO THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SOMAR-COMISSAO.
           ADD 1 TO WRK-QTD-LIDOS.
           ADD PG-VALOR-COMISSAO TO WRK-VALOR-FLUXO.
           READ COMIS-PAGTO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

      ****************************************************************
      * 2900-DISTRIBUIR-FLUXO - LANCA O FLUXO NO PRIMEIRO DIA UTIL DA*
      *                         PROJECAO A PARTIR DA SUA DATA. O JA  *
      *                         VENCIDO E O QUE CAI ALEM DOS 90 DIAS *
      *                         SO SOMAM NA MEMORIA DA ORIGEM.       *
      ****************************************************************
       2900-DISTRIBUIR-FLUXO.
           MOVE WRK-ORIGEM-FLUXO TO WRK-IDX-ORIGEM.
           IF WRK-DATA-FLUXO < WRK-DATA-HOJE
               ADD WRK-VALOR-FLUXO
                   TO WRK-ORIGEM-VENCIDO (WRK-IDX-ORIGEM)
               GO TO 2900-EXIT
           END-IF.
           SET IDX-DIA TO 1.
           SEARCH WRK-DIA-ITEM
               AT END
                   ADD WRK-VALOR-FLUXO
                       TO WRK-ORIGEM-FORA (WRK-IDX-ORIGEM)
                   GO TO 2900-EXIT
               WHEN IDX-DIA > WRK-QTD-DIAS
                   ADD WRK-VALOR-FLUXO
                       TO WRK-ORIGEM-FORA (WRK-IDX-ORIGEM)
                   GO TO 2900-EXIT
               WHEN WRK-DIA-DATA (IDX-DIA) NOT < WRK-DATA-FLUXO
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WRK-QTD-PROJETADOS.
           ADD WRK-VALOR-FLUXO
               TO WRK-ORIGEM-PROJETADO (WRK-IDX-ORIGEM).
           IF FLUXO-ENTRADA
               ADD WRK-VALOR-FLUXO TO WRK-DIA-ENTRADA (IDX-DIA)
           ELSE
               ADD WRK-VALOR-FLUXO TO WRK-DIA-SAIDA (IDX-DIA)
           END-IF.
       2900-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-PROJECAO - DIA A DIA COM SALDO ACUMULADO,      *
      *                          SUBTOTAL A CADA TROCA DE SEMANA E   *
      *                          O RESUMO POR ORIGEM NO FIM.         *
      ****************************************************************
       3000-IMPRIMIR-PROJECAO.
           OPEN OUTPUT FLUXO-REPORT.
           MOVE SPACES TO FR-LINHA.
           STRING 'PROJECAO DO FLUXO DE CAIXA - '
                  WRK-QTD-DIAS ' DIAS UTEIS A PARTIR DE '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDOFN.
           MOVE WRK-SALDO-MINIMO  TO WRK-VALORFN.
           MOVE SPACES TO FR-LINHA.
           STRING 'SALDO INICIAL DO CAIXA (' WRK-CONTA-CAIXA '): '
                  WRK-SALDOFN '   SALDO MINIMO: ' WRK-VALORFN
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
           MOVE ALL '=' TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE SPACES TO FR-LINHA.
           STRING 'DATA          ENTRADAS (R$)       SAIDAS (R$)'
                  '       LIQUIDO (R$)    SALDO PROJETADO'
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
           MOVE ALL '-' TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-PROJETADO.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-MENOR.
           MOVE WRK-DATA-HOJE     TO WRK-DATA-MENOR.
           MOVE WRK-DIA-SEMANA (1) TO WRK-SEMANA-ATUAL.
           MOVE WRK-DIA-DATA (1)   TO WRK-SEM-INICIO.
           PERFORM 3100-IMPRIMIR-DIA
               VARYING WRK-IDX-IMP FROM 1 BY 1
               UNTIL WRK-IDX-IMP > WRK-QTD-DIAS.
           PERFORM 3200-IMPRIMIR-SUBTOTAL.
           MOVE ALL '=' TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE WRK-TOT-ENTRADA TO WRK-ENTRADAFN.
           MOVE WRK-TOT-SAIDA   TO WRK-SAIDAFN.
           MOVE WRK-SALDO-PROJETADO TO WRK-SALDOFN.
           MOVE SPACES TO FR-LINHA.
           STRING 'TOTAL     ' WRK-ENTRADAFN ' ' WRK-SAIDAFN ' '
                  '                   ' WRK-SALDOFN
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
           MOVE WRK-SALDO-MENOR TO WRK-SALDOFN.
           MOVE SPACES TO FR-LINHA.
           STRING 'MENOR SALDO PROJETADO: ' WRK-SALDOFN
                  ' EM ' WRK-DATA-MENOR
                  ' - DIAS ABAIXO DO MINIMO: ' WRK-QTD-ABAIXO
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
           MOVE SPACES TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE SPACES TO FR-LINHA.
           STRING 'ORIGEM                          PROJETADO (R$)'
                  '  VENCIDO NAO PAGO  ALEM DO HORIZONTE'
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
           PERFORM 3300-IMPRIMIR-ORIGEM
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM > 5.
           CLOSE FLUXO-REPORT.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-DIA.
           SET IDX-DIA TO WRK-IDX-IMP.
           IF WRK-DIA-SEMANA (IDX-DIA) NOT = WRK-SEMANA-ATUAL
               PERFORM 3200-IMPRIMIR-SUBTOTAL
               MOVE WRK-DIA-SEMANA (IDX-DIA) TO WRK-SEMANA-ATUAL
               MOVE WRK-DIA-DATA (IDX-DIA)   TO WRK-SEM-INICIO
           END-IF.
           COMPUTE WRK-LIQUIDO-DIA =
               WRK-DIA-ENTRADA (IDX-DIA) - WRK-DIA-SAIDA (IDX-DIA).
           ADD WRK-LIQUIDO-DIA TO WRK-SALDO-PROJETADO.
           ADD WRK-DIA-ENTRADA (IDX-DIA) TO WRK-SEM-ENTRADA.
           ADD WRK-DIA-SAIDA (IDX-DIA)   TO WRK-SEM-SAIDA.
           ADD WRK-DIA-ENTRADA (IDX-DIA) TO WRK-TOT-ENTRADA.
           ADD WRK-DIA-SAIDA (IDX-DIA)   TO WRK-TOT-SAIDA.
           MOVE WRK-DIA-DATA (IDX-DIA)   TO WRK-SEM-FIM.
           IF WRK-SALDO-PROJETADO < WRK-SALDO-MENOR
               MOVE WRK-SALDO-PROJETADO    TO WRK-SALDO-MENOR
               MOVE WRK-DIA-DATA (IDX-DIA) TO WRK-DATA-MENOR
           END-IF.
           IF WRK-SALDO-PROJETADO < WRK-SALDO-MINIMO
               MOVE '*** ABAIXO MIN' TO WRK-ALERTA
               ADD 1 TO WRK-QTD-ABAIXO
           ELSE
               MOVE SPACES TO WRK-ALERTA
           END-IF.
           MOVE WRK-DIA-ENTRADA (IDX-DIA) TO WRK-ENTRADAFN.
           MOVE WRK-DIA-SAIDA (IDX-DIA)   TO WRK-SAIDAFN.
           MOVE WRK-LIQUIDO-DIA           TO WRK-LIQUIDOFN.
           MOVE WRK-SALDO-PROJETADO       TO WRK-SALDOFN.
           MOVE SPACES TO FR-LINHA.
           STRING WRK-DIA-DATA (IDX-DIA) '  '
                  WRK-ENTRADAFN ' ' WRK-SAIDAFN ' '
                  WRK-LIQUIDOFN ' ' WRK-SALDOFN ' ' WRK-ALERTA
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-SUBTOTAL.
           COMPUTE WRK-LIQUIDO-DIA = WRK-SEM-ENTRADA - WRK-SEM-SAIDA.
           MOVE WRK-SEM-ENTRADA     TO WRK-ENTRADAFN.
           MOVE WRK-SEM-SAIDA       TO WRK-SAIDAFN.
           MOVE WRK-LIQUIDO-DIA     TO WRK-LIQUIDOFN.
           MOVE WRK-SALDO-PROJETADO TO WRK-SALDOFN.
           MOVE SPACES TO FR-LINHA.
           STRING '  SEMANA  ' WRK-ENTRADAFN ' ' WRK-SAIDAFN ' '
                  WRK-LIQUIDOFN ' ' WRK-SALDOFN
                  ' ' WRK-SEM-INICIO ' A ' WRK-SEM-FIM
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
           MOVE SPACES TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE ZEROS TO WRK-SEM-ENTRADA.
           MOVE ZEROS TO WRK-SEM-SAIDA.
       3200-EXIT.
           EXIT.

       3300-IMPRIMIR-ORIGEM.
           MOVE WRK-ORIGEM-PROJETADO (WRK-IDX-ORIGEM) TO WRK-VALORFN.
           MOVE WRK-ORIGEM-VENCIDO (WRK-IDX-ORIGEM)   TO WRK-VENCIDOFN.
           MOVE WRK-ORIGEM-FORA (WRK-IDX-ORIGEM)      TO WRK-FORAFN.
           MOVE SPACES TO FR-LINHA.
           STRING WRK-NOME-ORIGEM (WRK-IDX-ORIGEM)
                  '  ' WRK-VALORFN ' ' WRK-VENCIDOFN ' ' WRK-FORAFN
               DELIMITED BY SIZE INTO FR-LINHA.
           WRITE FR-LINHA.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'DIAS UTEIS PROJETADOS:  ' WRK-QTD-DIAS.
           DISPLAY 'REGISTROS LIDOS:        ' WRK-QTD-LIDOS.
           DISPLAY 'FLUXOS NA PROJECAO:     ' WRK-QTD-PROJETADOS.
           DISPLAY 'ORDENS SEM COTACAO:     ' WRK-QTD-SEM-COTACAO.
           DISPLAY 'DIAS ABAIXO DO MINIMO:  ' WRK-QTD-ABAIXO.
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
           MOVE 'PROGFLUXO' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS       TO RG-QTD-LIDOS.
           MOVE WRK-QTD-PROJETADOS  TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-COTACAO TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGFLUXO' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
