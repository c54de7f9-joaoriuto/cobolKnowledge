      *           TRATAR.                                            *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  ENCARGOS DE ATRASO NA BAIXA: MULTA (UMA VEZ) E*
      *                JUROS DE MORA POR DIA UTIL DO CALDIA SOBRE O  *
      *                PRINCIPAL EM ABERTO, PELOS PERCENTUAIS DO     *
      *                ENCCFG; O PAGAMENTO QUITA PRIMEIRO OS ENCARGOS*
      *                E DEPOIS O PRINCIPAL, E O RELATORIO ENCRPT    *
      *                LISTA OS ENCARGOS COBRADOS NO DIA POR CPF.    *
      * 2026-10-15 JR  O QUE FOI BAIXADO E LANCADO NO LEDGER-TRANS EM*
      *                DUAS PERNAS POR CPF: PRINCIPAL NO CAIXA       *
      *                (11000) CONTRA O CONTAS A RECEBER (11300) E   *
      *                ENCARGOS NO CAIXA CONTRA A RECEITA DE ENCARGOS*
      *                (42000). REPROCESSAMENTO DO DIA ESTORNA O     *
      *                LIQUIDO JA LANCADO POR CPF ANTES.             *
      * 2026-10-15 JR  PAGAMENTO QUE SOBRA DEPOIS DAS PARCELAS       *
      *                ABERTAS DO CLIENTE RECUPERA AS PARCELAS       *
      *                BAIXADAS COMO PERDA (SITUACAO B, PROGRECPRD)  *
      *                EM VEZ DE SAIR COMO SOBRA, COM LANCAMENTO DE  *
      *                RECUPERACAO NO LEDGER (CAIXA CONTRA 42100). O *
      *                SORT PASSA A SER POR CPF, SITUACAO E          *
      *                VENCIMENTO PARA AS ABERTAS VIREM PRIMEIRO.    *
      * 2026-10-15 JR  SORT E RECEBERN ACOMPANHAM O RECEBER COM O    *
      *                NUMERO DO ACORDO.                             *
      * 2026-10-15 JR  CLIENTE QUE PAGOU NO DIA E FICOU SEM PARCELA  *
      *                VENCIDA NEM EM PERDA E GRAVADO NO NEGQUIT,    *
      *                PARA O PROGNEGAT MANDAR A REMOCAO DA          *
      *                NEGATIVACAO AO BIRO DE CREDITO.               *
      * 2026-10-15 JR  JUROS DA VENDA FINANCIADA (PROGRECGER): NO    *
      *                VENCIMENTO, OU NA BAIXA DA PARCELA SE VIER    *
      *                ANTES, OS JUROS DA PARCELA SAO RECONHECIDOS - *
      *                LANCAMENTO NO LEDGER POR CPF DO CONTAS A      *
      *                RECEBER (11300) CONTRA A RECEITA DE JUROS DE  *
      *                FINANCIAMENTO (42300), ESTORNADO NO           *
      *                REPROCESSAMENTO DO DIA COMO OS DEMAIS. SORT E *
      *                RECEBERN ACOMPANHAM O RECEBER.                *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT BAIXA-REPORT   ASSIGN TO "BAIXARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BAIXARPT.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT ENCARGOS-CONFIG ASSIGN TO "ENCCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCCFG.
           SELECT ENCARGOS-REPORT ASSIGN TO "ENCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCRPT.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT NEGATIVACAO-QUITACAO ASSIGN TO "NEGQUIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGQUIT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           05  SI-NUM-PARCELA       PICTURE 9(02).
           05  SI-QTD-PARCELAS      PICTURE 9(02).
           05  SI-DATA-VENCTO       PICTURE 9(08).
           05  SI-VALORES           PICTURE X(20).
           05  SI-SITUACAO          PICTURE X(01).
           05  SI-RESTO             PICTURE X(82).
       FD  PAGAMENTOS.
       01  RP-REGISTRO.
           05  RP-CPF-CLIENTE       PICTURE 9(11).
           05  RP-DATA-PAGAMENTO    PICTURE 9(08).
           05  RP-VALOR             PICTURE 9(08)V99.
       FD  RECEBER-NOVO.
       01  RN-REGISTRO              PICTURE X(142).
       FD  BAIXA-REPORT.
       01  BX-LINHA                 PICTURE X(100).
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  ENCARGOS-CONFIG.
           COPY ENCCFG.
       FD  ENCARGOS-REPORT.
       01  EN-LINHA                 PICTURE X(132).
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  NEGATIVACAO-QUITACAO.
           COPY NEGQUIT.
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
           88  FS-RECEBER-OK            VALUE '00'.
       77  WRK-FS-RECPAG            PIC X(02) VALUE SPACES.
       77  WRK-FS-RECEBERN          PIC X(02) VALUE SPACES.
       77  WRK-FS-BAIXARPT          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-ENCCFG            PIC X(02) VALUE SPACES.
           88  FS-ENCCFG-OK             VALUE '00'.
       77  WRK-FS-ENCRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-NEGQUIT           PIC X(02) VALUE SPACES.
           88  FS-NEGQUIT-OK            VALUE '00'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-FIM-RECPAG           PIC X(01) VALUE 'N'.

      * PAGAMENTOS DO DIA SOMADOS POR CPF - O SALDO E CONSUMIDO
      * PELAS PARCELAS ABERTAS DO CLIENTE, DA MAIS ANTIGA PARA A
      * MAIS NOVA. WRK-TAB-PAG-DEVE MARCA O PAGADOR QUE AINDA FICOU
      * COM PARCELA VENCIDA OU BAIXADA COMO PERDA DEPOIS DA BAIXA.
       01  WRK-TAB-PAGAMENTO.
           05  WRK-TAB-PAG-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-PAG-IDX.
               10  WRK-TAB-PAG-CPF      PICTURE 9(11).
               10  WRK-TAB-PAG-SALDO    PICTURE 9(10)V99.
               10  WRK-TAB-PAG-DATA     PICTURE 9(08).
               10  WRK-TAB-PAG-PRINCIPAL PICTURE 9(10)V99.
               10  WRK-TAB-PAG-ENCARGO  PICTURE 9(10)V99.
               10  WRK-TAB-PAG-RECUPERADO PICTURE 9(10)V99.
               10  WRK-TAB-PAG-DEVE     PICTURE X(01).
       77  WRK-QTD-PAGADORES        PIC 9(03) VALUE ZEROS.
       77  WRK-CPF-ACHADO           PIC X(01) VALUE 'N'.
           88  CPF-ACHADO               VALUE 'S'.
       77  WRK-VALOR-RESTANTE       PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-APLICADO       PIC 9(08)V99 COMP-3 VALUE ZEROS.

      * DIAS UTEIS DO CALENDARIO, EM ORDEM, PARA CONTAR O ATRASO
      * DOS JUROS DE MORA.
       01  WRK-TAB-DIAS-UTEIS.
           05  WRK-TAB-DIA OCCURS 600 TIMES
                           PICTURE 9(08).
       77  WRK-QTD-DIAS-UTEIS       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DIA              PIC 9(03) COMP-3 VALUE ZEROS.

      * ENCARGOS DE ATRASO - PERCENTUAIS DO ENCCFG (PADRAO ABAIXO
      * QUANDO O ARQUIVO NAO EXISTE) E VALORES DA BAIXA DO ITEM.
       77  WRK-PCT-MULTA            PIC 9(02)V99 VALUE 2,00.
       77  WRK-PCT-JUROS-DIA        PIC 9(01)V9(04) VALUE 0,0333.
       77  WRK-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-BASE-JUROS      PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO          PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-PRINCIPAL-ABERTO     PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-MULTA-LANCADA        PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-JUROS-LANCADOS       PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-ENCARGO-DEVIDO       PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-ENCARGO-APLICADO     PIC 9(08)V99 COMP-3 VALUE ZEROS.

      * QUEBRA POR CPF DO RELATORIO DE ENCARGOS COBRADOS.
       77  WRK-TEM-ENC-ANTERIOR     PIC X(01) VALUE 'N'.
           88  TEM-ENC-ANTERIOR         VALUE 'S'.
       77  WRK-CPF-ENC-ANT          PIC 9(11) VALUE ZEROS.
       77  WRK-ENC-CPF-MULTA        PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-ENC-CPF-JUROS        PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-ENC-CPF-PAGO         PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-MULTAFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-JUROSFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIASFN               PIC ZZZZ9 VALUE ZEROS.

      * LANCAMENTO NO LEDGER POR CPF - PRINCIPAL NO CAIXA CONTRA O
      * CONTAS A RECEBER, ENCARGOS NO CAIXA CONTRA A RECEITA DE
      * ENCARGOS; NO REPROCESSAMENTO, O LIQUIDO JA LANCADO NO DIA
      * POR CPF E ESTORNADO ANTES.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-RECEBER        PIC X(05) VALUE '11300'.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.
       77  WRK-CONTA-ENCARGOS       PIC X(05) VALUE '42000'.
       77  WRK-CONTA-RECUPERACAO    PIC X(05) VALUE '42100'.
       77  WRK-CONTA-JUROS-FIN      PIC X(05) VALUE '42300'.
       01  WRK-TAB-JA-LANCADO.
           05  WRK-TAB-JAL-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-JAL-IDX.
               10  WRK-TAB-JAL-CPF      PICTURE 9(11).
               10  WRK-TAB-JAL-PRINCIPAL PICTURE S9(10)V99.
               10  WRK-TAB-JAL-ENCARGO  PICTURE S9(10)V99.
               10  WRK-TAB-JAL-RECUPERADO PICTURE S9(10)V99.
               10  WRK-TAB-JAL-JUROS-FIN PICTURE S9(10)V99.
       77  WRK-QTD-JA-LANCADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ESTORNOS         PIC 9(06) COMP-3 VALUE ZEROS.

      * JUROS DE FINANCIAMENTO RECONHECIDOS HOJE, SOMADOS POR CPF -
      * VALE PARA QUALQUER CLIENTE COM PARCELA FINANCIADA VENCENDO,
      * TENHA PAGO OU NAO.
       01  WRK-TAB-JUROS-FIN.
           05  WRK-TAB-JFN-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-JFN-IDX.
               10  WRK-TAB-JFN-CPF      PICTURE 9(11).
               10  WRK-TAB-JFN-VALOR    PICTURE 9(10)V99.
       77  WRK-QTD-JUROS-FIN        PIC 9(03) VALUE ZEROS.

       77  WRK-QTD-PAGTOS-LIDOS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ITENS-LIDOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-BAIXADAS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PARCIAIS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-BAIXADO         PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-COM-ENCARGO      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-MULTA           PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-JUROS           PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-ENCARGO-PAGO    PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-RECUPERADAS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-RECUPERADO      PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-QUITACOES        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-APROP-JUROS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-APROP-JUROS     PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-PAGAMENTOS.
           PERFORM 1200-CARREGAR-CALENDARIO.
           PERFORM 1300-CARREGAR-CONFIG.
           OPEN OUTPUT RECEBER-NOVO
                       BAIXA-REPORT
                       ENCARGOS-REPORT.
           MOVE 'RELATORIO DE BAIXA DO CONTAS A RECEBER' TO BX-LINHA.
           WRITE BX-LINHA.
           MOVE ALL '=' TO BX-LINHA.
           WRITE BX-LINHA.
           MOVE 'ENCARGOS DE ATRASO COBRADOS NO DIA POR CPF'
               TO EN-LINHA.
           WRITE EN-LINHA.
           MOVE ALL '=' TO EN-LINHA.
           WRITE EN-LINHA.
           SORT SORT-ITENS
               ON ASCENDING KEY SI-CPF-CLIENTE
                                SI-SITUACAO
                                SI-DATA-VENCTO
               INPUT PROCEDURE IS 2000-SOLTAR-ITENS
               OUTPUT PROCEDURE IS 3000-APLICAR-PAGAMENTOS.
           PERFORM 4000-RELATAR-SOBRAS.
           PERFORM 3500-FECHAR-ENCARGOS.
           PERFORM 5000-LANCAR-NO-LEDGER.
           PERFORM 6000-REGISTRAR-QUITACOES THRU 6000-EXIT.
           CLOSE RECEBER-NOVO
                 BAIXA-REPORT
                 ENCARGOS-REPORT.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.
                       SET CPF-ACHADO TO TRUE
                       ADD RP-VALOR
                           TO WRK-TAB-PAG-SALDO (WRK-PAG-IDX)
                       IF RP-DATA-PAGAMENTO
                               > WRK-TAB-PAG-DATA (WRK-PAG-IDX)
                           MOVE RP-DATA-PAGAMENTO
                               TO WRK-TAB-PAG-DATA (WRK-PAG-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT CPF-ACHADO
                       TO WRK-TAB-PAG-CPF (WRK-QTD-PAGADORES)
                   MOVE RP-VALOR
                       TO WRK-TAB-PAG-SALDO (WRK-QTD-PAGADORES)
                   MOVE RP-DATA-PAGAMENTO
                       TO WRK-TAB-PAG-DATA (WRK-QTD-PAGADORES)
                   MOVE ZEROS
                       TO WRK-TAB-PAG-PRINCIPAL (WRK-QTD-PAGADORES)
                          WRK-TAB-PAG-ENCARGO (WRK-QTD-PAGADORES)
                          WRK-TAB-PAG-RECUPERADO (WRK-QTD-PAGADORES)
                   MOVE 'N'
                       TO WRK-TAB-PAG-DEVE (WRK-QTD-PAGADORES)
               ELSE
                   DISPLAY 'RECPAG EXCEDE A CAPACIDADE DA TABELA - '
                           'CPF ' RP-CPF-CLIENTE ' NAO APLICADO'
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-CALENDARIO - CARREGA OS DIAS UTEIS DO CALDIA   *
      *                            EM MEMORIA, EM ORDEM; SEM O       *
      *                            CALENDARIO, O ATRASO E CONTADO EM *
      *                            DIAS CORRIDOS.                    *
      ****************************************************************
       1200-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-DIAS.
           IF FS-CALDIA-OK
               READ CALENDARIO-DIAS
                   AT END SET FIM-CALDIA TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-DIA UNTIL FIM-CALDIA
               CLOSE CALENDARIO-DIAS
           ELSE
               SET FIM-CALDIA TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-DIA.
           IF DIA-UTIL
              AND WRK-QTD-DIAS-UTEIS < 600
               ADD 1 TO WRK-QTD-DIAS-UTEIS
               MOVE CB-DATA TO WRK-TAB-DIA (WRK-QTD-DIAS-UTEIS)
           END-IF.
           READ CALENDARIO-DIAS
               AT END SET FIM-CALDIA TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-CONFIG - LE OS PERCENTUAIS DE MULTA E JUROS DE *
      *                        MORA DO ENCCFG; SEM O ARQUIVO, VALEM  *
      *                        OS PADROES.                           *
      ****************************************************************
       1300-CARREGAR-CONFIG.
           OPEN INPUT ENCARGOS-CONFIG.
           IF FS-ENCCFG-OK
               READ ENCARGOS-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       MOVE EC-PCT-MULTA     TO WRK-PCT-MULTA
                       MOVE EC-PCT-JUROS-DIA TO WRK-PCT-JUROS-DIA
               END-READ
               CLOSE ENCARGOS-CONFIG
           END-IF.
       1300-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SOLTAR-ITENS - SOLTA O CONTAS-RECEBER INTEIRO PARA O    *
      *                     SORT POR CPF E VENCIMENTO.               *

       3100-APLICAR-NO-ITEM.
           MOVE SI-REGISTRO TO CR-REGISTRO.
           PERFORM 3150-ACERTAR-ENCARGOS.
           IF PARCELA-ABERTA
               PERFORM 3200-CONSUMIR-SALDO
               THRU 3200-EXIT
           END-IF.
           IF PARCELA-PERDA
               PERFORM 3600-RECUPERAR-PERDA
               THRU 3600-EXIT
           END-IF.
           IF (PARCELA-ABERTA AND CR-DATA-VENCTO < WRK-DATA-HOJE)
              OR PARCELA-PERDA
               PERFORM 3700-MARCAR-DIVIDA
               THRU 3700-EXIT
           END-IF.
           PERFORM 3800-APROPRIAR-JUROS-FIN
           THRU 3800-EXIT.
           MOVE CR-REGISTRO TO RN-REGISTRO.
           WRITE RN-REGISTRO.
           RETURN SORT-ITENS
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3150-ACERTAR-ENCARGOS - ITEM GRAVADO ANTES DOS ENCARGOS DE   *
      *                         ATRASO CHEGA COM OS CAMPOS NOVOS EM  *
      *                         BRANCO; FICAM ZERADOS.               *
      ****************************************************************
       3150-ACERTAR-ENCARGOS.
           IF CR-VALOR-MULTA NOT NUMERIC
               MOVE ZEROS TO CR-VALOR-MULTA
           END-IF.
           IF CR-VALOR-JUROS NOT NUMERIC
               MOVE ZEROS TO CR-VALOR-JUROS
           END-IF.
           IF CR-ENCARGO-PAGO NOT NUMERIC
               MOVE ZEROS TO CR-ENCARGO-PAGO
           END-IF.
           IF CR-DATA-CALC-JUROS NOT NUMERIC
               MOVE ZEROS TO CR-DATA-CALC-JUROS
           END-IF.
           IF CR-DATA-SITUACAO NOT NUMERIC
               MOVE ZEROS TO CR-DATA-SITUACAO
           END-IF.
           IF CR-NUM-ACORDO NOT NUMERIC
               MOVE ZEROS TO CR-NUM-ACORDO
           END-IF.
           IF CR-VALOR-PRINCIPAL NOT NUMERIC
               MOVE CR-VALOR-PARCELA TO CR-VALOR-PRINCIPAL
           END-IF.
           IF CR-JUROS-FINANC NOT NUMERIC
               MOVE ZEROS TO CR-JUROS-FINANC
           END-IF.
           IF CR-DATA-APROP-JUROS NOT NUMERIC
               MOVE ZEROS TO CR-DATA-APROP-JUROS
           END-IF.
       3150-EXIT.
           EXIT.

      ****************************************************************
      * 3200-CONSUMIR-SALDO - LANCA OS ENCARGOS DE ATRASO ATE A DATA *
      *                       DO PAGAMENTO E CONSOME O SALDO DO      *
      *                       CLIENTE PRIMEIRO NOS ENCARGOS, DEPOIS  *
      *                       NO PRINCIPAL DA PARCELA.               *
      ****************************************************************
       3200-CONSUMIR-SALDO.
           IF WRK-QTD-PAGADORES = ZEROS
               GO TO 3200-EXIT
           IF WRK-TAB-PAG-SALDO (WRK-PAG-IDX) = ZEROS
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-CALCULAR-ENCARGOS THRU 3300-EXIT.
           MOVE ZEROS TO WRK-ENCARGO-APLICADO.
           COMPUTE WRK-ENCARGO-DEVIDO =
               CR-VALOR-MULTA + CR-VALOR-JUROS - CR-ENCARGO-PAGO.
           IF WRK-ENCARGO-DEVIDO > ZEROS
               IF WRK-TAB-PAG-SALDO (WRK-PAG-IDX) < WRK-ENCARGO-DEVIDO
                   MOVE WRK-TAB-PAG-SALDO (WRK-PAG-IDX)
                       TO WRK-ENCARGO-APLICADO
               ELSE
                   MOVE WRK-ENCARGO-DEVIDO TO WRK-ENCARGO-APLICADO
               END-IF
               ADD WRK-ENCARGO-APLICADO TO CR-ENCARGO-PAGO
               SUBTRACT WRK-ENCARGO-APLICADO
                   FROM WRK-TAB-PAG-SALDO (WRK-PAG-IDX)
               ADD WRK-ENCARGO-APLICADO TO WRK-SOMA-ENCARGO-PAGO
               ADD WRK-ENCARGO-APLICADO
                   TO WRK-TAB-PAG-ENCARGO (WRK-PAG-IDX)
           END-IF.
           COMPUTE WRK-VALOR-RESTANTE =
               CR-VALOR-PARCELA - CR-VALOR-PAGO.
           IF WRK-TAB-PAG-SALDO (WRK-PAG-IDX) < WRK-VALOR-RESTANTE
           SUBTRACT WRK-VALOR-APLICADO
               FROM WRK-TAB-PAG-SALDO (WRK-PAG-IDX).
           ADD WRK-VALOR-APLICADO TO WRK-SOMA-BAIXADO.
           ADD WRK-VALOR-APLICADO
               TO WRK-TAB-PAG-PRINCIPAL (WRK-PAG-IDX).
           IF CR-VALOR-PAGO NOT < CR-VALOR-PARCELA
              AND CR-ENCARGO-PAGO
                  NOT < CR-VALOR-MULTA + CR-VALOR-JUROS
               MOVE 'P' TO CR-SITUACAO
               MOVE WRK-DATA-HOJE TO CR-DATA-SITUACAO
               ADD 1 TO WRK-QTD-BAIXADAS
           ELSE
               ADD 1 TO WRK-QTD-PARCIAIS
           END-IF.
           MOVE WRK-VALOR-APLICADO TO WRK-VALORFN.
           MOVE WRK-ENCARGO-APLICADO TO WRK-MULTAFN.
           MOVE SPACES TO BX-LINHA.
           STRING 'CPF ' CR-CPF-CLIENTE
                  ' PARCELA ' CR-NUM-PARCELA '/' CR-QTD-PARCELAS
                  ' VENCTO ' CR-DATA-VENCTO
                  ' APLICADO ' WRK-VALORFN
                  ' ENCARGOS ' WRK-MULTAFN
                  ' SITUACAO ' CR-SITUACAO
               DELIMITED BY SIZE INTO BX-LINHA
           END-STRING.
           WRITE BX-LINHA.
           IF WRK-MULTA-LANCADA > ZEROS
              OR WRK-JUROS-LANCADOS > ZEROS
              OR WRK-ENCARGO-APLICADO > ZEROS
               PERFORM 3400-RELATAR-ENCARGO
           END-IF.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-CALCULAR-ENCARGOS - PAGAMENTO DEPOIS DO VENCIMENTO      *
      *                          LANCA A MULTA (SO NA PRIMEIRA VEZ)  *
      *                          E OS JUROS DE MORA POR DIA UTIL     *
      *                          SOBRE O PRINCIPAL EM ABERTO, DO     *
      *                          VENCIMENTO (OU DO ULTIMO CALCULO)   *
      *                          ATE A DATA DO PAGAMENTO.            *
      ****************************************************************
       3300-CALCULAR-ENCARGOS.
           MOVE ZEROS TO WRK-MULTA-LANCADA
                         WRK-JUROS-LANCADOS
                         WRK-DIAS-ATRASO.
           MOVE WRK-TAB-PAG-DATA (WRK-PAG-IDX) TO WRK-DATA-PAGTO.
           IF WRK-DATA-PAGTO NOT > CR-DATA-VENCTO
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WRK-PRINCIPAL-ABERTO =
               CR-VALOR-PARCELA - CR-VALOR-PAGO.
           IF WRK-PRINCIPAL-ABERTO = ZEROS
               GO TO 3300-EXIT
           END-IF.
           IF CR-VALOR-MULTA = ZEROS
               COMPUTE WRK-MULTA-LANCADA ROUNDED =
                   WRK-PRINCIPAL-ABERTO * WRK-PCT-MULTA / 100
               MOVE WRK-MULTA-LANCADA TO CR-VALOR-MULTA
           END-IF.
           IF CR-DATA-CALC-JUROS > CR-DATA-VENCTO
               MOVE CR-DATA-CALC-JUROS TO WRK-DATA-BASE-JUROS
           ELSE
               MOVE CR-DATA-VENCTO TO WRK-DATA-BASE-JUROS
           END-IF.
           IF WRK-DATA-PAGTO NOT > WRK-DATA-BASE-JUROS
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3350-CONTAR-DIAS-ATRASO.
           COMPUTE WRK-JUROS-LANCADOS ROUNDED =
               WRK-PRINCIPAL-ABERTO * WRK-PCT-JUROS-DIA
               * WRK-DIAS-ATRASO / 100.
           ADD WRK-JUROS-LANCADOS TO CR-VALOR-JUROS.
           MOVE WRK-DATA-PAGTO TO CR-DATA-CALC-JUROS.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3350-CONTAR-DIAS-ATRASO - DIAS UTEIS DO CALDIA DEPOIS DA     *
      *                           DATA BASE ATE O PAGAMENTO; FORA DO *
      *                           ALCANCE DO CALENDARIO, CONTA DIAS  *
      *                           CORRIDOS.                          *
      ****************************************************************
       3350-CONTAR-DIAS-ATRASO.
           IF WRK-QTD-DIAS-UTEIS > ZEROS
              AND WRK-DATA-BASE-JUROS NOT < WRK-TAB-DIA (1)
              AND WRK-DATA-PAGTO
                  NOT > WRK-TAB-DIA (WRK-QTD-DIAS-UTEIS)
               PERFORM 3360-CONTAR-DIA
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-QTD-DIAS-UTEIS
           ELSE
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-PAGTO)
                   - FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE-JUROS)
           END-IF.
       3350-EXIT.
           EXIT.

       3360-CONTAR-DIA.
           IF WRK-TAB-DIA (WRK-IDX-DIA) > WRK-DATA-BASE-JUROS
              AND WRK-TAB-DIA (WRK-IDX-DIA) NOT > WRK-DATA-PAGTO
               ADD 1 TO WRK-DIAS-ATRASO
           END-IF.
       3360-EXIT.
           EXIT.

      ****************************************************************
      * 3400-RELATAR-ENCARGO - LINHA DO ITEM NO RELATORIO DE         *
      *                        ENCARGOS COBRADOS, COM O SUBTOTAL DO  *
      *                        CLIENTE NA QUEBRA DE CPF.             *
      ****************************************************************
       3400-RELATAR-ENCARGO.
           IF TEM-ENC-ANTERIOR
              AND CR-CPF-CLIENTE NOT = WRK-CPF-ENC-ANT
               PERFORM 3450-FECHAR-CPF-ENCARGO
           END-IF.
           SET TEM-ENC-ANTERIOR TO TRUE.
           MOVE CR-CPF-CLIENTE TO WRK-CPF-ENC-ANT.
           ADD 1 TO WRK-QTD-COM-ENCARGO.
           ADD WRK-MULTA-LANCADA    TO WRK-ENC-CPF-MULTA
                                       WRK-SOMA-MULTA.
           ADD WRK-JUROS-LANCADOS   TO WRK-ENC-CPF-JUROS
                                       WRK-SOMA-JUROS.
           ADD WRK-ENCARGO-APLICADO TO WRK-ENC-CPF-PAGO.
           MOVE WRK-DIAS-ATRASO      TO WRK-DIASFN.
           MOVE WRK-MULTA-LANCADA    TO WRK-MULTAFN.
           MOVE WRK-JUROS-LANCADOS   TO WRK-JUROSFN.
           MOVE WRK-ENCARGO-APLICADO TO WRK-VALORFN.
           MOVE SPACES TO EN-LINHA.
           STRING 'CPF ' CR-CPF-CLIENTE
                  ' PARCELA ' CR-NUM-PARCELA '/' CR-QTD-PARCELAS
                  ' VENCTO ' CR-DATA-VENCTO
                  ' DIAS ' WRK-DIASFN
                  ' MULTA ' WRK-MULTAFN
                  ' JUROS ' WRK-JUROSFN
                  ' PAGO ' WRK-VALORFN
               DELIMITED BY SIZE INTO EN-LINHA
           END-STRING.
           WRITE EN-LINHA.
       3400-EXIT.
           EXIT.

       3450-FECHAR-CPF-ENCARGO.
           MOVE WRK-ENC-CPF-MULTA TO WRK-MULTAFN.
           MOVE WRK-ENC-CPF-JUROS TO WRK-JUROSFN.
           MOVE WRK-ENC-CPF-PAGO  TO WRK-VALORFN.
           MOVE SPACES TO EN-LINHA.
           STRING '    TOTAL DO CPF ' WRK-CPF-ENC-ANT
                  '                       '
                  ' MULTA ' WRK-MULTAFN
                  ' JUROS ' WRK-JUROSFN
                  ' PAGO ' WRK-VALORFN
               DELIMITED BY SIZE INTO EN-LINHA
           END-STRING.
           WRITE EN-LINHA.
           MOVE ZEROS TO WRK-ENC-CPF-MULTA
                         WRK-ENC-CPF-JUROS
                         WRK-ENC-CPF-PAGO.
       3450-EXIT.
           EXIT.

      ****************************************************************
      * 3500-FECHAR-ENCARGOS - FECHA O ULTIMO CPF E IMPRIME O TOTAL  *
      *                        DOS ENCARGOS COBRADOS NO DIA.         *
      ****************************************************************
       3500-FECHAR-ENCARGOS.
           IF TEM-ENC-ANTERIOR
               PERFORM 3450-FECHAR-CPF-ENCARGO
           END-IF.
           MOVE ALL '=' TO EN-LINHA.
           WRITE EN-LINHA.
           MOVE WRK-SOMA-MULTA        TO WRK-MULTAFN.
           MOVE WRK-SOMA-JUROS        TO WRK-JUROSFN.
           MOVE WRK-SOMA-ENCARGO-PAGO TO WRK-VALORFN.
           MOVE SPACES TO EN-LINHA.
           STRING 'TOTAL DO DIA - MULTA ' WRK-MULTAFN
                  ' JUROS ' WRK-JUROSFN
                  ' PAGO ' WRK-VALORFN
               DELIMITED BY SIZE INTO EN-LINHA
           END-STRING.
           WRITE EN-LINHA.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-RECUPERAR-PERDA - O SALDO QUE SOBROU DAS PARCELAS       *
      *                        ABERTAS DO CLIENTE RECUPERA AS        *
      *                        PARCELAS BAIXADAS COMO PERDA, DA MAIS *
      *                        ANTIGA PARA A MAIS NOVA; A PARCELA    *
      *                        RECUPERADA POR INTEIRO VIRA PAGA.     *
      ****************************************************************
       3600-RECUPERAR-PERDA.
           IF WRK-QTD-PAGADORES = ZEROS
               GO TO 3600-EXIT
           END-IF.
           SET WRK-PAG-IDX TO 1.
           SEARCH WRK-TAB-PAG-ITEM
               AT END
                   GO TO 3600-EXIT
               WHEN WRK-TAB-PAG-CPF (WRK-PAG-IDX) = CR-CPF-CLIENTE
                   CONTINUE
           END-SEARCH.
           IF WRK-TAB-PAG-SALDO (WRK-PAG-IDX) = ZEROS
               GO TO 3600-EXIT
           END-IF.
           COMPUTE WRK-VALOR-RESTANTE =
               CR-VALOR-PARCELA - CR-VALOR-PAGO.
           IF WRK-TAB-PAG-SALDO (WRK-PAG-IDX) < WRK-VALOR-RESTANTE
               MOVE WRK-TAB-PAG-SALDO (WRK-PAG-IDX)
                   TO WRK-VALOR-APLICADO
           ELSE
               MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-APLICADO
           END-IF.
           ADD WRK-VALOR-APLICADO TO CR-VALOR-PAGO.
           SUBTRACT WRK-VALOR-APLICADO
               FROM WRK-TAB-PAG-SALDO (WRK-PAG-IDX).
           ADD WRK-VALOR-APLICADO TO WRK-SOMA-RECUPERADO.
           ADD WRK-VALOR-APLICADO
               TO WRK-TAB-PAG-RECUPERADO (WRK-PAG-IDX).
           ADD 1 TO WRK-QTD-RECUPERADAS.
           IF CR-VALOR-PAGO NOT < CR-VALOR-PARCELA
               MOVE 'P' TO CR-SITUACAO
               MOVE WRK-DATA-HOJE TO CR-DATA-SITUACAO
           END-IF.
           MOVE WRK-VALOR-APLICADO TO WRK-VALORFN.
           MOVE SPACES TO BX-LINHA.
           STRING 'CPF ' CR-CPF-CLIENTE
                  ' PARCELA ' CR-NUM-PARCELA '/' CR-QTD-PARCELAS
                  ' VENCTO ' CR-DATA-VENCTO
                  ' RECUPERACAO DE PERDA ' WRK-VALORFN
                  ' SITUACAO ' CR-SITUACAO
               DELIMITED BY SIZE INTO BX-LINHA
           END-STRING.
           WRITE BX-LINHA.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 3700-MARCAR-DIVIDA - PARCELA QUE CONTINUA VENCIDA OU EM      *
      *                      PERDA DEPOIS DA BAIXA: O PAGADOR AINDA  *
      *                      DEVE E NAO VAI PARA O NEGQUIT.          *
      ****************************************************************
       3700-MARCAR-DIVIDA.
           IF WRK-QTD-PAGADORES = ZEROS
               GO TO 3700-EXIT
           END-IF.
           SET WRK-PAG-IDX TO 1.
           SEARCH WRK-TAB-PAG-ITEM
               AT END
                   GO TO 3700-EXIT
               WHEN WRK-TAB-PAG-CPF (WRK-PAG-IDX) = CR-CPF-CLIENTE
                   MOVE 'S' TO WRK-TAB-PAG-DEVE (WRK-PAG-IDX)
           END-SEARCH.
       3700-EXIT.
           EXIT.

      ****************************************************************
      * 3800-APROPRIAR-JUROS-FIN - PARCELA FINANCIADA QUE VENCEU (OU *
      *                            FOI PAGA ANTES DO VENCIMENTO) TEM *
      *                            OS JUROS RECONHECIDOS UMA VEZ SO, *
      *                            MARCADOS COM A DATA DE HOJE; O    *
      *                            REPROCESSAMENTO DO DIA RECONHECE  *
      *                            DE NOVO O QUE TEM A DATA DE HOJE, *
      *                            POIS O LANCAMENTO ANTERIOR E      *
      *                            ESTORNADO.                        *
      ****************************************************************
       3800-APROPRIAR-JUROS-FIN.
           IF CR-JUROS-FINANC = ZEROS
              OR (NOT PARCELA-ABERTA AND NOT PARCELA-PAGA)
               GO TO 3800-EXIT
           END-IF.
           IF CR-DATA-APROP-JUROS NOT = ZEROS
              AND CR-DATA-APROP-JUROS NOT = WRK-DATA-HOJE
               GO TO 3800-EXIT
           END-IF.
           IF CR-DATA-VENCTO > WRK-DATA-HOJE
              AND NOT PARCELA-PAGA
               GO TO 3800-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO CR-DATA-APROP-JUROS.
           ADD 1 TO WRK-QTD-APROP-JUROS.
           ADD CR-JUROS-FINANC TO WRK-SOMA-APROP-JUROS.
           IF WRK-QTD-JUROS-FIN > ZEROS
               SET WRK-JFN-IDX TO 1
               SEARCH WRK-TAB-JFN-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-JFN-CPF (WRK-JFN-IDX) = CR-CPF-CLIENTE
                       ADD CR-JUROS-FINANC
                           TO WRK-TAB-JFN-VALOR (WRK-JFN-IDX)
                       GO TO 3800-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-JUROS-FIN < 500
               ADD 1 TO WRK-QTD-JUROS-FIN
               MOVE CR-CPF-CLIENTE
                   TO WRK-TAB-JFN-CPF (WRK-QTD-JUROS-FIN)
               MOVE CR-JUROS-FINANC
                   TO WRK-TAB-JFN-VALOR (WRK-QTD-JUROS-FIN)
           ELSE
               ADD CR-JUROS-FINANC TO WRK-TAB-JFN-VALOR (500)
               DISPLAY 'JUROS DE FINANCIAMENTO EXCEDEM A TABELA - '
                       'CPF ' CR-CPF-CLIENTE ' SOMADO AO ULTIMO'
           END-IF.
       3800-EXIT.
           EXIT.

      ****************************************************************
      * 4000-RELATAR-SOBRAS - PAGAMENTO QUE SOBROU SEM PARCELA       *
      *                       ABERTA PARA CONSUMIR SAI NO RELATORIO. *
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-LANCAR-NO-LEDGER - ESTORNA O QUE ESTE LOTE JA LANCOU    *
      *                         HOJE E LANCA, POR CPF, O PRINCIPAL E *
      *                         OS ENCARGOS BAIXADOS NO DIA E OS     *
      *                         JUROS DE FINANCIAMENTO RECONHECIDOS. *
      ****************************************************************
       5000-LANCAR-NO-LEDGER.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 5010-PROCURAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           PERFORM 5030-GRAVAR-ESTORNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-JA-LANCADOS.
           IF WRK-QTD-ESTORNOS > ZEROS
               DISPLAY 'LEDGER: ESTORNO DO LANCAMENTO ANTERIOR DO DIA'
           END-IF.
           PERFORM 5100-LANCAR-PAGADOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PAGADORES.
           PERFORM 5200-LANCAR-JUROS-FIN
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-JUROS-FIN.
           CLOSE LEDGER-TRANS.
       5000-EXIT.
           EXIT.

       5010-PROCURAR-LANCAMENTO.
           IF LT-DATA = WRK-DATA-HOJE
              AND LT-CONTA = WRK-CONTA-RECEBER
              AND (LT-DESC-TIPO = 'RECEB'
                   OR LT-DESC-TIPO = 'EST REC')
               PERFORM 5020-SOMAR-JA-LANCADO THRU 5020-EXIT
               ADD LT-VALOR TO WRK-TAB-JAL-PRINCIPAL (WRK-JAL-IDX)
           END-IF.
           IF LT-DATA = WRK-DATA-HOJE
              AND LT-CONTA = WRK-CONTA-ENCARGOS
              AND (LT-DESC-TIPO = 'ENCARGO'
                   OR LT-DESC-TIPO = 'EST ENC')
               PERFORM 5020-SOMAR-JA-LANCADO THRU 5020-EXIT
               ADD LT-VALOR TO WRK-TAB-JAL-ENCARGO (WRK-JAL-IDX)
           END-IF.
           IF LT-DATA = WRK-DATA-HOJE
              AND LT-CONTA = WRK-CONTA-RECUPERACAO
              AND (LT-DESC-TIPO = 'RECUPER'
                   OR LT-DESC-TIPO = 'EST RCP')
               PERFORM 5020-SOMAR-JA-LANCADO THRU 5020-EXIT
               ADD LT-VALOR TO WRK-TAB-JAL-RECUPERADO (WRK-JAL-IDX)
           END-IF.
           IF LT-DATA = WRK-DATA-HOJE
              AND LT-CONTA = WRK-CONTA-JUROS-FIN
              AND (LT-DESC-TIPO = 'JUR FIN'
                   OR LT-DESC-TIPO = 'EST JFN')
               PERFORM 5020-SOMAR-JA-LANCADO THRU 5020-EXIT
               ADD LT-VALOR TO WRK-TAB-JAL-JUROS-FIN (WRK-JAL-IDX)
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       5010-EXIT.
           EXIT.

      * POSICIONA WRK-JAL-IDX NO CPF DO LANCAMENTO, ABRINDO A LINHA
      * QUANDO E O PRIMEIRO DO CPF (TABELA CHEIA: A ULTIMA LINHA
      * ABSORVE, COM AVISO NO CONSOLE).
       5020-SOMAR-JA-LANCADO.
           IF WRK-QTD-JA-LANCADOS > ZEROS
               SET WRK-JAL-IDX TO 1
               SEARCH WRK-TAB-JAL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-JAL-CPF (WRK-JAL-IDX) = LT-DESC-CPF
                       GO TO 5020-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-JA-LANCADOS < 500
               ADD 1 TO WRK-QTD-JA-LANCADOS
               MOVE LT-DESC-CPF
                   TO WRK-TAB-JAL-CPF (WRK-QTD-JA-LANCADOS)
               MOVE ZEROS
                   TO WRK-TAB-JAL-PRINCIPAL (WRK-QTD-JA-LANCADOS)
                      WRK-TAB-JAL-ENCARGO (WRK-QTD-JA-LANCADOS)
                      WRK-TAB-JAL-RECUPERADO (WRK-QTD-JA-LANCADOS)
                      WRK-TAB-JAL-JUROS-FIN (WRK-QTD-JA-LANCADOS)
           ELSE
               DISPLAY 'LEDGER: LANCAMENTOS DO DIA EXCEDEM A '
                       'TABELA - CPF ' LT-DESC-CPF
           END-IF.
           SET WRK-JAL-IDX TO WRK-QTD-JA-LANCADOS.
       5020-EXIT.
           EXIT.

       5030-GRAVAR-ESTORNO.
           MOVE WRK-DATA-HOJE TO LT-DATA.
           MOVE SPACES        TO LT-DESCRICAO.
           MOVE WRK-TAB-JAL-CPF (WRK-IDX) TO LT-DESC-CPF.
           IF WRK-TAB-JAL-PRINCIPAL (WRK-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE 'EST REC'         TO LT-DESC-TIPO
               MOVE WRK-CONTA-RECEBER TO LT-CONTA
               MOVE WRK-CONTA-CAIXA   TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-JAL-PRINCIPAL (WRK-IDX) * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-CAIXA   TO LT-CONTA
               MOVE WRK-CONTA-RECEBER TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JAL-PRINCIPAL (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
           END-IF.
           IF WRK-TAB-JAL-ENCARGO (WRK-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE 'EST ENC'          TO LT-DESC-TIPO
               MOVE WRK-CONTA-ENCARGOS TO LT-CONTA
               MOVE WRK-CONTA-CAIXA    TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-JAL-ENCARGO (WRK-IDX) * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-CAIXA    TO LT-CONTA
               MOVE WRK-CONTA-ENCARGOS TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JAL-ENCARGO (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
           END-IF.
           IF WRK-TAB-JAL-RECUPERADO (WRK-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE 'EST RCP'             TO LT-DESC-TIPO
               MOVE WRK-CONTA-RECUPERACAO TO LT-CONTA
               MOVE WRK-CONTA-CAIXA       TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-JAL-RECUPERADO (WRK-IDX) * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-CAIXA       TO LT-CONTA
               MOVE WRK-CONTA-RECUPERACAO TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JAL-RECUPERADO (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
           END-IF.
           IF WRK-TAB-JAL-JUROS-FIN (WRK-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE 'EST JFN'           TO LT-DESC-TIPO
               MOVE WRK-CONTA-JUROS-FIN TO LT-CONTA
               MOVE WRK-CONTA-RECEBER   TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-JAL-JUROS-FIN (WRK-IDX) * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-RECEBER   TO LT-CONTA
               MOVE WRK-CONTA-JUROS-FIN TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JAL-JUROS-FIN (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
           END-IF.
       5030-EXIT.
           EXIT.

      * DUAS PERNAS QUE SE ANULAM: DEBITO NO CAIXA (POSITIVA) CONTRA
      * O CREDITO NO CONTAS A RECEBER / RECEITA DE ENCARGOS /
      * RECUPERACAO DE PERDAS
      * (NEGATIVA), COM O CPF NA DESCRICAO.
       5100-LANCAR-PAGADOR.
           MOVE WRK-DATA-HOJE TO LT-DATA.
           MOVE SPACES        TO LT-DESCRICAO.
           MOVE WRK-TAB-PAG-CPF (WRK-IDX) TO LT-DESC-CPF.
           IF WRK-TAB-PAG-PRINCIPAL (WRK-IDX) > ZEROS
               MOVE 'RECEB'           TO LT-DESC-TIPO
               MOVE WRK-CONTA-CAIXA   TO LT-CONTA
               MOVE WRK-CONTA-RECEBER TO LT-CONTA-CONTRA
               MOVE WRK-TAB-PAG-PRINCIPAL (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-RECEBER TO LT-CONTA
               MOVE WRK-CONTA-CAIXA   TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-PAG-PRINCIPAL (WRK-IDX) * -1
               WRITE LT-REGISTRO
           END-IF.
           IF WRK-TAB-PAG-ENCARGO (WRK-IDX) > ZEROS
               MOVE 'ENCARGO'          TO LT-DESC-TIPO
               MOVE WRK-CONTA-CAIXA    TO LT-CONTA
               MOVE WRK-CONTA-ENCARGOS TO LT-CONTA-CONTRA
               MOVE WRK-TAB-PAG-ENCARGO (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-ENCARGOS TO LT-CONTA
               MOVE WRK-CONTA-CAIXA    TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-PAG-ENCARGO (WRK-IDX) * -1
               WRITE LT-REGISTRO
           END-IF.
           IF WRK-TAB-PAG-RECUPERADO (WRK-IDX) > ZEROS
               MOVE 'RECUPER'             TO LT-DESC-TIPO
               MOVE WRK-CONTA-CAIXA       TO LT-CONTA
               MOVE WRK-CONTA-RECUPERACAO TO LT-CONTA-CONTRA
               MOVE WRK-TAB-PAG-RECUPERADO (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-RECUPERACAO TO LT-CONTA
               MOVE WRK-CONTA-CAIXA       TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-PAG-RECUPERADO (WRK-IDX) * -1
               WRITE LT-REGISTRO
           END-IF.
       5100-EXIT.
           EXIT.

      * JUROS DE FINANCIAMENTO RECONHECIDOS: DEBITO NO CONTAS A
      * RECEBER (POSITIVA) CONTRA O CREDITO NA RECEITA DE JUROS DE
      * FINANCIAMENTO (NEGATIVA), COM O CPF NA DESCRICAO.
       5200-LANCAR-JUROS-FIN.
           IF WRK-TAB-JFN-VALOR (WRK-IDX) > ZEROS
               MOVE WRK-DATA-HOJE       TO LT-DATA
               MOVE SPACES              TO LT-DESCRICAO
               MOVE WRK-TAB-JFN-CPF (WRK-IDX) TO LT-DESC-CPF
               MOVE 'JUR FIN'           TO LT-DESC-TIPO
               MOVE WRK-CONTA-RECEBER   TO LT-CONTA
               MOVE WRK-CONTA-JUROS-FIN TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JFN-VALOR (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-JUROS-FIN TO LT-CONTA
               MOVE WRK-CONTA-RECEBER   TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR =
                   WRK-TAB-JFN-VALOR (WRK-IDX) * -1
               WRITE LT-REGISTRO
           END-IF.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 6000-REGISTRAR-QUITACOES - CLIENTE QUE PAGOU HOJE E FICOU    *
      *                            SEM DIVIDA VENCIDA VAI PARA O     *
      *                            NEGQUIT, PARA O PROGNEGAT MANDAR  *
      *                            A REMOCAO AO BIRO DE CREDITO.     *
      ****************************************************************
       6000-REGISTRAR-QUITACOES.
           OPEN EXTEND NEGATIVACAO-QUITACAO.
           IF NOT FS-NEGQUIT-OK
               OPEN OUTPUT NEGATIVACAO-QUITACAO
           END-IF.
           IF NOT FS-NEGQUIT-OK
               MOVE 'NEGQUIT' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-NEGQUIT TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-GRAVAR-QUITACAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PAGADORES.
           CLOSE NEGATIVACAO-QUITACAO.
       6000-EXIT.
           EXIT.

       6100-GRAVAR-QUITACAO.
           IF WRK-TAB-PAG-DEVE (WRK-IDX) = 'N'
              AND (WRK-TAB-PAG-PRINCIPAL (WRK-IDX) > ZEROS
                   OR WRK-TAB-PAG-RECUPERADO (WRK-IDX) > ZEROS)
               MOVE WRK-TAB-PAG-CPF (WRK-IDX)  TO NQ-CPF
               MOVE WRK-TAB-PAG-DATA (WRK-IDX) TO NQ-DATA-QUITACAO
               WRITE NQ-REGISTRO
               ADD 1 TO WRK-QTD-QUITACOES
           END-IF.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
           DISPLAY 'BAIXAS PARCIAIS:      ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-BAIXADO TO WRK-VALORFN.
           DISPLAY 'VALOR BAIXADO:        ' WRK-VALORFN.
           MOVE WRK-QTD-COM-ENCARGO TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS COM ENCARGO: ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-ENCARGO-PAGO TO WRK-VALORFN.
           DISPLAY 'ENCARGOS COBRADOS:    ' WRK-VALORFN.
           MOVE WRK-QTD-RECUPERADAS TO WRK-CONTROLEFN.
           DISPLAY 'PERDAS RECUPERADAS:   ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-RECUPERADO TO WRK-VALORFN.
           DISPLAY 'VALOR RECUPERADO:     ' WRK-VALORFN.
           MOVE WRK-QTD-QUITACOES TO WRK-CONTROLEFN.
           DISPLAY 'QUITACOES P/ O BIRO:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-APROP-JUROS TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS C/ JUROS REC:' WRK-CONTROLEFN.
           MOVE WRK-SOMA-APROP-JUROS TO WRK-VALORFN.
           DISPLAY 'JUROS RECONHECIDOS:   ' WRK-VALORFN.
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
           MOVE WRK-QTD-BAIXADAS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
