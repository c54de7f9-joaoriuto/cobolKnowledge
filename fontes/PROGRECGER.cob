      *           DEVOLUCAO NAO ABREM ITEM.                          *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  ITEM NOVO NASCE COM OS ENCARGOS DE ATRASO     *
      *                ZERADOS.                                      *
      * 2026-10-15 JR  CADA VENDA PARCELADA ABERTA E LANCADA NO      *
      *                LEDGER-TRANS EM DUAS PERNAS POR CPF: DEBITO NO*
      *                CONTAS A RECEBER (11300) CONTRA O CAIXA       *
      *                (11000), ONDE O PROGVENDAS JA LANCOU A VENDA  *
      *                INTEIRA - A RECEITA FICA LANCADA UMA VEZ SO.  *
      *                REPROCESSAMENTO DO DIA ESTORNA O LIQUIDO JA   *
      *                LANCADO POR CPF ANTES DE LANCAR DE NOVO.      *
      * 2026-10-15 JR  ITEM NOVO NASCE COM A DATA DA SITUACAO ZERADA.*
      * 2026-10-15 JR  ITEM NOVO NASCE SEM NUMERO DE ACORDO.         *
      * 2026-10-15 JR  VENDA PARCELADA CANCELADA NO DIA (TIPO 'C' NO *
      *                SALES-POSTED COM A MESMA FILIAL E DOCUMENTO,  *
      *                CARREGADO NUMA PRIMEIRA LEITURA) NAO ABRE     *
      *                PARCELAS NEM VAI AO LEDGER.                   *
      * 2026-10-15 JR  VENDA FINANCIADA: QUANTIDADE DE PARCELAS COM  *
      *                TAXA NO TAXAFIN TEM A PARCELA FIXA CALCULADA  *
      *                PELA TABELA PRICE, E CADA ITEM GUARDA O       *
      *                PRINCIPAL E OS JUROS DA PARCELA (O LEDGER SO  *
      *                RECEBE O PRINCIPAL; OS JUROS SAO RECONHECIDOS *
      *                PELO PROGRECBX NO VENCIMENTO). CADA VENDA     *
      *                PARCELADA SAI NO PLANFIN COM O PLANO DE       *
      *                PAGAMENTO DO CLIENTE (PARCELA, AMORTIZACAO,   *
      *                JUROS E SALDO DEVEDOR).                       *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT CONTAS-RECEBER ASSIGN TO "RECEBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT TAXA-FINANC    ASSIGN TO "TAXAFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXAFIN.
           SELECT PLANO-REPORT   ASSIGN TO "PLANFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PLANFIN.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           COPY CALDIA.
       FD  CONTAS-RECEBER.
           COPY RECEBER.
       FD  TAXA-FINANC.
           COPY TAXAFIN.
       FD  PLANO-REPORT.
       01  PL-LINHA                 PICTURE X(100).
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FS-TAXAFIN           PIC X(02) VALUE SPACES.
           88  FS-TAXAFIN-OK            VALUE '00'.
       77  WRK-FS-PLANFIN           PIC X(02) VALUE SPACES.
       77  WRK-FIM-TAXAFIN          PIC X(01) VALUE 'N'.
           88  FIM-TAXAFIN              VALUE 'S'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.

      * VENDAS CANCELADAS NO DIA (TIPO 'C' DO SALES-POSTED, COM A
      * FILIAL E O NUMERO FISCAL DA VENDA ORIGINAL).
       01  WRK-TAB-CANCELADA.
           05  WRK-TAB-CAN-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-CAN-IDX.
               10  WRK-TAB-CAN-FILIAL    PICTURE X(03).
               10  WRK-TAB-CAN-DOC       PICTURE 9(08).
       77  WRK-QTD-CANCELADAS       PIC 9(03) VALUE ZEROS.
       77  WRK-VENDA-CANCELADA      PIC X(01) VALUE 'N'.
           88  VENDA-CANCELADA          VALUE 'S'.

      * DIAS UTEIS DO CALENDARIO, EM ORDEM, PARA EMPURRAR O
      * VENCIMENTO CAIDO EM DIA NAO UTIL.
       01  WRK-TAB-DIAS-UTEIS.
       77  WRK-VENCTO-ALVO          PIC 9(08) VALUE ZEROS.
       77  WRK-VENCTO-FINAL         PIC 9(08) VALUE ZEROS.

      * TAXA AO MES (PERCENTUAL) POR QUANTIDADE DE PARCELAS, DO
      * TAXAFIN - A POSICAO NA TABELA E A PROPRIA QUANTIDADE.
       01  WRK-TAB-TAXA.
           05  WRK-TAB-TAXA-MES OCCURS 99 TIMES
                                PICTURE 9(02)V9(04).
       77  WRK-QTD-TAXAS            PIC 9(02) VALUE ZEROS.
       77  WRK-TAXA-MES             PIC 9(02)V9(04) VALUE ZEROS.
       77  WRK-FATOR                PIC 9(06)V9(12) COMP-3 VALUE ZEROS.
       77  WRK-SALDO-DEVEDOR        PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-AMORTIZACAO          PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-JUROS-PARCELA        PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-PLANO-PARCELAS       PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-PLANO-JUROS          PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-PARCELAFN            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-AMORTIZACAOFN        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-JUROSFN              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDOFN              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXAFN               PIC Z9,9999 VALUE ZEROS.

      * LANCAMENTO NO LEDGER - A VENDA A PRAZO SAI DO CAIXA (ONDE O
      * PROGVENDAS LANCOU A VENDA DO DIA INTEIRA) PARA O CONTAS A
      * RECEBER, POR CPF. NO REPROCESSAMENTO, O LIQUIDO JA LANCADO
      * NO DIA POR CPF E ESTORNADO ANTES.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-RECEBER        PIC X(05) VALUE '11300'.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.
       01  WRK-TAB-JA-LANCADO.
           05  WRK-TAB-JAL-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-JAL-IDX.
               10  WRK-TAB-JAL-CPF      PICTURE 9(11).
               10  WRK-TAB-JAL-VALOR    PICTURE S9(10)V99.
       77  WRK-QTD-JA-LANCADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ESTORNOS         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-LANCADA         PIC 9(12)V99 COMP-3 VALUE ZEROS.

       77  WRK-QTD-LIDAS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PARCELADAS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IGNORADAS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ITENS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FINANCIADAS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-JUROS-FIN       PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-ITENS           PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMAFN               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-CALENDARIO.
           PERFORM 1200-ESTORNAR-LANCADO.
           PERFORM 1300-CARREGAR-CANCELADAS.
           PERFORM 1400-CARREGAR-TAXAS.
           PERFORM 1100-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-VENDA UNTIL FIM-SALESPST.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
      ****************************************************************
       1100-ABRIR-ARQUIVOS.
           OPEN INPUT  SALES-POSTED
                EXTEND CONTAS-RECEBER
                OUTPUT PLANO-REPORT.
           IF NOT FS-SALESPST-OK
               MOVE 'SALESPST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-ESTORNAR-LANCADO - PROCURA NO LEDGER-TRANS O QUE ESTE   *
      *                         LOTE JA LANCOU HOJE NO CONTAS A      *
      *                         RECEBER (VENDA A PRAZO E ESTORNO),   *
      *                         SOMA O LIQUIDO POR CPF E ESTORNA O   *
      *                         QUE SOBRAR; DEIXA O LEDGER ABERTO    *
      *                         PARA OS LANCAMENTOS DO DIA.          *
      ****************************************************************
       1200-ESTORNAR-LANCADO.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 1210-PROCURAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           PERFORM 1230-GRAVAR-ESTORNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-JA-LANCADOS.
           IF WRK-QTD-ESTORNOS > ZEROS
               DISPLAY 'LEDGER: ESTORNO DO LANCAMENTO ANTERIOR DO DIA'
           END-IF.
       1200-EXIT.
           EXIT.

       1210-PROCURAR-LANCAMENTO.
           IF LT-CONTA = WRK-CONTA-RECEBER
              AND LT-DATA = WRK-DATA-HOJE
              AND (LT-DESC-TIPO = 'A PRAZO'
                   OR LT-DESC-TIPO = 'EST PRZ')
               PERFORM 1220-SOMAR-JA-LANCADO THRU 1220-EXIT
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-SOMAR-JA-LANCADO.
           IF WRK-QTD-JA-LANCADOS > ZEROS
               SET WRK-JAL-IDX TO 1
               SEARCH WRK-TAB-JAL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-JAL-CPF (WRK-JAL-IDX) = LT-DESC-CPF
                       ADD LT-VALOR TO WRK-TAB-JAL-VALOR (WRK-JAL-IDX)
                       GO TO 1220-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-JA-LANCADOS < 500
               ADD 1 TO WRK-QTD-JA-LANCADOS
               MOVE LT-DESC-CPF
                   TO WRK-TAB-JAL-CPF (WRK-QTD-JA-LANCADOS)
               MOVE LT-VALOR
                   TO WRK-TAB-JAL-VALOR (WRK-QTD-JA-LANCADOS)
           ELSE
               DISPLAY 'LEDGER: LANCAMENTOS DO DIA EXCEDEM A '
                       'TABELA - CPF ' LT-DESC-CPF ' NAO ESTORNADO'
           END-IF.
       1220-EXIT.
           EXIT.

       1230-GRAVAR-ESTORNO.
           IF WRK-TAB-JAL-VALOR (WRK-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE WRK-CONTA-RECEBER TO LT-CONTA
               MOVE WRK-CONTA-CAIXA   TO LT-CONTA-CONTRA
               MOVE WRK-DATA-HOJE     TO LT-DATA
               MOVE SPACES            TO LT-DESCRICAO
               MOVE WRK-TAB-JAL-CPF (WRK-IDX) TO LT-DESC-CPF
               MOVE 'EST PRZ'         TO LT-DESC-TIPO
               COMPUTE LT-VALOR = WRK-TAB-JAL-VALOR (WRK-IDX) * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-CAIXA   TO LT-CONTA
               MOVE WRK-CONTA-RECEBER TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JAL-VALOR (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
           END-IF.
       1230-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-CANCELADAS - PRIMEIRA LEITURA DO SALES-POSTED: *
      *                            GUARDA A FILIAL E O DOCUMENTO DE  *
      *                            CADA CANCELAMENTO DO DIA, PARA A  *
      *                            VENDA ORIGINAL NAO ABRIR PARCELAS *
      ****************************************************************
       1300-CARREGAR-CANCELADAS.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               READ SALES-POSTED
                   AT END SET FIM-SALESPST TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-CANCELADA UNTIL FIM-SALESPST
               CLOSE SALES-POSTED
           END-IF.
           MOVE 'N' TO WRK-FIM-SALESPST.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-CANCELADA.
           IF PS-CANCELAMENTO
               IF WRK-QTD-CANCELADAS < 500
                   ADD 1 TO WRK-QTD-CANCELADAS
                   MOVE PS-FILIAL TO WRK-TAB-CAN-FILIAL
                                     (WRK-QTD-CANCELADAS)
                   MOVE PS-NUM-DOCUMENTO TO WRK-TAB-CAN-DOC
                                     (WRK-QTD-CANCELADAS)
               ELSE
                   DISPLAY 'CANCELAMENTOS EXCEDEM A TABELA - '
                           'DOCUMENTO ' PS-FILIAL '/' PS-NUM-DOCUMENTO
                           ' NAO CONSIDERADO'
               END-IF
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 1400-CARREGAR-TAXAS - CARREGA A TAXA AO MES DE CADA          *
      *                       QUANTIDADE DE PARCELAS DO TAXAFIN; SEM *
      *                       O ARQUIVO, TODA VENDA PARCELADA SEGUE  *
      *                       SEM JUROS.                             *
      ****************************************************************
       1400-CARREGAR-TAXAS.
           INITIALIZE WRK-TAB-TAXA.
           OPEN INPUT TAXA-FINANC.
           IF FS-TAXAFIN-OK
               READ TAXA-FINANC
                   AT END SET FIM-TAXAFIN TO TRUE
               END-READ
               PERFORM 1410-GUARDAR-TAXA UNTIL FIM-TAXAFIN
               CLOSE TAXA-FINANC
           ELSE
               DISPLAY 'TAXAFIN INDISPONIVEL - FS: ' WRK-FS-TAXAFIN
                       ' - VENDAS PARCELADAS SEM JUROS'
           END-IF.
       1400-EXIT.
           EXIT.

       1410-GUARDAR-TAXA.
           IF TF-QTD-PARCELAS IS NUMERIC
              AND TF-QTD-PARCELAS > 01
              AND TF-TAXA-MES IS NUMERIC
               MOVE TF-TAXA-MES TO WRK-TAB-TAXA-MES (TF-QTD-PARCELAS)
               ADD 1 TO WRK-QTD-TAXAS
           ELSE
               DISPLAY 'TAXAFIN: LINHA INVALIDA IGNORADA - '
                       TF-REGISTRO
           END-IF.
           READ TAXA-FINANC
               AT END SET FIM-TAXAFIN TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PROCESSAR-VENDA - VENDA PARCELADA ABRE UM ITEM POR      *
      *                        PARCELA; A VISTA, DEVOLUCAO E VENDA   *
      *                        CANCELADA NO DIA PASSAM DIRETO.       *
      ****************************************************************
       2000-PROCESSAR-VENDA.
           ADD 1 TO WRK-QTD-LIDAS.
           IF PS-VENDA
              AND PS-QTD-PARCELAS > 01
               PERFORM 2050-CONFERIR-CANCELADA
               IF VENDA-CANCELADA
                   ADD 1 TO WRK-QTD-IGNORADAS
               ELSE
                   ADD 1 TO WRK-QTD-PARCELADAS
                   PERFORM 2100-ABRIR-PARCELAS
               END-IF
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           EXIT.

      ****************************************************************
      * 2050-CONFERIR-CANCELADA - A VENDA CORRENTE FOI CANCELADA NO  *
      *                           DIA (MESMA FILIAL E DOCUMENTO)?    *
      ****************************************************************
       2050-CONFERIR-CANCELADA.
           MOVE 'N' TO WRK-VENDA-CANCELADA.
           IF WRK-QTD-CANCELADAS > ZEROS
               SET WRK-CAN-IDX TO 1
               SEARCH WRK-TAB-CAN-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CAN-IDX > WRK-QTD-CANCELADAS
                       CONTINUE
                   WHEN WRK-TAB-CAN-FILIAL (WRK-CAN-IDX) = PS-FILIAL
                    AND WRK-TAB-CAN-DOC (WRK-CAN-IDX)
                           = PS-NUM-DOCUMENTO
                       SET VENDA-CANCELADA TO TRUE
               END-SEARCH
           END-IF.
       2050-EXIT.
           EXIT.

      ****************************************************************
      * 2100-ABRIR-PARCELAS - SEM TAXA NO TAXAFIN, DIVIDE O VALOR DA *
      *                       VENDA PELAS PARCELAS (A ULTIMA ABSORVE *
      *                       A DIFERENCA DE ARREDONDAMENTO); COM    *
      *                       TAXA, CALCULA A PARCELA FIXA PELA      *
      *                       TABELA PRICE. GRAVA UM ITEM POR        *
      *                       PARCELA COM O VENCIMENTO EM DIA UTIL E *
      *                       IMPRIME O PLANO DE PAGAMENTO.          *
      ****************************************************************
       2100-ABRIR-PARCELAS.
           MOVE WRK-TAB-TAXA-MES (PS-QTD-PARCELAS) TO WRK-TAXA-MES.
           IF WRK-TAXA-MES > ZEROS
               PERFORM 2150-CALCULAR-PRICE
           ELSE
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   PS-VALOR-REAL / PS-QTD-PARCELAS
               COMPUTE WRK-VALOR-ULTIMA =
                   PS-VALOR-REAL
                   - (WRK-VALOR-PARCELA * (PS-QTD-PARCELAS - 1))
           END-IF.
           COMPUTE WRK-VENDA-INT =
               FUNCTION INTEGER-OF-DATE (PS-DATA).
           MOVE PS-VALOR-REAL TO WRK-SALDO-DEVEDOR.
           MOVE ZEROS TO WRK-PLANO-PARCELAS
                         WRK-PLANO-JUROS.
           PERFORM 2500-IMPRIMIR-CABECALHO-PLANO.
           PERFORM 2200-GRAVAR-PARCELA
               VARYING WRK-PARCELA FROM 1 BY 1
               UNTIL WRK-PARCELA > PS-QTD-PARCELAS.
           PERFORM 2600-IMPRIMIR-TOTAL-PLANO.
           PERFORM 2400-LANCAR-NO-LEDGER.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2150-CALCULAR-PRICE - PARCELA FIXA DA TABELA PRICE:          *
      *                       PV * I * (1+I)**N / ((1+I)**N - 1),    *
      *                       COM I A TAXA AO MES E N AS PARCELAS.   *
      ****************************************************************
       2150-CALCULAR-PRICE.
           ADD 1 TO WRK-QTD-FINANCIADAS.
           COMPUTE WRK-FATOR =
               (1 + WRK-TAXA-MES / 100) ** PS-QTD-PARCELAS.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               PS-VALOR-REAL * (WRK-TAXA-MES / 100) * WRK-FATOR
               / (WRK-FATOR - 1).
       2150-EXIT.
           EXIT.

       2200-GRAVAR-PARCELA.
           COMPUTE WRK-VENCTO-INT =
               WRK-VENDA-INT + (WRK-PARCELA * 30).
           MOVE WRK-PARCELA      TO CR-NUM-PARCELA.
           MOVE PS-QTD-PARCELAS  TO CR-QTD-PARCELAS.
           MOVE WRK-VENCTO-FINAL TO CR-DATA-VENCTO.
           PERFORM 2250-SEPARAR-JUROS.
           COMPUTE CR-VALOR-PARCELA =
               WRK-AMORTIZACAO + WRK-JUROS-PARCELA.
           MOVE WRK-AMORTIZACAO   TO CR-VALOR-PRINCIPAL.
           MOVE WRK-JUROS-PARCELA TO CR-JUROS-FINANC.
           MOVE ZEROS TO CR-VALOR-PAGO
                         CR-VALOR-MULTA
                         CR-VALOR-JUROS
                         CR-ENCARGO-PAGO
                         CR-DATA-CALC-JUROS
                         CR-DATA-SITUACAO
                         CR-NUM-ACORDO
                         CR-DATA-APROP-JUROS.
           MOVE 'A'   TO CR-SITUACAO.
           WRITE CR-REGISTRO.
           ADD 1 TO WRK-QTD-ITENS.
           ADD CR-VALOR-PARCELA TO WRK-SOMA-ITENS.
           ADD CR-JUROS-FINANC  TO WRK-SOMA-JUROS-FIN.
           PERFORM 2550-IMPRIMIR-PARCELA.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2250-SEPARAR-JUROS - JUROS DA PARCELA SOBRE O SALDO DEVEDOR  *
      *                      E AMORTIZACAO PELA DIFERENCA; A ULTIMA  *
      *                      PARCELA AMORTIZA O SALDO QUE SOBROU,    *
      *                      PARA O PRINCIPAL FECHAR COM A VENDA.    *
      *                      SEM TAXA, A PARCELA E SO PRINCIPAL.     *
      ****************************************************************
       2250-SEPARAR-JUROS.
           IF WRK-TAXA-MES > ZEROS
               COMPUTE WRK-JUROS-PARCELA ROUNDED =
                   WRK-SALDO-DEVEDOR * WRK-TAXA-MES / 100
               IF WRK-PARCELA = PS-QTD-PARCELAS
                   MOVE WRK-SALDO-DEVEDOR TO WRK-AMORTIZACAO
               ELSE
                   COMPUTE WRK-AMORTIZACAO =
                       WRK-VALOR-PARCELA - WRK-JUROS-PARCELA
               END-IF
           ELSE
               MOVE ZEROS TO WRK-JUROS-PARCELA
               IF WRK-PARCELA = PS-QTD-PARCELAS
                   MOVE WRK-VALOR-ULTIMA  TO WRK-AMORTIZACAO
               ELSE
                   MOVE WRK-VALOR-PARCELA TO WRK-AMORTIZACAO
               END-IF
           END-IF.
           SUBTRACT WRK-AMORTIZACAO FROM WRK-SALDO-DEVEDOR.
       2250-EXIT.
           EXIT.

      ****************************************************************
      * 2300-EMPURRAR-DIA-UTIL - O VENCIMENTO CAIDO EM DIA NAO UTIL  *
      *                          VAI PARA O PRIMEIRO DIA UTIL        *
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-LANCAR-NO-LEDGER - LANCA A VENDA A PRAZO EM DUAS PERNAS *
      *                         QUE SE ANULAM: DEBITO NO CONTAS A    *
      *                         RECEBER (POSITIVA) CONTRA O CREDITO  *
      *                         NO CAIXA (NEGATIVA), COM O CPF NA    *
      *                         DESCRICAO.                           *
      ****************************************************************
       2400-LANCAR-NO-LEDGER.
           MOVE WRK-CONTA-RECEBER TO LT-CONTA.
           MOVE WRK-CONTA-CAIXA   TO LT-CONTA-CONTRA.
           MOVE WRK-DATA-HOJE     TO LT-DATA.
           MOVE SPACES            TO LT-DESCRICAO.
           MOVE PS-CPF-CLIENTE    TO LT-DESC-CPF.
           MOVE 'A PRAZO'         TO LT-DESC-TIPO.
           MOVE PS-VALOR-REAL     TO LT-VALOR.
           WRITE LT-REGISTRO.
           MOVE WRK-CONTA-CAIXA   TO LT-CONTA.
           MOVE WRK-CONTA-RECEBER TO LT-CONTA-CONTRA.
           COMPUTE LT-VALOR = PS-VALOR-REAL * -1.
           WRITE LT-REGISTRO.
           ADD PS-VALOR-REAL TO WRK-SOMA-LANCADA.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-IMPRIMIR-CABECALHO-PLANO - ABRE O PLANO DE PAGAMENTO DA *
      *                                 VENDA NO PLANFIN, PARA SER   *
      *                                 ENTREGUE AO CLIENTE.         *
      ****************************************************************
       2500-IMPRIMIR-CABECALHO-PLANO.
           MOVE 'PLANO DE PAGAMENTO DA VENDA PARCELADA' TO PL-LINHA.
           WRITE PL-LINHA.
           MOVE SPACES TO PL-LINHA.
           STRING 'CPF ' PS-CPF-CLIENTE
                  '  FILIAL ' PS-FILIAL
                  '  DOCUMENTO ' PS-NUM-DOCUMENTO
                  '  DATA DA VENDA ' PS-DATA
               DELIMITED BY SIZE INTO PL-LINHA
           END-STRING.
           WRITE PL-LINHA.
           MOVE PS-VALOR-REAL TO WRK-SALDOFN.
           MOVE WRK-TAXA-MES  TO WRK-TAXAFN.
           MOVE SPACES TO PL-LINHA.
           IF WRK-TAXA-MES > ZEROS
               STRING 'VALOR FINANCIADO ' WRK-SALDOFN
                      '  PARCELAS ' PS-QTD-PARCELAS
                      '  TAXA ' WRK-TAXAFN '% AO MES (TABELA PRICE)'
                   DELIMITED BY SIZE INTO PL-LINHA
               END-STRING
           ELSE
               STRING 'VALOR DA VENDA ' WRK-SALDOFN
                      '  PARCELAS ' PS-QTD-PARCELAS
                      '  SEM JUROS'
                   DELIMITED BY SIZE INTO PL-LINHA
               END-STRING
           END-IF.
           WRITE PL-LINHA.
           MOVE SPACES TO PL-LINHA.
           STRING 'PARC  VENCIMENTO         PARCELA'
                  '     AMORTIZACAO           JUROS'
                  '   SALDO DEVEDOR'
               DELIMITED BY SIZE INTO PL-LINHA
           END-STRING.
           WRITE PL-LINHA.
       2500-EXIT.
           EXIT.

       2550-IMPRIMIR-PARCELA.
           ADD CR-VALOR-PARCELA TO WRK-PLANO-PARCELAS.
           ADD CR-JUROS-FINANC  TO WRK-PLANO-JUROS.
           MOVE CR-VALOR-PARCELA   TO WRK-PARCELAFN.
           MOVE CR-VALOR-PRINCIPAL TO WRK-AMORTIZACAOFN.
           MOVE CR-JUROS-FINANC    TO WRK-JUROSFN.
           MOVE WRK-SALDO-DEVEDOR  TO WRK-SALDOFN.
           MOVE SPACES TO PL-LINHA.
           STRING ' ' CR-NUM-PARCELA '   ' CR-DATA-VENCTO
                  '   ' WRK-PARCELAFN
                  '   ' WRK-AMORTIZACAOFN
                  '   ' WRK-JUROSFN
                  '   ' WRK-SALDOFN
               DELIMITED BY SIZE INTO PL-LINHA
           END-STRING.
           WRITE PL-LINHA.
       2550-EXIT.
           EXIT.

       2600-IMPRIMIR-TOTAL-PLANO.
           MOVE WRK-PLANO-PARCELAS TO WRK-PARCELAFN.
           MOVE PS-VALOR-REAL      TO WRK-AMORTIZACAOFN.
           MOVE WRK-PLANO-JUROS    TO WRK-JUROSFN.
           MOVE SPACES TO PL-LINHA.
           STRING 'TOTAL            ' WRK-PARCELAFN
                  '   ' WRK-AMORTIZACAOFN
                  '   ' WRK-JUROSFN
               DELIMITED BY SIZE INTO PL-LINHA
           END-STRING.
           WRITE PL-LINHA.
           MOVE ALL '=' TO PL-LINHA.
           WRITE PL-LINHA.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
           IF FS-SALESPST-OK OR WRK-FS-SALESPST = '10'
               CLOSE SALES-POSTED
           END-IF.
           CLOSE CONTAS-RECEBER
                 PLANO-REPORT
                 LEDGER-TRANS.
       9000-EXIT.
           EXIT.

           DISPLAY 'VENDAS LIDAS:         ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PARCELADAS TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS PARCELADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-IGNORADAS TO WRK-CONTROLEFN.
           DISPLAY 'CANCELADAS NO DIA:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ITENS TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS ABERTAS:     ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-ITENS TO WRK-SOMAFN.
           DISPLAY 'VALOR ABERTO:         ' WRK-SOMAFN.
           MOVE WRK-QTD-FINANCIADAS TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS COM JUROS:     ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-JUROS-FIN TO WRK-SOMAFN.
           DISPLAY 'JUROS A RECONHECER:   ' WRK-SOMAFN.
           MOVE WRK-SOMA-LANCADA TO WRK-SOMAFN.
           DISPLAY 'LANCADO NO LEDGER:    ' WRK-SOMAFN.
           MOVE WRK-QTD-ESTORNOS TO WRK-CONTROLEFN.
           DISPLAY 'CPF ESTORNADOS:       ' WRK-CONTROLEFN.
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
           MOVE WRK-QTD-ITENS TO RG-QTD-GRAVADOS.
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
