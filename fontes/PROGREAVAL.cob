       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGREAVAL.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: REAVALIACAO DIARIA (MARCACAO A MERCADO) DA POSICAO *
      *           EM ABERTO DA TESOURARIA POR MOEDA. PARTE DA        *
      *           POSICAO CARREGADA DO DIA ANTERIOR (POSMOE), SOMA O *
      *           MOVIMENTO DO DIA NOS MESMOS MOLDES DO PROGPOSICAO  *
      *           (ENTRADAS DAS VENDAS EM MOEDA ESTRANGEIRA DO       *
      *           SALES-POSTED, SAIDAS DAS CONVERSOES DO DIA NO      *
      *           CONVERSAO-HIST) PELO CUSTO MEDIO EM REAL, E        *
      *           REAVALIA A POSICAO NA COTACAO MAIS RECENTE DO      *
      *           RATE-TABLE. O RESULTADO NAO REALIZADO DE CADA MOEDA*
      *           VAI PARA O LEDGER-TRANS EM DUAS PERNAS (AJUSTE DA  *
      *           POSICAO 11500 CONTRA GANHO CAMBIAL 42400 OU PERDA  *
      *           CAMBIAL 52100), DEPOIS DE ESTORNADO O LANCAMENTO DO*
      *           DIA ANTERIOR - O LIVRO ACUMULA SO A VARIACAO DO    *
      *           DIA. A POSICAO NOVA SAI NO POSMOEN, QUE O JCL      *
      *           DEVOLVE AO POSMOE, E O REAVALRP MOSTRA POR MOEDA A *
      *           POSICAO, O CUSTO, O VALOR DE MERCADO, O RESULTADO  *
      *           NAO REALIZADO E A VARIACAO DO DIA.                 *
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
           SELECT POSICAO-ANTERIOR ASSIGN TO "POSMOE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POSMOE.
           SELECT POSICAO-NOVA   ASSIGN TO "POSMOEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POSMOEN.
           SELECT CONVERSAO-HIST ASSIGN TO "CONVERSAO-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVHIST.
           SELECT SALES-POSTED   ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT RATE-TABLE     ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RATETAB.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT REAVAL-REPORT  ASSIGN TO "REAVALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REAVALRP.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  POSICAO-ANTERIOR.
           COPY POSMOE.
       FD  POSICAO-NOVA.
       01  PN-REGISTRO              PICTURE X(63).
       FD  CONVERSAO-HIST.
           COPY CONVHIST.
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  RATE-TABLE.
           COPY RATETAB.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  REAVAL-REPORT.
       01  RV-LINHA                 PICTURE X(100).
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
       77  WRK-FS-POSMOE            PIC X(02) VALUE SPACES.
           88  FS-POSMOE-OK             VALUE '00'.
       77  WRK-FS-POSMOEN           PIC X(02) VALUE SPACES.
           88  FS-POSMOEN-OK            VALUE '00'.
       77  WRK-FS-CONVHIST          PIC X(02) VALUE SPACES.
           88  FS-CONVHIST-OK           VALUE '00'.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-RATETAB           PIC X(02) VALUE SPACES.
           88  FS-RATETAB-OK            VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-REAVALRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.
       77  WRK-JA-REAVALIADO        PIC X(01) VALUE 'N'.
           88  JA-REAVALIADO            VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANTERIOR        PIC 9(08) VALUE ZEROS.

      * CONTAS CONTABEIS DA REAVALIACAO: AJUSTE DA POSICAO EM MOEDA
      * CONTRA GANHO (CREDITO) OU PERDA (DEBITO) CAMBIAL NAO REALIZADO.
       77  WRK-CONTA-AJUSTE         PIC X(05) VALUE '11500'.
       77  WRK-CONTA-GANHO          PIC X(05) VALUE '42400'.
       77  WRK-CONTA-PERDA          PIC X(05) VALUE '52100'.
       77  WRK-CONTA-RESULTADO      PIC X(05) VALUE SPACES.

      * POSICAO POR MOEDA: O QUE VEIO DO DIA ANTERIOR, O MOVIMENTO DO
      * DIA (QUANTIDADE NA MOEDA E VALOR EM REAL) E A REAVALIACAO.
       01  WRK-TAB-MOEDAS.
           05  WRK-TAB-POS-ITEM OCCURS 20 TIMES
                                INDEXED BY WRK-POS-IDX.
               10  WRK-TAB-MOEDA        PICTURE X(03).
               10  WRK-TAB-POS-ANTERIOR PICTURE S9(12)V99.
               10  WRK-TAB-CUSTO-ANTERIOR PICTURE S9(12)V99.
               10  WRK-TAB-COT-ANTERIOR PICTURE 9(06)V9999.
               10  WRK-TAB-RES-ANTERIOR PICTURE S9(12)V99.
               10  WRK-TAB-VOL-ENTRADA  PICTURE S9(12)V99.
               10  WRK-TAB-BRL-ENTRADA  PICTURE S9(12)V99.
               10  WRK-TAB-VOL-SAIDA    PICTURE S9(12)V99.
               10  WRK-TAB-BRL-SAIDA    PICTURE S9(12)V99.
               10  WRK-TAB-COTACAO-DIA  PICTURE 9(06)V9999.
               10  WRK-TAB-POSICAO      PICTURE S9(12)V99.
               10  WRK-TAB-CUSTO        PICTURE S9(12)V99.
               10  WRK-TAB-COTACAO      PICTURE 9(06)V9999.
               10  WRK-TAB-COT-VELHA    PICTURE X(01).
               10  WRK-TAB-RESULTADO    PICTURE S9(12)V99.
       77  WRK-QTD-MOEDAS           PIC 9(02) VALUE ZEROS.
       77  WRK-MOEDA-BUSCA          PIC X(03) VALUE SPACES.
       77  WRK-IDX-ACHADO           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.

      * MOVIMENTO APLICADO PELO CUSTO MEDIO (8200-APLICAR-MOVIMENTO).
       77  WRK-MOV-QTD              PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-MOV-BRL              PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-QTD            PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-BRL            PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-MERCADO              PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-VARIACAO             PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-LANCAR         PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-DESCRICAO            PIC X(20) VALUE SPACES.

       77  WRK-TOT-MERCADO          PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-TOT-CUSTO            PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-TOT-RESULTADO        PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-TOT-ANTERIOR         PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-TOT-VARIACAO         PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-LIDOS            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN2             PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-COTFN                PIC ZZZ.ZZ9,9999 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           MOVE WRK-RL-DATA TO WRK-DATA-HOJE.
           PERFORM 1000-CARREGAR-POSICAO.
           IF JA-REAVALIADO
               DISPLAY 'POSMOE JA REAVALIADO EM ' WRK-DATA-HOJE
                       ' - REAVALIACAO NAO REPETIDA'
               MOVE 'POSMOE'  TO EL-ARQUIVO
               MOVE 'REAVAL'  TO EL-OPERACAO
               MOVE WRK-FS-POSMOE TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 2000-ACUMULAR-VENDAS-FX.
           PERFORM 2500-ACUMULAR-CONVERSOES.
           PERFORM 3000-BUSCAR-COTACOES.
           PERFORM 4000-REAVALIAR-MOEDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOEDAS.
           PERFORM 5000-LANCAR-NO-LEDGER THRU 5000-EXIT.
           PERFORM 6000-GRAVAR-POSICAO THRU 6000-EXIT.
           PERFORM 7000-IMPRIMIR-RELATORIO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-POSICAO - POSICAO, CUSTO E RESULTADO LANCADO NA*
      *                         REAVALIACAO ANTERIOR. NO PRIMEIRO DIA*
      *                         O ARQUIVO NAO EXISTE E A POSICAO     *
      *                         PARTE DE ZERO. REGISTRO JA DATADO DE *
      *                         HOJE QUER DIZER DIA JA REAVALIADO.   *
      ****************************************************************
       1000-CARREGAR-POSICAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT POSICAO-ANTERIOR.
           IF FS-POSMOE-OK
               READ POSICAO-ANTERIOR
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 1100-GUARDAR-POSICAO UNTIL FIM-ARQUIVO
               CLOSE POSICAO-ANTERIOR
           ELSE
               DISPLAY 'POSMOE AUSENTE - POSICAO INICIAL ZERADA'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-POSICAO.
           IF PM-DATA NOT < WRK-DATA-HOJE
               SET JA-REAVALIADO TO TRUE
           END-IF.
           MOVE PM-DATA TO WRK-DATA-ANTERIOR.
           MOVE PM-MOEDA TO WRK-MOEDA-BUSCA.
           PERFORM 8000-LOCALIZAR-MOEDA.
           IF WRK-IDX-ACHADO > ZEROS
               MOVE PM-POSICAO
                   TO WRK-TAB-POS-ANTERIOR (WRK-IDX-ACHADO)
               MOVE PM-CUSTO
                   TO WRK-TAB-CUSTO-ANTERIOR (WRK-IDX-ACHADO)
               MOVE PM-COTACAO
                   TO WRK-TAB-COT-ANTERIOR (WRK-IDX-ACHADO)
               MOVE PM-RESULTADO
                   TO WRK-TAB-RES-ANTERIOR (WRK-IDX-ACHADO)
           END-IF.
           READ POSICAO-ANTERIOR
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-ACUMULAR-VENDAS-FX - ENTRADAS DO DIA: VENDAS EM MOEDA   *
      *                           ESTRANGEIRA (QUANTIDADE NA MOEDA E *
      *                           O REAL CORRESPONDENTE); A VENDA    *
      *                           CANCELADA NO DIA SAI DO VOLUME,    *
      *                           COMO NO PROGPOSICAO.               *
      ****************************************************************
       2000-ACUMULAR-VENDAS-FX.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               READ SALES-POSTED
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2100-SOMAR-VENDA UNTIL FIM-ARQUIVO
               CLOSE SALES-POSTED
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SOMAR-VENDA.
           ADD 1 TO WRK-QTD-LIDOS.
           IF PS-MOEDA-ORIGEM NOT = 'BRL'
              AND PS-MOEDA-ORIGEM NOT = SPACES
               MOVE PS-MOEDA-ORIGEM TO WRK-MOEDA-BUSCA
               PERFORM 8000-LOCALIZAR-MOEDA
               IF WRK-IDX-ACHADO > ZEROS
                   IF PS-CANCELAMENTO
                       SUBTRACT PS-VALOR-ORIGEM
                           FROM WRK-TAB-VOL-ENTRADA (WRK-IDX-ACHADO)
                       SUBTRACT PS-VALOR-REAL
                           FROM WRK-TAB-BRL-ENTRADA (WRK-IDX-ACHADO)
                   ELSE
                       ADD PS-VALOR-ORIGEM
                           TO WRK-TAB-VOL-ENTRADA (WRK-IDX-ACHADO)
                       ADD PS-VALOR-REAL
                           TO WRK-TAB-BRL-ENTRADA (WRK-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2500-ACUMULAR-CONVERSOES - SAIDAS DO DIA: CONVERSOES FEITAS  *
      *                            PELA MESA, NA COTACAO APLICADA.   *
      ****************************************************************
       2500-ACUMULAR-CONVERSOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONVERSAO-HIST.
           IF FS-CONVHIST-OK
               READ CONVERSAO-HIST
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2600-SOMAR-CONVERSAO UNTIL FIM-ARQUIVO
               CLOSE CONVERSAO-HIST
           END-IF.
       2500-EXIT.
           EXIT.

       2600-SOMAR-CONVERSAO.
           ADD 1 TO WRK-QTD-LIDOS.
           IF CH-DATA = WRK-DATA-HOJE
              AND CH-MOEDA NOT = 'BRL'
              AND CH-MOEDA NOT = SPACES
               MOVE CH-MOEDA TO WRK-MOEDA-BUSCA
               PERFORM 8000-LOCALIZAR-MOEDA
               IF WRK-IDX-ACHADO > ZEROS
                   ADD CH-VALOR-ORIG
                       TO WRK-TAB-VOL-SAIDA (WRK-IDX-ACHADO)
                   COMPUTE WRK-VALOR-BRL ROUNDED =
                       CH-VALOR-ORIG * CH-COTACAO
                   ADD WRK-VALOR-BRL
                       TO WRK-TAB-BRL-SAIDA (WRK-IDX-ACHADO)
               END-IF
           END-IF.
           READ CONVERSAO-HIST
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 3000-BUSCAR-COTACOES - COTACAO DO RATE-TABLE DE CADA MOEDA DA*
      *                        POSICAO. COTACAO MAIS VELHA QUE HOJE  *
      *                        (OU AUSENTE) NAO SERVE: A MOEDA FICA  *
      *                        NA COTACAO DA REAVALIACAO ANTERIOR E  *
      *                        SAI MARCADA NO RELATORIO.             *
      ****************************************************************
       3000-BUSCAR-COTACOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RATE-TABLE.
           IF FS-RATETAB-OK
               READ RATE-TABLE
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 3100-ANOTAR-COTACAO UNTIL FIM-ARQUIVO
               CLOSE RATE-TABLE
           ELSE
               DISPLAY 'RATETAB INDISPONIVEL - FS: ' WRK-FS-RATETAB
               MOVE 'RATETAB' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-RATETAB TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ANOTAR-COTACAO.
           IF RT-DATA NOT < WRK-DATA-HOJE
              AND RT-COTACAO > ZEROS
               PERFORM 3110-PROCURAR-NA-TABELA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-MOEDAS
           END-IF.
           READ RATE-TABLE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3110-PROCURAR-NA-TABELA.
           IF WRK-TAB-MOEDA (WRK-IDX) = RT-MOEDA
               MOVE RT-COTACAO TO WRK-TAB-COTACAO-DIA (WRK-IDX)
           END-IF.
       3110-EXIT.
           EXIT.

      ****************************************************************
      * 4000-REAVALIAR-MOEDA - APLICA AS ENTRADAS E DEPOIS AS SAIDAS *
      *                        DO DIA SOBRE A POSICAO ANTERIOR, PELO *
      *                        CUSTO MEDIO, E MARCA A POSICAO FINAL  *
      *                        A MERCADO: RESULTADO NAO REALIZADO =  *
      *                        POSICAO X COTACAO - CUSTO.            *
      ****************************************************************
       4000-REAVALIAR-MOEDA.
           MOVE WRK-TAB-POS-ANTERIOR (WRK-IDX)
               TO WRK-TAB-POSICAO (WRK-IDX).
           MOVE WRK-TAB-CUSTO-ANTERIOR (WRK-IDX)
               TO WRK-TAB-CUSTO (WRK-IDX).
           MOVE WRK-TAB-VOL-ENTRADA (WRK-IDX) TO WRK-MOV-QTD.
           MOVE WRK-TAB-BRL-ENTRADA (WRK-IDX) TO WRK-MOV-BRL.
           PERFORM 8200-APLICAR-MOVIMENTO THRU 8200-EXIT.
           COMPUTE WRK-MOV-QTD = WRK-TAB-VOL-SAIDA (WRK-IDX) * -1.
           COMPUTE WRK-MOV-BRL = WRK-TAB-BRL-SAIDA (WRK-IDX) * -1.
           PERFORM 8200-APLICAR-MOVIMENTO THRU 8200-EXIT.
           MOVE 'N' TO WRK-TAB-COT-VELHA (WRK-IDX).
           IF WRK-TAB-COTACAO-DIA (WRK-IDX) > ZEROS
               MOVE WRK-TAB-COTACAO-DIA (WRK-IDX)
                   TO WRK-TAB-COTACAO (WRK-IDX)
           ELSE
               MOVE WRK-TAB-COT-ANTERIOR (WRK-IDX)
                   TO WRK-TAB-COTACAO (WRK-IDX)
               IF WRK-TAB-POSICAO (WRK-IDX) NOT = ZEROS
                   MOVE 'S' TO WRK-TAB-COT-VELHA (WRK-IDX)
                   DISPLAY 'MOEDA ' WRK-TAB-MOEDA (WRK-IDX)
                           ' SEM COTACAO DO DIA NO RATETAB - '
                           'REAVALIADA NA COTACAO ANTERIOR'
               END-IF
           END-IF.
           IF WRK-TAB-POSICAO (WRK-IDX) = ZEROS
               MOVE ZEROS TO WRK-TAB-CUSTO (WRK-IDX)
                             WRK-TAB-RESULTADO (WRK-IDX)
           ELSE
               COMPUTE WRK-MERCADO ROUNDED =
                   WRK-TAB-POSICAO (WRK-IDX) * WRK-TAB-COTACAO (WRK-IDX)
               COMPUTE WRK-TAB-RESULTADO (WRK-IDX) =
                   WRK-MERCADO - WRK-TAB-CUSTO (WRK-IDX)
           END-IF.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 5000-LANCAR-NO-LEDGER - POR MOEDA, ESTORNA O RESULTADO       *
      *                         LANCADO NA REAVALIACAO ANTERIOR E    *
      *                         LANCA O DE HOJE, SEMPRE EM DUAS      *
      *                         PERNAS (AJUSTE DA POSICAO X GANHO OU *
      *                         PERDA CAMBIAL).                      *
      ****************************************************************
       5000-LANCAR-NO-LEDGER.
           OPEN EXTEND LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - FS: '
                       WRK-FS-LEDGTRAN
               MOVE 'LEDGTRAN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-LANCAR-MOEDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOEDAS.
           CLOSE LEDGER-TRANS.
       5000-EXIT.
           EXIT.

       5100-LANCAR-MOEDA.
           IF WRK-TAB-RES-ANTERIOR (WRK-IDX) NOT = ZEROS
               COMPUTE WRK-VALOR-LANCAR =
                   WRK-TAB-RES-ANTERIOR (WRK-IDX) * -1
               MOVE SPACES TO WRK-DESCRICAO
               STRING 'ESTORNO REAVAL ' WRK-TAB-MOEDA (WRK-IDX)
                   DELIMITED BY SIZE INTO WRK-DESCRICAO
               PERFORM 5200-GRAVAR-PERNAS
           END-IF.
           IF WRK-TAB-RESULTADO (WRK-IDX) NOT = ZEROS
               MOVE WRK-TAB-RESULTADO (WRK-IDX) TO WRK-VALOR-LANCAR
               MOVE SPACES TO WRK-DESCRICAO
               STRING 'REAVAL CAMBIO ' WRK-TAB-MOEDA (WRK-IDX)
                   DELIMITED BY SIZE INTO WRK-DESCRICAO
               PERFORM 5200-GRAVAR-PERNAS
           END-IF.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 5200-GRAVAR-PERNAS - WRK-VALOR-LANCAR POSITIVO E GANHO       *
      *                      (DEBITO NO AJUSTE, CREDITO NO GANHO);   *
      *                      NEGATIVO E PERDA. O ESTORNO CHEGA COM O *
      *                      SINAL TROCADO E CAI NA MESMA CONTA DE   *
      *                      RESULTADO DO LANCAMENTO ORIGINAL.       *
      ****************************************************************
       5200-GRAVAR-PERNAS.
           IF WRK-DESCRICAO (1:7) = 'ESTORNO'
               IF WRK-VALOR-LANCAR < ZEROS
                   MOVE WRK-CONTA-GANHO TO WRK-CONTA-RESULTADO
               ELSE
                   MOVE WRK-CONTA-PERDA TO WRK-CONTA-RESULTADO
               END-IF
           ELSE
               IF WRK-VALOR-LANCAR > ZEROS
                   MOVE WRK-CONTA-GANHO TO WRK-CONTA-RESULTADO
               ELSE
                   MOVE WRK-CONTA-PERDA TO WRK-CONTA-RESULTADO
               END-IF
           END-IF.
           MOVE WRK-CONTA-AJUSTE    TO LT-CONTA.
           MOVE WRK-CONTA-RESULTADO TO LT-CONTA-CONTRA.
           MOVE WRK-DATA-HOJE       TO LT-DATA.
           MOVE WRK-DESCRICAO       TO LT-DESCRICAO.
           MOVE WRK-VALOR-LANCAR    TO LT-VALOR.
           WRITE LT-REGISTRO.
           MOVE WRK-CONTA-RESULTADO TO LT-CONTA.
           MOVE WRK-CONTA-AJUSTE    TO LT-CONTA-CONTRA.
           COMPUTE LT-VALOR = WRK-VALOR-LANCAR * -1.
           WRITE LT-REGISTRO.
           ADD 2 TO WRK-QTD-LANCAMENTOS.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 6000-GRAVAR-POSICAO - POSICAO NOVA NO POSMOEN; MOEDA COM     *
      *                       POSICAO ZERADA SAI DO ARQUIVO.         *
      ****************************************************************
       6000-GRAVAR-POSICAO.
           OPEN OUTPUT POSICAO-NOVA.
           IF NOT FS-POSMOEN-OK
               DISPLAY 'POSMOEN INDISPONIVEL - FS: ' WRK-FS-POSMOEN
               MOVE 'POSMOEN' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-POSMOEN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-GRAVAR-MOEDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOEDAS.
           CLOSE POSICAO-NOVA.
       6000-EXIT.
           EXIT.

       6100-GRAVAR-MOEDA.
           IF WRK-TAB-POSICAO (WRK-IDX) NOT = ZEROS
               MOVE WRK-TAB-MOEDA (WRK-IDX)     TO PM-MOEDA
               MOVE WRK-DATA-HOJE               TO PM-DATA
               MOVE WRK-TAB-POSICAO (WRK-IDX)   TO PM-POSICAO
               MOVE WRK-TAB-CUSTO (WRK-IDX)     TO PM-CUSTO
               MOVE WRK-TAB-COTACAO (WRK-IDX)   TO PM-COTACAO
               MOVE WRK-TAB-RESULTADO (WRK-IDX) TO PM-RESULTADO
               WRITE PN-REGISTRO FROM PM-REGISTRO
               ADD 1 TO WRK-QTD-GRAVADOS
           END-IF.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 7000-IMPRIMIR-RELATORIO - UMA SECAO POR MOEDA E OS TOTAIS EM *
      *                           REAL DA CARTEIRA.                  *
      ****************************************************************
       7000-IMPRIMIR-RELATORIO.
           OPEN OUTPUT REAVAL-REPORT.
           MOVE 'REAVALIACAO DA POSICAO EM MOEDA ESTRANGEIRA (MARCACAO '
               TO RV-LINHA.
           MOVE 'A MERCADO)' TO RV-LINHA (55:10).
           WRITE RV-LINHA.
           MOVE SPACES TO RV-LINHA.
           IF WRK-DATA-ANTERIOR > ZEROS
               STRING 'DATA: ' WRK-DATA-HOJE
                      '   REAVALIACAO ANTERIOR: ' WRK-DATA-ANTERIOR
                   DELIMITED BY SIZE INTO RV-LINHA
           ELSE
               STRING 'DATA: ' WRK-DATA-HOJE
                      '   SEM REAVALIACAO ANTERIOR'
                   DELIMITED BY SIZE INTO RV-LINHA
           END-IF.
           WRITE RV-LINHA.
           MOVE ALL '=' TO RV-LINHA.
           WRITE RV-LINHA.
           IF WRK-QTD-MOEDAS = ZEROS
               MOVE 'SEM POSICAO NEM MOVIMENTO EM MOEDA ESTRANGEIRA'
                   TO RV-LINHA
               WRITE RV-LINHA
           END-IF.
           PERFORM 7100-IMPRIMIR-MOEDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOEDAS.
           MOVE ALL '=' TO RV-LINHA.
           WRITE RV-LINHA.
           MOVE WRK-TOT-CUSTO TO WRK-VALORFN.
           MOVE WRK-TOT-MERCADO TO WRK-VALORFN2.
           MOVE SPACES TO RV-LINHA.
           STRING 'TOTAL EM REAL - CUSTO: ' WRK-VALORFN
                  '   MERCADO: ' WRK-VALORFN2
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           MOVE WRK-TOT-RESULTADO TO WRK-VALORFN.
           MOVE WRK-TOT-ANTERIOR TO WRK-VALORFN2.
           MOVE SPACES TO RV-LINHA.
           STRING 'RESULTADO NAO REALIZADO: ' WRK-VALORFN
                  '   ANTERIOR: ' WRK-VALORFN2
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           MOVE WRK-TOT-VARIACAO TO WRK-VALORFN.
           MOVE SPACES TO RV-LINHA.
           STRING 'VARIACAO DO DIA LANCADA: ' WRK-VALORFN
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           CLOSE REAVAL-REPORT.
       7000-EXIT.
           EXIT.

       7100-IMPRIMIR-MOEDA.
           MOVE SPACES TO RV-LINHA.
           STRING 'MOEDA ' WRK-TAB-MOEDA (WRK-IDX)
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           MOVE WRK-TAB-POS-ANTERIOR (WRK-IDX) TO WRK-VALORFN.
           MOVE WRK-TAB-CUSTO-ANTERIOR (WRK-IDX) TO WRK-VALORFN2.
           MOVE SPACES TO RV-LINHA.
           STRING '  POSICAO ANTERIOR:    ' WRK-VALORFN
                  '   CUSTO R$ ' WRK-VALORFN2
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           MOVE WRK-TAB-VOL-ENTRADA (WRK-IDX) TO WRK-VALORFN.
           MOVE WRK-TAB-BRL-ENTRADA (WRK-IDX) TO WRK-VALORFN2.
           MOVE SPACES TO RV-LINHA.
           STRING '  ENTRADAS (VENDAS):   ' WRK-VALORFN
                  '   EM R$    ' WRK-VALORFN2
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           MOVE WRK-TAB-VOL-SAIDA (WRK-IDX) TO WRK-VALORFN.
           MOVE WRK-TAB-BRL-SAIDA (WRK-IDX) TO WRK-VALORFN2.
           MOVE SPACES TO RV-LINHA.
           STRING '  SAIDAS (CONVERSOES): ' WRK-VALORFN
                  '   EM R$    ' WRK-VALORFN2
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           MOVE WRK-TAB-POSICAO (WRK-IDX) TO WRK-VALORFN.
           MOVE WRK-TAB-CUSTO (WRK-IDX) TO WRK-VALORFN2.
           MOVE SPACES TO RV-LINHA.
           STRING '  POSICAO ATUAL:       ' WRK-VALORFN
                  '   CUSTO R$ ' WRK-VALORFN2
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           COMPUTE WRK-MERCADO =
               WRK-TAB-CUSTO (WRK-IDX) + WRK-TAB-RESULTADO (WRK-IDX).
           MOVE WRK-TAB-COTACAO (WRK-IDX) TO WRK-COTFN.
           MOVE WRK-MERCADO TO WRK-VALORFN.
           MOVE SPACES TO RV-LINHA.
           IF WRK-TAB-COT-VELHA (WRK-IDX) = 'S'
               STRING '  COTACAO:             ' WRK-COTFN
                      '      MERCADO R$ ' WRK-VALORFN
                      '  (COTACAO ANTERIOR)'
                   DELIMITED BY SIZE INTO RV-LINHA
           ELSE
               STRING '  COTACAO:             ' WRK-COTFN
                      '      MERCADO R$ ' WRK-VALORFN
                   DELIMITED BY SIZE INTO RV-LINHA
           END-IF.
           WRITE RV-LINHA.
           COMPUTE WRK-VARIACAO = WRK-TAB-RESULTADO (WRK-IDX)
                                - WRK-TAB-RES-ANTERIOR (WRK-IDX).
           MOVE WRK-TAB-RESULTADO (WRK-IDX) TO WRK-VALORFN.
           MOVE WRK-VARIACAO TO WRK-VALORFN2.
           MOVE SPACES TO RV-LINHA.
           STRING '  RESULTADO NAO REAL.: ' WRK-VALORFN
                  '   VARIACAO DO DIA ' WRK-VALORFN2
               DELIMITED BY SIZE INTO RV-LINHA.
           WRITE RV-LINHA.
           ADD WRK-TAB-CUSTO (WRK-IDX)        TO WRK-TOT-CUSTO.
           ADD WRK-MERCADO                    TO WRK-TOT-MERCADO.
           ADD WRK-TAB-RESULTADO (WRK-IDX)    TO WRK-TOT-RESULTADO.
           ADD WRK-TAB-RES-ANTERIOR (WRK-IDX) TO WRK-TOT-ANTERIOR.
           ADD WRK-VARIACAO                   TO WRK-TOT-VARIACAO.
       7100-EXIT.
           EXIT.

      ****************************************************************
      * 8000-LOCALIZAR-MOEDA - LOCALIZA (OU CRIA) A LINHA DA MOEDA   *
      *                        NA TABELA DE POSICAO, DEIXANDO O      *
      *                        INDICE EM WRK-IDX-ACHADO (ZERO COM A  *
      *                        TABELA CHEIA).                        *
      ****************************************************************
       8000-LOCALIZAR-MOEDA.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 8100-COMPARAR-MOEDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOEDAS
                  OR WRK-IDX-ACHADO > ZEROS.
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-MOEDAS < 20
                   ADD 1 TO WRK-QTD-MOEDAS
                   MOVE WRK-QTD-MOEDAS TO WRK-IDX-ACHADO
                   INITIALIZE WRK-TAB-POS-ITEM (WRK-IDX-ACHADO)
                   MOVE WRK-MOEDA-BUSCA
                       TO WRK-TAB-MOEDA (WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'MOEDA ' WRK-MOEDA-BUSCA
                           ' EXCEDE A CAPACIDADE DA TABELA - IGNORADA'
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8100-COMPARAR-MOEDA.
           IF WRK-TAB-MOEDA (WRK-IDX) = WRK-MOEDA-BUSCA
               MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       8100-EXIT.
           EXIT.

      ****************************************************************
      * 8200-APLICAR-MOVIMENTO - CUSTO MEDIO: MOVIMENTO NO MESMO     *
      *                          SENTIDO DA POSICAO SOMA QUANTIDADE  *
      *                          E CUSTO; NO SENTIDO CONTRARIO BAIXA *
      *                          O CUSTO NA PROPORCAO DA QUANTIDADE; *
      *                          SE VIRAR O SINAL, O QUE SOBRA NASCE *
      *                          NO PRECO DO PROPRIO MOVIMENTO.      *
      ****************************************************************
       8200-APLICAR-MOVIMENTO.
           IF WRK-MOV-QTD = ZEROS
               GO TO 8200-EXIT
           END-IF.
           COMPUTE WRK-SALDO-QTD = WRK-TAB-POSICAO (WRK-IDX)
                                 + WRK-MOV-QTD.
           EVALUATE TRUE
               WHEN WRK-TAB-POSICAO (WRK-IDX) = ZEROS
                 OR (WRK-TAB-POSICAO (WRK-IDX) > ZEROS
                     AND WRK-MOV-QTD > ZEROS)
                 OR (WRK-TAB-POSICAO (WRK-IDX) < ZEROS
                     AND WRK-MOV-QTD < ZEROS)
                   ADD WRK-MOV-BRL TO WRK-TAB-CUSTO (WRK-IDX)
               WHEN WRK-SALDO-QTD = ZEROS
                   MOVE ZEROS TO WRK-TAB-CUSTO (WRK-IDX)
               WHEN (WRK-TAB-POSICAO (WRK-IDX) > ZEROS
                     AND WRK-SALDO-QTD > ZEROS)
                 OR (WRK-TAB-POSICAO (WRK-IDX) < ZEROS
                     AND WRK-SALDO-QTD < ZEROS)
                   COMPUTE WRK-TAB-CUSTO (WRK-IDX) ROUNDED =
                       WRK-TAB-CUSTO (WRK-IDX) * WRK-SALDO-QTD
                       / WRK-TAB-POSICAO (WRK-IDX)
               WHEN OTHER
                   COMPUTE WRK-TAB-CUSTO (WRK-IDX) ROUNDED =
                       WRK-MOV-BRL * WRK-SALDO-QTD / WRK-MOV-QTD
           END-EVALUATE.
           MOVE WRK-SALDO-QTD TO WRK-TAB-POSICAO (WRK-IDX).
       8200-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-MOEDAS TO WRK-CONTROLEFN.
           DISPLAY 'MOEDAS REAVALIADAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-LANCAMENTOS TO WRK-CONTROLEFN.
           DISPLAY 'LANCAMENTOS NO LEDGER:' WRK-CONTROLEFN.
           MOVE WRK-QTD-GRAVADOS TO WRK-CONTROLEFN.
           DISPLAY 'POSICOES EM ABERTO:   ' WRK-CONTROLEFN.
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
           MOVE 'PROGREAVAL' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS       TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LANCAMENTOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS               TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGREAVAL' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
