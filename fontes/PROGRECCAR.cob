       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGRECCAR.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CARTAS DE COBRANCA DO CONTAS A RECEBER EM TRES     *
      *           NIVEIS - LEMBRETE AMIGAVEL (5 DIAS DE ATRASO),     *
      *           NOTIFICACAO FORMAL (30 DIAS) E AVISO PREVIO DE     *
      *           NEGATIVACAO (60 DIAS), PRAZOS DO COBCFG. CLASSIFICA*
      *           AS PARCELAS ABERTAS VENCIDAS POR CPF E VENCIMENTO  *
      *           E, NA QUEBRA DE CPF, DECIDE A CARTA PELO ATRASO DA *
      *           PARCELA MAIS ANTIGA E PELO HISTORICO (COBHIST): O  *
      *           MESMO NIVEL NAO SAI DUAS VEZES NO MESMO ATRASO, OS *
      *           NIVEIS SAEM EM ORDEM E O SEGUINTE ESPERA O         *
      *           INTERVALO DO COBCFG DESDE A CARTA ANTERIOR. A      *
      *           CARTA SAI NO CARTAS COM O ENDERECO DO CADASTRO-    *
      *           CLIENTE E A LISTA DAS PARCELAS VENCIDAS, E CADA    *
      *           CARTA EMITIDA E ACRESCENTADA AO COBHIST.           *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  SORT ACOMPANHA O RECEBER COM O PRINCIPAL E OS *
      *                JUROS DA VENDA FINANCIADA.                    *
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
           SELECT CONTAS-RECEBER ASSIGN TO "RECEBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT SORT-ITENS     ASSIGN TO "SORTWK01".
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT COBRANCA-HISTORICO ASSIGN TO "COBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBHIST.
           SELECT COBRANCA-CONFIG ASSIGN TO "COBCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBCFG.
           SELECT NEGATIVACAO-CONFIG ASSIGN TO "NEGCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGCFG.
           SELECT CARTAS-COBRANCA ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTAS.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONTAS-RECEBER.
           COPY RECEBER.
       SD  SORT-ITENS.
       01  SI-REGISTRO.
           05  SI-CPF-CLIENTE       PICTURE 9(11).
           05  SI-DATA-VENDA        PICTURE 9(08).
           05  SI-FILIAL            PICTURE X(03).
           05  SI-COD-VENDEDOR      PICTURE X(05).
           05  SI-NUM-PARCELA       PICTURE 9(02).
           05  SI-QTD-PARCELAS      PICTURE 9(02).
           05  SI-DATA-VENCTO       PICTURE 9(08).
           05  SI-VALOR-PARCELA     PICTURE 9(08)V99.
           05  SI-VALOR-PAGO        PICTURE 9(08)V99.
           05  SI-RESTO             PICTURE X(83).
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  COBRANCA-HISTORICO.
           COPY COBHIST.
       FD  COBRANCA-CONFIG.
           COPY COBCFG.
       FD  NEGATIVACAO-CONFIG.
           COPY NEGCFG.
       FD  CARTAS-COBRANCA.
       01  CT-LINHA                 PICTURE X(80).
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
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
           88  FS-RECEBER-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-COBHIST           PIC X(02) VALUE SPACES.
           88  FS-COBHIST-OK            VALUE '00'.
       77  WRK-FS-COBCFG            PIC X(02) VALUE SPACES.
           88  FS-COBCFG-OK             VALUE '00'.
       77  WRK-FS-NEGCFG            PIC X(02) VALUE SPACES.
           88  FS-NEGCFG-OK             VALUE '00'.
       77  WRK-FS-CARTAS            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-FIM-COBHIST          PIC X(01) VALUE 'N'.
           88  FIM-COBHIST              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-COBHIST-ABERTO       PIC X(01) VALUE 'N'.
           88  COBHIST-ABERTO           VALUE 'S'.

      * DIAS DE ATRASO DE CADA NIVEL E INTERVALO ENTRE NIVEIS - DO
      * COBCFG, PADRAO ABAIXO QUANDO O ARQUIVO NAO EXISTE. O PRAZO
      * DO AVISO PREVIO VEM DO NEGCFG, O MESMO QUE O PROGNEGAT USA.
       01  WRK-PRAZOS.
           05  WRK-PRAZO-NIVEL-1    PIC 9(03) VALUE 5.
           05  WRK-PRAZO-NIVEL-2    PIC 9(03) VALUE 30.
           05  WRK-PRAZO-NIVEL-3    PIC 9(03) VALUE 60.
       01  WRK-PRAZOS-TAB           REDEFINES WRK-PRAZOS.
           05  WRK-PRAZO-NIVEL      PIC 9(03) OCCURS 3 TIMES.
       77  WRK-DIAS-INTERVALO       PIC 9(03) VALUE 10.
       77  WRK-DIAS-PRAZO-AVISO     PIC 9(03) VALUE 10.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-DIAS-ATRASO          PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-DIAS-DESDE-ULTIMA    PIC 9(05) COMP-3 VALUE ZEROS.

      * ULTIMA CARTA DE CADA NIVEL POR CPF, CARREGADA DO COBHIST. A
      * CARTA CONTA PARA O ATRASO ATUAL QUANDO FOI ENVIADA A PARTIR
      * DO VENCIMENTO MAIS ANTIGO EM ABERTO; ANTES DISSO, ERA DE UM
      * ATRASO JA QUITADO.
       01  WRK-TAB-HISTORICO.
           05  WRK-TAB-HIS-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-HIS-IDX.
               10  WRK-TAB-HIS-CPF      PICTURE 9(11).
               10  WRK-TAB-HIS-DATA     PICTURE 9(08)
                                        OCCURS 3 TIMES.
       77  WRK-QTD-HISTORICOS       PIC 9(04) VALUE ZEROS.
       77  WRK-HIS-ACHADO           PIC X(01) VALUE 'N'.
           88  HIS-ACHADO               VALUE 'S'.

      * PARCELAS VENCIDAS DO CPF EM QUEBRA, PARA A LISTA DA CARTA.
       01  WRK-TAB-PARCELAS.
           05  WRK-TAB-PAR-ITEM OCCURS 60 TIMES.
               10  WRK-TAB-PAR-DATA-VENDA PICTURE 9(08).
               10  WRK-TAB-PAR-NUMERO   PICTURE 9(02).
               10  WRK-TAB-PAR-QTD      PICTURE 9(02).
               10  WRK-TAB-PAR-VENCTO   PICTURE 9(08).
               10  WRK-TAB-PAR-SALDO    PICTURE 9(08)V99.
       77  WRK-QTD-PARCELAS-CPF     PIC 9(03) VALUE ZEROS.
       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-CPF-ANT              PIC 9(11) VALUE ZEROS.
       77  WRK-VENCTO-ANTIGO        PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-VENCIDO        PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-ITEM           PIC 9(08)V99 COMP-3 VALUE ZEROS.

      * DECISAO DA CARTA DO CPF.
       77  WRK-NIVEL                PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-ENVIADO        PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-CARTA          PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-ULTIMA          PIC 9(08) VALUE ZEROS.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.

      * DATA NO FORMATO DA CARTA (DD/MM/AAAA).
       01  WRK-DATA-AUX             PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R           REDEFINES WRK-DATA-AUX.
           05  WRK-AUX-ANO          PIC 9(04).
           05  WRK-AUX-MES          PIC 9(02).
           05  WRK-AUX-DIA          PIC 9(02).
       01  WRK-DATA-CARTA.
           05  WRK-CARTA-DIA        PIC 9(02).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WRK-CARTA-MES        PIC 9(02).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WRK-CARTA-ANO        PIC 9(04).

       77  WRK-QTD-ITENS-LIDOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DEVEDORES        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CARTAS           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CARTAS-NIVEL-1   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CARTAS-NIVEL-2   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CARTAS-NIVEL-3   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-AGUARDANDO       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-PRAZOFN              PIC ZZ9 VALUE ZEROS.
       77  WRK-CPF-MASK             PICTURE ZZZ.ZZZ.ZZ9/99.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 0100-CARREGAR-CONFIG.
           PERFORM 1000-CARREGAR-HISTORICO.
           OPEN EXTEND COBRANCA-HISTORICO.
           IF NOT FS-COBHIST-OK
               OPEN OUTPUT COBRANCA-HISTORICO
           END-IF.
           IF FS-COBHIST-OK
               MOVE 'S' TO WRK-COBHIST-ABERTO
           ELSE
               MOVE 'COBHIST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-COBHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT CARTAS-COBRANCA.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           ELSE
               MOVE 'CADCLI' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           SORT SORT-ITENS
               ON ASCENDING KEY SI-CPF-CLIENTE
                                SI-DATA-VENCTO
               INPUT PROCEDURE IS 2000-SOLTAR-ITENS
               OUTPUT PROCEDURE IS 3000-EMITIR-CARTAS.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           CLOSE CARTAS-COBRANCA
                 COBRANCA-HISTORICO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0100-CARREGAR-CONFIG - LE OS PRAZOS DOS NIVEIS E O INTERVALO *
      *                        DO COBCFG E O PRAZO DO AVISO PREVIO   *
      *                        DO NEGCFG; SEM OS ARQUIVOS, VALEM OS  *
      *                        PADROES.                              *
      ****************************************************************
       0100-CARREGAR-CONFIG.
           OPEN INPUT COBRANCA-CONFIG.
           IF FS-COBCFG-OK
               READ COBRANCA-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       MOVE KF-DIAS-NIVEL-1   TO WRK-PRAZO-NIVEL-1
                       MOVE KF-DIAS-NIVEL-2   TO WRK-PRAZO-NIVEL-2
                       MOVE KF-DIAS-NIVEL-3   TO WRK-PRAZO-NIVEL-3
                       MOVE KF-DIAS-INTERVALO TO WRK-DIAS-INTERVALO
               END-READ
               CLOSE COBRANCA-CONFIG
           END-IF.
           OPEN INPUT NEGATIVACAO-CONFIG.
           IF FS-NEGCFG-OK
               READ NEGATIVACAO-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF NF-DIAS-PRAZO-AVISO NUMERIC
                           MOVE NF-DIAS-PRAZO-AVISO
                               TO WRK-DIAS-PRAZO-AVISO
                       END-IF
               END-READ
               CLOSE NEGATIVACAO-CONFIG
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-HISTORICO - GUARDA, POR CPF, A DATA DA ULTIMA  *
      *                           CARTA DE CADA NIVEL; SEM O COBHIST *
      *                           (PRIMEIRA EXECUCAO), A TABELA      *
      *                           COMECA VAZIA.                      *
      ****************************************************************
       1000-CARREGAR-HISTORICO.
           OPEN INPUT COBRANCA-HISTORICO.
           IF FS-COBHIST-OK
               READ COBRANCA-HISTORICO
                   AT END SET FIM-COBHIST TO TRUE
               END-READ
               PERFORM 1100-GUARDAR-CARTA UNTIL FIM-COBHIST
               CLOSE COBRANCA-HISTORICO
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-CARTA.
           IF KH-NIVEL > ZEROS AND KH-NIVEL < 4
               PERFORM 1200-LOCALIZAR-CPF THRU 1200-EXIT
               IF HIS-ACHADO
                   IF KH-DATA-ENVIO
                           > WRK-TAB-HIS-DATA (WRK-HIS-IDX KH-NIVEL)
                       MOVE KH-DATA-ENVIO
                           TO WRK-TAB-HIS-DATA (WRK-HIS-IDX KH-NIVEL)
                   END-IF
               END-IF
           END-IF.
           READ COBRANCA-HISTORICO
               AT END SET FIM-COBHIST TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      * POSICIONA WRK-HIS-IDX NO CPF DA CARTA, ABRINDO A LINHA NO
      * PRIMEIRO (TABELA CHEIA: AVISO NO CONSOLE E A CARTA NAO CONTA).
       1200-LOCALIZAR-CPF.
           MOVE 'N' TO WRK-HIS-ACHADO.
           IF WRK-QTD-HISTORICOS > ZEROS
               SET WRK-HIS-IDX TO 1
               SEARCH WRK-TAB-HIS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-HIS-CPF (WRK-HIS-IDX) = KH-CPF
                       SET HIS-ACHADO TO TRUE
                       GO TO 1200-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-HISTORICOS < 5000
               ADD 1 TO WRK-QTD-HISTORICOS
               SET WRK-HIS-IDX TO WRK-QTD-HISTORICOS
               MOVE KH-CPF TO WRK-TAB-HIS-CPF (WRK-HIS-IDX)
               MOVE ZEROS  TO WRK-TAB-HIS-DATA (WRK-HIS-IDX 1)
                              WRK-TAB-HIS-DATA (WRK-HIS-IDX 2)
                              WRK-TAB-HIS-DATA (WRK-HIS-IDX 3)
               SET HIS-ACHADO TO TRUE
           ELSE
               DISPLAY 'COBHIST EXCEDE A CAPACIDADE DA TABELA - '
                       'CPF ' KH-CPF ' IGNORADO'
           END-IF.
       1200-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SOLTAR-ITENS - SOLTA PARA O SORT SO AS PARCELAS ABERTAS *
      *                     JA VENCIDAS.                             *
      ****************************************************************
       2000-SOLTAR-ITENS.
           OPEN INPUT CONTAS-RECEBER.
           IF FS-RECEBER-OK
               READ CONTAS-RECEBER
                   AT END SET FIM-RECEBER TO TRUE
               END-READ
               PERFORM 2100-SOLTAR-ITEM UNTIL FIM-RECEBER
               CLOSE CONTAS-RECEBER
           ELSE
               MOVE 'RECEBER' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-RECEBER TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-ITEM.
           ADD 1 TO WRK-QTD-ITENS-LIDOS.
           IF PARCELA-ABERTA
              AND CR-DATA-VENCTO < WRK-DATA-HOJE
              AND CR-VALOR-PAGO < CR-VALOR-PARCELA
               MOVE CR-REGISTRO TO SI-REGISTRO
               RELEASE SI-REGISTRO
           END-IF.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-EMITIR-CARTAS - RECEBE AS PARCELAS VENCIDAS EM ORDEM DE *
      *                      CPF E VENCIMENTO E DECIDE A CARTA DE    *
      *                      CADA CLIENTE NA QUEBRA DE CPF.          *
      ****************************************************************
       3000-EMITIR-CARTAS.
           RETURN SORT-ITENS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-ACUMULAR-PARCELA UNTIL FIM-SORT.
           IF TEM-ANTERIOR
               PERFORM 3300-AVALIAR-CLIENTE THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ACUMULAR-PARCELA.
           IF TEM-ANTERIOR
              AND SI-CPF-CLIENTE NOT = WRK-CPF-ANT
               PERFORM 3300-AVALIAR-CLIENTE THRU 3300-EXIT
               MOVE 'N' TO WRK-TEM-ANTERIOR
           END-IF.
           IF NOT TEM-ANTERIOR
               SET TEM-ANTERIOR TO TRUE
               MOVE SI-CPF-CLIENTE TO WRK-CPF-ANT
               MOVE SI-DATA-VENCTO TO WRK-VENCTO-ANTIGO
               MOVE ZEROS TO WRK-TOTAL-VENCIDO
                             WRK-QTD-PARCELAS-CPF
           END-IF.
           COMPUTE WRK-SALDO-ITEM =
               SI-VALOR-PARCELA - SI-VALOR-PAGO.
           ADD WRK-SALDO-ITEM TO WRK-TOTAL-VENCIDO.
           IF WRK-QTD-PARCELAS-CPF < 60
               ADD 1 TO WRK-QTD-PARCELAS-CPF
               MOVE SI-DATA-VENDA
                   TO WRK-TAB-PAR-DATA-VENDA (WRK-QTD-PARCELAS-CPF)
               MOVE SI-NUM-PARCELA
                   TO WRK-TAB-PAR-NUMERO (WRK-QTD-PARCELAS-CPF)
               MOVE SI-QTD-PARCELAS
                   TO WRK-TAB-PAR-QTD (WRK-QTD-PARCELAS-CPF)
               MOVE SI-DATA-VENCTO
                   TO WRK-TAB-PAR-VENCTO (WRK-QTD-PARCELAS-CPF)
               MOVE WRK-SALDO-ITEM
                   TO WRK-TAB-PAR-SALDO (WRK-QTD-PARCELAS-CPF)
           END-IF.
           RETURN SORT-ITENS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3300-AVALIAR-CLIENTE - DECIDE A CARTA DO CPF EM QUEBRA: O    *
      *                        NIVEL SEGUINTE AO ULTIMO JA ENVIADO   *
      *                        NESTE ATRASO, SE O ATRASO DA PARCELA  *
      *                        MAIS ANTIGA JA ALCANCOU O PRAZO DELE  *
      *                        E SE O INTERVALO DESDE A CARTA        *
      *                        ANTERIOR JA PASSOU.                   *
      ****************************************************************
       3300-AVALIAR-CLIENTE.
           ADD 1 TO WRK-QTD-DEVEDORES.
           COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT
               - FUNCTION INTEGER-OF-DATE (WRK-VENCTO-ANTIGO).
           MOVE ZEROS TO WRK-NIVEL-ENVIADO
                         WRK-DATA-ULTIMA.
           MOVE 'N' TO WRK-HIS-ACHADO.
           IF WRK-QTD-HISTORICOS > ZEROS
               SET WRK-HIS-IDX TO 1
               SEARCH WRK-TAB-HIS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-HIS-CPF (WRK-HIS-IDX) = WRK-CPF-ANT
                       SET HIS-ACHADO TO TRUE
               END-SEARCH
           END-IF.
           IF HIS-ACHADO
               PERFORM 3310-CONFERIR-NIVEL
                   VARYING WRK-NIVEL FROM 1 BY 1
                   UNTIL WRK-NIVEL > 3
           END-IF.
           IF WRK-NIVEL-ENVIADO = 3
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WRK-NIVEL-CARTA = WRK-NIVEL-ENVIADO + 1.
           IF WRK-DIAS-ATRASO < WRK-PRAZO-NIVEL (WRK-NIVEL-CARTA)
               GO TO 3300-EXIT
           END-IF.
           IF WRK-NIVEL-ENVIADO > ZEROS
               COMPUTE WRK-DIAS-DESDE-ULTIMA = WRK-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE (WRK-DATA-ULTIMA)
               IF WRK-DIAS-DESDE-ULTIMA < WRK-DIAS-INTERVALO
                   ADD 1 TO WRK-QTD-AGUARDANDO
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF NOT CADCLI-ABERTO
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-CPF-ANT TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   DISPLAY 'CPF ' WRK-CPF-ANT
                           ' SEM CADASTRO - CARTA NAO EMITIDA'
                   GO TO 3300-EXIT
           END-READ.
           PERFORM 3400-IMPRIMIR-CARTA.
           PERFORM 3500-REGISTRAR-CARTA.
       3300-EXIT.
           EXIT.

       3310-CONFERIR-NIVEL.
           IF WRK-TAB-HIS-DATA (WRK-HIS-IDX WRK-NIVEL) > ZEROS
              AND WRK-TAB-HIS-DATA (WRK-HIS-IDX WRK-NIVEL)
                  NOT < WRK-VENCTO-ANTIGO
               MOVE WRK-NIVEL TO WRK-NIVEL-ENVIADO
               MOVE WRK-TAB-HIS-DATA (WRK-HIS-IDX WRK-NIVEL)
                   TO WRK-DATA-ULTIMA
           END-IF.
       3310-EXIT.
           EXIT.

      ****************************************************************
      * 3400-IMPRIMIR-CARTA - CARTA DO NIVEL DECIDIDO: ENDERECO DO   *
      *                       CADASTRO, TEXTO DO NIVEL, LISTA DAS    *
      *                       PARCELAS VENCIDAS E O TOTAL.           *
      ****************************************************************
       3400-IMPRIMIR-CARTA.
           MOVE ALL '-' TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE WRK-DATA-HOJE TO WRK-DATA-AUX.
           PERFORM 8000-FORMATAR-DATA.
           MOVE SPACES TO CT-LINHA.
           STRING 'EMITIDA EM ' WRK-DATA-CARTA
                  '   CARTA NIVEL ' WRK-NIVEL-CARTA
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE CLI-NOME TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE CLI-LOGRADOURO TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           STRING CLI-CEP ' ' CLI-CIDADE ' ' CLI-ESTADO
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE WRK-CPF-ANT TO WRK-CPF-MASK.
           MOVE SPACES TO CT-LINHA.
           STRING 'CPF ' WRK-CPF-MASK
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           EVALUATE WRK-NIVEL-CARTA
               WHEN 1
                   PERFORM 3410-TEXTO-LEMBRETE
               WHEN 2
                   PERFORM 3420-TEXTO-NOTIFICACAO
               WHEN OTHER
                   PERFORM 3430-TEXTO-PRE-NEGATIVACAO
           END-EVALUATE.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE '  COMPRA      PARCELA  VENCIMENTO          VALOR'
               TO CT-LINHA.
           WRITE CT-LINHA.
           PERFORM 3450-IMPRIMIR-PARCELA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-PARCELAS-CPF.
           MOVE WRK-TOTAL-VENCIDO TO WRK-VALORFN.
           MOVE SPACES TO CT-LINHA.
           STRING '  TOTAL VENCIDO                  ' WRK-VALORFN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTA CARTA.'
               TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'DEPARTAMENTO DE COBRANCA' TO CT-LINHA.
           WRITE CT-LINHA.
       3400-EXIT.
           EXIT.

       3410-TEXTO-LEMBRETE.
           MOVE 'LEMBRETE DE PAGAMENTO' TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'PREZADO CLIENTE, NAO IDENTIFICAMOS O PAGAMENTO DAS'
               TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'PARCELAS ABAIXO. CONTAMOS COM A SUA VISITA A LOJA.'
               TO CT-LINHA.
           WRITE CT-LINHA.
       3410-EXIT.
           EXIT.

       3420-TEXTO-NOTIFICACAO.
           MOVE 'NOTIFICACAO DE DEBITO EM ATRASO' TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'AS PARCELAS ABAIXO CONTINUAM EM ABERTO. PEDIMOS QUE'
               TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'REGULARIZE O DEBITO OU PROCURE A LOJA PARA NEGOCIAR.'
               TO CT-LINHA.
           WRITE CT-LINHA.
       3420-EXIT.
           EXIT.

       3430-TEXTO-PRE-NEGATIVACAO.
           MOVE 'AVISO PREVIO DE NEGATIVACAO' TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE WRK-DIAS-PRAZO-AVISO TO WRK-PRAZOFN.
           MOVE SPACES TO CT-LINHA.
           STRING 'SE O DEBITO ABAIXO NAO FOR PAGO EM ' WRK-PRAZOFN
                  ' DIAS, O SEU CPF'
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE 'SERA INCLUIDO NO CADASTRO DOS ORGAOS DE PROTECAO AO'
               TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE 'CREDITO.' TO CT-LINHA.
           WRITE CT-LINHA.
       3430-EXIT.
           EXIT.

       3450-IMPRIMIR-PARCELA.
           MOVE WRK-TAB-PAR-VENCTO (WRK-IDX) TO WRK-DATA-AUX.
           PERFORM 8000-FORMATAR-DATA.
           MOVE WRK-TAB-PAR-SALDO (WRK-IDX) TO WRK-VALORFN.
           MOVE SPACES TO CT-LINHA.
           STRING '  ' WRK-TAB-PAR-DATA-VENDA (WRK-IDX)
                  '    ' WRK-TAB-PAR-NUMERO (WRK-IDX)
                  '/' WRK-TAB-PAR-QTD (WRK-IDX)
                  '    ' WRK-DATA-CARTA
                  ' ' WRK-VALORFN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
       3450-EXIT.
           EXIT.

      ****************************************************************
      * 3500-REGISTRAR-CARTA - ACRESCENTA A CARTA EMITIDA AO COBHIST.*
      ****************************************************************
       3500-REGISTRAR-CARTA.
           MOVE WRK-CPF-ANT          TO KH-CPF.
           MOVE WRK-NIVEL-CARTA      TO KH-NIVEL.
           MOVE WRK-DATA-HOJE        TO KH-DATA-ENVIO.
           MOVE WRK-VENCTO-ANTIGO    TO KH-VENCTO-ANTIGO.
           MOVE WRK-DIAS-ATRASO      TO KH-DIAS-ATRASO.
           MOVE WRK-QTD-PARCELAS-CPF TO KH-QTD-PARCELAS.
           MOVE WRK-TOTAL-VENCIDO    TO KH-VALOR-VENCIDO.
           WRITE KH-REGISTRO.
           ADD 1 TO WRK-QTD-CARTAS.
           EVALUATE WRK-NIVEL-CARTA
               WHEN 1
                   ADD 1 TO WRK-QTD-CARTAS-NIVEL-1
               WHEN 2
                   ADD 1 TO WRK-QTD-CARTAS-NIVEL-2
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CARTAS-NIVEL-3
           END-EVALUATE.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 8000-FORMATAR-DATA - WRK-DATA-AUX (AAAAMMDD) PARA            *
      *                      WRK-DATA-CARTA (DD/MM/AAAA).            *
      ****************************************************************
       8000-FORMATAR-DATA.
           MOVE WRK-AUX-DIA TO WRK-CARTA-DIA.
           MOVE WRK-AUX-MES TO WRK-CARTA-MES.
           MOVE WRK-AUX-ANO TO WRK-CARTA-ANO.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ITENS-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS LIDAS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DEVEDORES TO WRK-CONTROLEFN.
           DISPLAY 'CLIENTES EM ATRASO:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CARTAS-NIVEL-1 TO WRK-CONTROLEFN.
           DISPLAY 'LEMBRETES:            ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CARTAS-NIVEL-2 TO WRK-CONTROLEFN.
           DISPLAY 'NOTIFICACOES:         ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CARTAS-NIVEL-3 TO WRK-CONTROLEFN.
           DISPLAY 'AVISOS PREVIOS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-AGUARDANDO TO WRK-CONTROLEFN.
           DISPLAY 'AGUARDANDO INTERVALO: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-CADASTRO TO WRK-CONTROLEFN.
           DISPLAY 'SEM CADASTRO:         ' WRK-CONTROLEFN.
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
           MOVE 'PROGRECCAR' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ITENS-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-CARTAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-CADASTRO TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGRECCAR' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
