       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGRECACO.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: APLICACAO DOS ACORDOS DE RENEGOCIACAO NO CONTAS A  *
      *           RECEBER - PARA CADA ACORDO PENDENTE DO ACORDOS     *
      *           (REGISTRADO PELA COBRANCA NO PROGACORDO), FECHA AS *
      *           PARCELAS VENCIDAS EM ABERTO DO CPF COMO            *
      *           RENEGOCIADAS (R), COM O NUMERO DO ACORDO, E GERA A *
      *           SERIE NOVA NO RECEBER: ENTRADA OPCIONAL NO PROXIMO *
      *           DIA UTIL E AS PARCELAS DE 30 EM 30 DIAS, COM       *
      *           VENCIMENTO EM DIA UTIL DO CALDIA. O VALOR ACORDADO *
      *           E O PRINCIPAL EM ABERTO MAIS A MULTA E OS JUROS DE *
      *           MORA ATE HOJE (ENCCFG); OS ENCARGOS INCORPORADOS   *
      *           VAO AO LEDGER-TRANS (CONTAS A RECEBER CONTRA       *
      *           RECEITA DE ENCARGOS). O ACORDRPT LISTA OS ACORDOS  *
      *           APLICADOS E RECUSADOS E OS ACORDOS QUEBRADOS -     *
      *           PARCELA DO ACORDO COM MAIS DIAS DE ATRASO DO QUE O *
      *           LIMITE DO ACOCFG - PARA A COBRANCA AGIR. O ESTADO  *
      *           NOVO SAI NO RECEBERN E NO ACORDOSN, QUE OS PASSOS  *
      *           SEGUINTES DO JCL COPIAM POR CIMA DOS OFICIAIS.     *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  RECEBERN ACOMPANHA O RECEBER COM O PRINCIPAL E*
      *                OS JUROS DA VENDA FINANCIADA; JUROS AINDA NAO *
      *                RECONHECIDOS DA PARCELA FECHADA NAO ENTRAM NO *
      *                ACORDO, E A SERIE NOVA E SO PRINCIPAL.        *
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
           SELECT RECEBER-NOVO   ASSIGN TO "RECEBERN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBERN.
           SELECT ACORDOS        ASSIGN TO "ACORDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACORDOS.
           SELECT ACORDOS-NOVO   ASSIGN TO "ACORDOSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACORDOSN.
           SELECT ACORDOS-CONFIG ASSIGN TO "ACOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACOCFG.
           SELECT ENCARGOS-CONFIG ASSIGN TO "ENCCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCCFG.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT ACORDOS-REPORT ASSIGN TO "ACORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACORDRPT.
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
       FD  RECEBER-NOVO.
       01  RN-REGISTRO              PICTURE X(142).
       FD  ACORDOS.
           COPY ACORDO.
       FD  ACORDOS-NOVO.
       01  AN-REGISTRO              PICTURE X(76).
       FD  ACORDOS-CONFIG.
           COPY ACOCFG.
       FD  ENCARGOS-CONFIG.
           COPY ENCCFG.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  ACORDOS-REPORT.
       01  AR-LINHA                 PICTURE X(100).
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
       77  WRK-FS-RECEBERN          PIC X(02) VALUE SPACES.
       77  WRK-FS-ACORDOS           PIC X(02) VALUE SPACES.
           88  FS-ACORDOS-OK            VALUE '00'.
       77  WRK-FS-ACORDOSN          PIC X(02) VALUE SPACES.
       77  WRK-FS-ACOCFG            PIC X(02) VALUE SPACES.
           88  FS-ACOCFG-OK             VALUE '00'.
       77  WRK-FS-ENCCFG            PIC X(02) VALUE SPACES.
           88  FS-ENCCFG-OK             VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-ACORDRPT          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-FIM-ACORDOS          PIC X(01) VALUE 'N'.
           88  FIM-ACORDOS              VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-VENCTO-INT           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-VENCTO-ALVO          PIC 9(08) VALUE ZEROS.
       77  WRK-VENCTO-FINAL         PIC 9(08) VALUE ZEROS.
       77  WRK-ATRASO-DIAS          PIC S9(05) COMP-3 VALUE ZEROS.

      * DIAS UTEIS DO CALENDARIO - VENCIMENTOS DA SERIE NOVA E JUROS
      * DE MORA ATE HOJE.
       01  WRK-TAB-DIAS-UTEIS.
           05  WRK-TAB-DIA OCCURS 600 TIMES
                           INDEXED BY WRK-DIA-IDX
                           PICTURE 9(08).
       77  WRK-QTD-DIAS-UTEIS       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DIA              PIC 9(03) COMP-3 VALUE ZEROS.

      * PARAMETROS DO ACOCFG E DO ENCCFG (PADROES ABAIXO QUANDO OS
      * ARQUIVOS NAO EXISTEM).
       77  WRK-DIAS-QUEBRA          PIC 9(03) VALUE 15.
       77  WRK-PCT-MULTA            PIC 9(02)V99 VALUE 2,00.
       77  WRK-PCT-JUROS-DIA        PIC 9(01)V9(04) VALUE 0,0333.

      * ENCARGOS DE ATRASO ATE HOJE DA PARCELA FECHADA PELO ACORDO.
       77  WRK-SALDO-ITEM           PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-DATA-BASE-JUROS      PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-JUROS           PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-MULTA-ITEM           PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-JUROS-ITEM           PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-ENCARGO-ITEM         PIC S9(08)V99 COMP-3 VALUE ZEROS.

      * ACORDOS PENDENTES (E OS APLICADOS HOJE, PARA O LANCAMENTO
      * VOLTAR AO LEDGER NO REPROCESSAMENTO) CARREGADOS DO ACORDOS.
       01  WRK-TAB-ACORDO.
           05  WRK-TAB-ACO-ITEM OCCURS 300 TIMES
                                INDEXED BY WRK-ACO-IDX.
               10  WRK-TAB-ACO-NUMERO   PICTURE 9(08).
               10  WRK-TAB-ACO-CPF      PICTURE 9(11).
               10  WRK-TAB-ACO-QTD      PICTURE 9(02).
               10  WRK-TAB-ACO-ENTRADA  PICTURE 9(08)V99.
               10  WRK-TAB-ACO-SITUACAO PICTURE X(01).
               10  WRK-TAB-ACO-PRINCIPAL PICTURE 9(10)V99.
               10  WRK-TAB-ACO-ENCARGOS PICTURE 9(10)V99.
               10  WRK-TAB-ACO-FECHADAS PICTURE 9(03).
               10  WRK-TAB-ACO-FILIAL   PICTURE X(03).
               10  WRK-TAB-ACO-VENDEDOR PICTURE X(05).
       77  WRK-QTD-ACORDOS          PIC 9(03) VALUE ZEROS.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.

      * SERIE NOVA DO ACORDO.
       77  WRK-VALOR-ACORDADO       PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-PARCELA        PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-ULTIMA         PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-SERIE            PIC 9(02) VALUE ZEROS.
       77  WRK-PARCELA              PIC 9(02) VALUE ZEROS.
       77  WRK-PRAZO                PIC 9(02) VALUE ZEROS.

      * ACORDOS QUEBRADOS, LISTADOS DEPOIS DOS APLICADOS.
       01  WRK-TAB-QUEBRA.
           05  WRK-TAB-QBR-ITEM OCCURS 500 TIMES.
               10  WRK-TAB-QBR-ACORDO   PICTURE 9(08).
               10  WRK-TAB-QBR-CPF      PICTURE 9(11).
               10  WRK-TAB-QBR-PARCELA  PICTURE 9(02).
               10  WRK-TAB-QBR-QTD      PICTURE 9(02).
               10  WRK-TAB-QBR-VENCTO   PICTURE 9(08).
               10  WRK-TAB-QBR-ATRASO   PICTURE 9(05).
               10  WRK-TAB-QBR-SALDO    PICTURE 9(08)V99.
       77  WRK-QTD-QUEBRAS          PIC 9(03) VALUE ZEROS.

      * LEDGER - ENCARGOS INCORPORADOS: CONTAS A RECEBER CONTRA
      * RECEITA DE ENCARGOS. O QUE ESTE LOTE JA LANCOU HOJE E
      * ESTORNADO PELO LIQUIDO POR CPF ANTES.
       77  WRK-CONTA-RECEBER        PIC X(05) VALUE '11300'.
       77  WRK-CONTA-ENCARGOS       PIC X(05) VALUE '42000'.
       01  WRK-TAB-JA-LANCADO.
           05  WRK-TAB-JAL-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-JAL-IDX.
               10  WRK-TAB-JAL-CPF      PICTURE 9(11).
               10  WRK-TAB-JAL-VALOR    PICTURE S9(10)V99.
       77  WRK-QTD-JA-LANCADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ESTORNOS         PIC 9(06) COMP-3 VALUE ZEROS.

       77  WRK-QTD-ITENS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RENEGOCIADAS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-APLICADOS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-ACORDADO        PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2FN             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIASFN               PIC ZZZZ9 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 0100-CARREGAR-CALENDARIO.
           PERFORM 0200-CARREGAR-CONFIG.
           OPEN INPUT CONTAS-RECEBER.
           IF NOT FS-RECEBER-OK
               MOVE 'RECEBER' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-RECEBER TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-ACORDOS.
           PERFORM 1200-ESTORNAR-LANCADO.
           OPEN OUTPUT RECEBER-NOVO
                       ACORDOS-REPORT.
           MOVE SPACES TO AR-LINHA.
           STRING 'ACORDOS DE RENEGOCIACAO DO CONTAS A RECEBER EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
           PERFORM 2000-PROCESSAR-ITEM UNTIL FIM-RECEBER.
           PERFORM 3000-APLICAR-ACORDO THRU 3000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ACORDOS.
           PERFORM 4000-IMPRIMIR-QUEBRADOS.
           CLOSE CONTAS-RECEBER
                 RECEBER-NOVO
                 ACORDOS-REPORT
                 LEDGER-TRANS.
           PERFORM 5000-REGRAVAR-ACORDOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0100-CARREGAR-CALENDARIO - CARREGA OS DIAS UTEIS DO CALDIA   *
      *                            (VENCIMENTOS E JUROS DE MORA);    *
      *                            SEM O ARQUIVO, VALEM OS DIAS      *
      *                            CORRIDOS.                         *
      ****************************************************************
       0100-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-DIAS.
           IF FS-CALDIA-OK
               READ CALENDARIO-DIAS
                   AT END SET FIM-CALDIA TO TRUE
               END-READ
               PERFORM 0110-GUARDAR-DIA UNTIL FIM-CALDIA
               CLOSE CALENDARIO-DIAS
           END-IF.
       0100-EXIT.
           EXIT.

       0110-GUARDAR-DIA.
           IF DIA-UTIL
              AND WRK-QTD-DIAS-UTEIS < 600
               ADD 1 TO WRK-QTD-DIAS-UTEIS
               MOVE CB-DATA TO WRK-TAB-DIA (WRK-QTD-DIAS-UTEIS)
           END-IF.
           READ CALENDARIO-DIAS
               AT END SET FIM-CALDIA TO TRUE
           END-READ.
       0110-EXIT.
           EXIT.

      ****************************************************************
      * 0200-CARREGAR-CONFIG - LE O LIMITE DE ATRASO DO ACORDO       *
      *                        (ACOCFG) E OS PERCENTUAIS DE MULTA E  *
      *                        JUROS (ENCCFG); SEM OS ARQUIVOS,      *
      *                        VALEM OS PADROES.                     *
      ****************************************************************
       0200-CARREGAR-CONFIG.
           OPEN INPUT ACORDOS-CONFIG.
           IF FS-ACOCFG-OK
               READ ACORDOS-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF AF-DIAS-QUEBRA IS NUMERIC
                           MOVE AF-DIAS-QUEBRA TO WRK-DIAS-QUEBRA
                       END-IF
               END-READ
               CLOSE ACORDOS-CONFIG
           END-IF.
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
       0200-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-ACORDOS - GUARDA NA TABELA OS ACORDOS          *
      *                         PENDENTES E OS JA APLICADOS HOJE.    *
      ****************************************************************
       1000-CARREGAR-ACORDOS.
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS-OK
               READ ACORDOS
                   AT END SET FIM-ACORDOS TO TRUE
               END-READ
               PERFORM 1100-GUARDAR-ACORDO UNTIL FIM-ACORDOS
               CLOSE ACORDOS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-ACORDO.
           IF ACORDO-PENDENTE
              OR (ACORDO-APLICADO
                  AND AC-DATA-APLICACAO = WRK-DATA-HOJE)
               IF WRK-QTD-ACORDOS < 300
                   ADD 1 TO WRK-QTD-ACORDOS
                   SET WRK-ACO-IDX TO WRK-QTD-ACORDOS
                   MOVE AC-NUMERO TO WRK-TAB-ACO-NUMERO (WRK-ACO-IDX)
                   MOVE AC-CPF-CLIENTE
                       TO WRK-TAB-ACO-CPF (WRK-ACO-IDX)
                   MOVE AC-QTD-PARCELAS
                       TO WRK-TAB-ACO-QTD (WRK-ACO-IDX)
                   MOVE AC-VALOR-ENTRADA
                       TO WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX)
                   MOVE AC-SITUACAO
                       TO WRK-TAB-ACO-SITUACAO (WRK-ACO-IDX)
                   MOVE ZEROS TO WRK-TAB-ACO-PRINCIPAL (WRK-ACO-IDX)
                                 WRK-TAB-ACO-FECHADAS (WRK-ACO-IDX)
                   MOVE SPACES TO WRK-TAB-ACO-FILIAL (WRK-ACO-IDX)
                                  WRK-TAB-ACO-VENDEDOR (WRK-ACO-IDX)
                   IF ACORDO-APLICADO
                       MOVE AC-VALOR-ENCARGOS
                           TO WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX)
                   ELSE
                       MOVE ZEROS
                           TO WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX)
                   END-IF
               ELSE
                   DISPLAY 'ACORDOS PENDENTES EXCEDEM A TABELA - '
                           'ACORDO ' AC-NUMERO ' FICA PARA AMANHA'
               END-IF
           END-IF.
           READ ACORDOS
               AT END SET FIM-ACORDOS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-ESTORNAR-LANCADO - PROCURA NO LEDGER-TRANS OS ENCARGOS  *
      *                         DE ACORDO QUE ESTE LOTE JA LANCOU    *
      *                         HOJE (E OS ESTORNOS), SOMA O LIQUIDO *
      *                         POR CPF E ESTORNA O QUE SOBRAR;      *
      *                         DEIXA O LEDGER ABERTO PARA OS        *
      *                         LANCAMENTOS DO DIA.                  *
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
              AND (LT-DESC-TIPO = 'ACORDO'
                   OR LT-DESC-TIPO = 'EST ACO')
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
               DISPLAY 'LANCAMENTOS DO DIA EXCEDEM A TABELA - CPF '
                       LT-DESC-CPF ' SEM ESTORNO'
           END-IF.
       1220-EXIT.
           EXIT.

      * O LIQUIDO DE UM CPF NO CONTAS A RECEBER E POSITIVO QUANDO OS
      * ENCARGOS DO DIA AINDA VALEM; O ESTORNO DEVOLVE A RECEITA.
       1230-GRAVAR-ESTORNO.
           IF WRK-TAB-JAL-VALOR (WRK-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE WRK-DATA-HOJE TO LT-DATA
               MOVE SPACES        TO LT-DESCRICAO
               MOVE WRK-TAB-JAL-CPF (WRK-IDX) TO LT-DESC-CPF
               MOVE 'EST ACO'          TO LT-DESC-TIPO
               MOVE WRK-CONTA-RECEBER  TO LT-CONTA
               MOVE WRK-CONTA-ENCARGOS TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR = WRK-TAB-JAL-VALOR (WRK-IDX) * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-ENCARGOS TO LT-CONTA
               MOVE WRK-CONTA-RECEBER  TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JAL-VALOR (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
           END-IF.
       1230-EXIT.
           EXIT.

      ****************************************************************
      * 2000-PROCESSAR-ITEM - CONFERE A PARCELA DE ACORDO EM ATRASO, *
      *                       FECHA A PARCELA VENCIDA DO CPF COM     *
      *                       ACORDO PENDENTE E REGRAVA O ITEM NO    *
      *                       RECEBERN.                              *
      ****************************************************************
       2000-PROCESSAR-ITEM.
           ADD 1 TO WRK-QTD-ITENS.
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
           IF PARCELA-ABERTA
              AND CR-NUM-ACORDO > ZEROS
               PERFORM 2300-CONFERIR-QUEBRA THRU 2300-EXIT
           END-IF.
           IF PARCELA-ABERTA
              AND CR-DATA-VENCTO < WRK-DATA-HOJE
              AND WRK-QTD-ACORDOS > ZEROS
               PERFORM 2100-FECHAR-PARCELA THRU 2100-EXIT
           END-IF.
           MOVE CR-REGISTRO TO RN-REGISTRO.
           WRITE RN-REGISTRO.
           ADD 1 TO WRK-QTD-GRAVADOS.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-FECHAR-PARCELA.
           SET WRK-ACO-IDX TO 1.
           SEARCH WRK-TAB-ACO-ITEM
               AT END
                   GO TO 2100-EXIT
               WHEN WRK-TAB-ACO-CPF (WRK-ACO-IDX) = CR-CPF-CLIENTE
                    AND WRK-TAB-ACO-SITUACAO (WRK-ACO-IDX) = 'P'
                   CONTINUE
           END-SEARCH.
           COMPUTE WRK-SALDO-ITEM = CR-VALOR-PARCELA - CR-VALOR-PAGO.
           IF CR-DATA-APROP-JUROS = ZEROS
              AND WRK-SALDO-ITEM > CR-JUROS-FINANC
               SUBTRACT CR-JUROS-FINANC FROM WRK-SALDO-ITEM
           END-IF.
           PERFORM 2200-CALCULAR-ENCARGOS.
           ADD WRK-SALDO-ITEM
               TO WRK-TAB-ACO-PRINCIPAL (WRK-ACO-IDX).
           ADD WRK-ENCARGO-ITEM
               TO WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX).
           ADD 1 TO WRK-TAB-ACO-FECHADAS (WRK-ACO-IDX).
           IF WRK-TAB-ACO-FILIAL (WRK-ACO-IDX) = SPACES
               MOVE CR-FILIAL TO WRK-TAB-ACO-FILIAL (WRK-ACO-IDX)
               MOVE CR-COD-VENDEDOR
                   TO WRK-TAB-ACO-VENDEDOR (WRK-ACO-IDX)
           END-IF.
           MOVE 'R' TO CR-SITUACAO.
           MOVE WRK-DATA-HOJE TO CR-DATA-SITUACAO.
           MOVE WRK-TAB-ACO-NUMERO (WRK-ACO-IDX) TO CR-NUM-ACORDO.
           ADD 1 TO WRK-QTD-RENEGOCIADAS.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-CALCULAR-ENCARGOS - MULTA (A JA LANCADA OU A DO ENCCFG  *
      *                          SOBRE O SALDO) MAIS JUROS DE MORA   *
      *                          ATE HOJE, MENOS O ENCARGO JA PAGO - *
      *                          MESMA CONTA DO AGING.               *
      ****************************************************************
       2200-CALCULAR-ENCARGOS.
           IF CR-VALOR-MULTA > ZEROS
               MOVE CR-VALOR-MULTA TO WRK-MULTA-ITEM
           ELSE
               COMPUTE WRK-MULTA-ITEM ROUNDED =
                   WRK-SALDO-ITEM * WRK-PCT-MULTA / 100
           END-IF.
           IF CR-DATA-CALC-JUROS > CR-DATA-VENCTO
               MOVE CR-DATA-CALC-JUROS TO WRK-DATA-BASE-JUROS
           ELSE
               MOVE CR-DATA-VENCTO TO WRK-DATA-BASE-JUROS
           END-IF.
           MOVE ZEROS TO WRK-DIAS-JUROS.
           IF WRK-DATA-HOJE > WRK-DATA-BASE-JUROS
               PERFORM 2250-CONTAR-DIAS-JUROS
           END-IF.
           COMPUTE WRK-JUROS-ITEM ROUNDED =
               WRK-SALDO-ITEM * WRK-PCT-JUROS-DIA
               * WRK-DIAS-JUROS / 100.
           COMPUTE WRK-ENCARGO-ITEM =
               WRK-MULTA-ITEM + CR-VALOR-JUROS + WRK-JUROS-ITEM
               - CR-ENCARGO-PAGO.
           IF WRK-ENCARGO-ITEM < ZEROS
               MOVE ZEROS TO WRK-ENCARGO-ITEM
           END-IF.
       2200-EXIT.
           EXIT.

       2250-CONTAR-DIAS-JUROS.
           IF WRK-QTD-DIAS-UTEIS > ZEROS
              AND WRK-DATA-BASE-JUROS NOT < WRK-TAB-DIA (1)
              AND WRK-DATA-HOJE
                  NOT > WRK-TAB-DIA (WRK-QTD-DIAS-UTEIS)
               PERFORM 2260-CONTAR-DIA
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-QTD-DIAS-UTEIS
           ELSE
               COMPUTE WRK-DIAS-JUROS = WRK-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE (WRK-DATA-BASE-JUROS)
           END-IF.
       2250-EXIT.
           EXIT.

       2260-CONTAR-DIA.
           IF WRK-TAB-DIA (WRK-IDX-DIA) > WRK-DATA-BASE-JUROS
              AND WRK-TAB-DIA (WRK-IDX-DIA) NOT > WRK-DATA-HOJE
               ADD 1 TO WRK-DIAS-JUROS
           END-IF.
       2260-EXIT.
           EXIT.

      ****************************************************************
      * 2300-CONFERIR-QUEBRA - PARCELA DE ACORDO COM MAIS DIAS DE    *
      *                        ATRASO DO QUE O LIMITE DO ACOCFG      *
      *                        QUEBRA O ACORDO.                      *
      ****************************************************************
       2300-CONFERIR-QUEBRA.
           COMPUTE WRK-VENCTO-INT =
               FUNCTION INTEGER-OF-DATE (CR-DATA-VENCTO).
           COMPUTE WRK-ATRASO-DIAS = WRK-HOJE-INT - WRK-VENCTO-INT.
           IF WRK-ATRASO-DIAS NOT > WRK-DIAS-QUEBRA
               GO TO 2300-EXIT
           END-IF.
           IF WRK-QTD-QUEBRAS < 500
               ADD 1 TO WRK-QTD-QUEBRAS
               MOVE CR-NUM-ACORDO
                   TO WRK-TAB-QBR-ACORDO (WRK-QTD-QUEBRAS)
               MOVE CR-CPF-CLIENTE
                   TO WRK-TAB-QBR-CPF (WRK-QTD-QUEBRAS)
               MOVE CR-NUM-PARCELA
                   TO WRK-TAB-QBR-PARCELA (WRK-QTD-QUEBRAS)
               MOVE CR-QTD-PARCELAS
                   TO WRK-TAB-QBR-QTD (WRK-QTD-QUEBRAS)
               MOVE CR-DATA-VENCTO
                   TO WRK-TAB-QBR-VENCTO (WRK-QTD-QUEBRAS)
               MOVE WRK-ATRASO-DIAS
                   TO WRK-TAB-QBR-ATRASO (WRK-QTD-QUEBRAS)
               COMPUTE WRK-TAB-QBR-SALDO (WRK-QTD-QUEBRAS) =
                   CR-VALOR-PARCELA - CR-VALOR-PAGO
           ELSE
               DISPLAY 'ACORDOS QUEBRADOS EXCEDEM A TABELA - ACORDO '
                       CR-NUM-ACORDO ' FORA DA LISTA'
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-APLICAR-ACORDO - ACORDO PENDENTE SEM PARCELA VENCIDA E  *
      *                       RECUSADO; COM PARCELAS FECHADAS, GERA  *
      *                       A SERIE NOVA E LANCA OS ENCARGOS       *
      *                       INCORPORADOS. O JA APLICADO HOJE SO    *
      *                       VOLTA AO LEDGER.                       *
      ****************************************************************
       3000-APLICAR-ACORDO.
           SET WRK-ACO-IDX TO WRK-IDX.
           IF WRK-TAB-ACO-SITUACAO (WRK-ACO-IDX) = 'A'
               PERFORM 3300-LANCAR-ENCARGOS THRU 3300-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WRK-TAB-ACO-FECHADAS (WRK-ACO-IDX) = ZEROS
               MOVE 'R' TO WRK-TAB-ACO-SITUACAO (WRK-ACO-IDX)
               ADD 1 TO WRK-QTD-RECUSADOS
               MOVE SPACES TO AR-LINHA
               STRING 'ACORDO ' WRK-TAB-ACO-NUMERO (WRK-ACO-IDX)
                      ' CPF ' WRK-TAB-ACO-CPF (WRK-ACO-IDX)
                      ' RECUSADO - SEM PARCELA VENCIDA EM ABERTO'
                   DELIMITED BY SIZE INTO AR-LINHA
               END-STRING
               WRITE AR-LINHA
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WRK-VALOR-ACORDADO =
               WRK-TAB-ACO-PRINCIPAL (WRK-ACO-IDX)
               + WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX).
           IF WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX)
                   NOT < WRK-VALOR-ACORDADO
               MOVE ZEROS TO WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX)
           END-IF.
           COMPUTE WRK-VALOR-PARCELA ROUNDED =
               (WRK-VALOR-ACORDADO - WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX))
               / WRK-TAB-ACO-QTD (WRK-ACO-IDX).
           COMPUTE WRK-VALOR-ULTIMA =
               WRK-VALOR-ACORDADO - WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX)
               - (WRK-VALOR-PARCELA
                  * (WRK-TAB-ACO-QTD (WRK-ACO-IDX) - 1)).
           MOVE WRK-TAB-ACO-QTD (WRK-ACO-IDX) TO WRK-QTD-SERIE.
           IF WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX) > ZEROS
               ADD 1 TO WRK-QTD-SERIE
           END-IF.
           PERFORM 3100-GRAVAR-PARCELA
               VARYING WRK-PARCELA FROM 1 BY 1
               UNTIL WRK-PARCELA > WRK-QTD-SERIE.
           MOVE 'A' TO WRK-TAB-ACO-SITUACAO (WRK-ACO-IDX).
           ADD 1 TO WRK-QTD-APLICADOS.
           ADD WRK-VALOR-ACORDADO TO WRK-SOMA-ACORDADO.
           PERFORM 3300-LANCAR-ENCARGOS THRU 3300-EXIT.
           MOVE WRK-VALOR-ACORDADO TO WRK-VALORFN.
           MOVE WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX) TO WRK-VALOR2FN.
           MOVE SPACES TO AR-LINHA.
           STRING 'ACORDO ' WRK-TAB-ACO-NUMERO (WRK-ACO-IDX)
                  ' CPF ' WRK-TAB-ACO-CPF (WRK-ACO-IDX)
                  ' APLICADO ' WRK-QTD-SERIE ' PARCELAS'
                  ' VALOR ' WRK-VALORFN
                  ' ENCARGOS ' WRK-VALOR2FN
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
       3000-EXIT.
           EXIT.

      * A ENTRADA, QUANDO HA, E A PARCELA 1 E VENCE NO PROXIMO DIA
      * UTIL; AS DEMAIS VENCEM DE 30 EM 30 DIAS A PARTIR DE HOJE.
       3100-GRAVAR-PARCELA.
           IF WRK-QTD-SERIE > WRK-TAB-ACO-QTD (WRK-ACO-IDX)
               COMPUTE WRK-PRAZO = WRK-PARCELA - 1
           ELSE
               MOVE WRK-PARCELA TO WRK-PRAZO
           END-IF.
           IF WRK-PRAZO = ZEROS
               COMPUTE WRK-VENCTO-INT = WRK-HOJE-INT + 1
           ELSE
               COMPUTE WRK-VENCTO-INT =
                   WRK-HOJE-INT + (WRK-PRAZO * 30)
           END-IF.
           COMPUTE WRK-VENCTO-ALVO =
               FUNCTION DATE-OF-INTEGER (WRK-VENCTO-INT).
           PERFORM 3200-EMPURRAR-DIA-UTIL.
           MOVE WRK-TAB-ACO-CPF (WRK-ACO-IDX)      TO CR-CPF-CLIENTE.
           MOVE WRK-DATA-HOJE                      TO CR-DATA-VENDA.
           MOVE WRK-TAB-ACO-FILIAL (WRK-ACO-IDX)   TO CR-FILIAL.
           MOVE WRK-TAB-ACO-VENDEDOR (WRK-ACO-IDX) TO CR-COD-VENDEDOR.
           MOVE WRK-PARCELA      TO CR-NUM-PARCELA.
           MOVE WRK-QTD-SERIE    TO CR-QTD-PARCELAS.
           MOVE WRK-VENCTO-FINAL TO CR-DATA-VENCTO.
           EVALUATE TRUE
               WHEN WRK-PRAZO = ZEROS
                   MOVE WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX)
                       TO CR-VALOR-PARCELA
               WHEN WRK-PARCELA = WRK-QTD-SERIE
                   MOVE WRK-VALOR-ULTIMA  TO CR-VALOR-PARCELA
               WHEN OTHER
                   MOVE WRK-VALOR-PARCELA TO CR-VALOR-PARCELA
           END-EVALUATE.
           MOVE CR-VALOR-PARCELA TO CR-VALOR-PRINCIPAL.
           MOVE ZEROS TO CR-VALOR-PAGO
                         CR-VALOR-MULTA
                         CR-VALOR-JUROS
                         CR-ENCARGO-PAGO
                         CR-DATA-CALC-JUROS
                         CR-DATA-SITUACAO
                         CR-JUROS-FINANC
                         CR-DATA-APROP-JUROS.
           MOVE WRK-TAB-ACO-NUMERO (WRK-ACO-IDX) TO CR-NUM-ACORDO.
           MOVE 'A'   TO CR-SITUACAO.
           MOVE CR-REGISTRO TO RN-REGISTRO.
           WRITE RN-REGISTRO.
           ADD 1 TO WRK-QTD-GRAVADOS.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-EMPURRAR-DIA-UTIL - O VENCIMENTO CAIDO EM DIA NAO UTIL  *
      *                          VAI PARA O PRIMEIRO DIA UTIL        *
      *                          SEGUINTE DO CALENDARIO; FORA DO     *
      *                          ALCANCE DO CALDIA, FICA COMO ESTA.  *
      ****************************************************************
       3200-EMPURRAR-DIA-UTIL.
           MOVE WRK-VENCTO-ALVO TO WRK-VENCTO-FINAL.
           IF WRK-QTD-DIAS-UTEIS > ZEROS
              AND WRK-VENCTO-ALVO
                  NOT > WRK-TAB-DIA (WRK-QTD-DIAS-UTEIS)
               SET WRK-DIA-IDX TO 1
               SEARCH WRK-TAB-DIA
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-DIA (WRK-DIA-IDX)
                           NOT < WRK-VENCTO-ALVO
                       MOVE WRK-TAB-DIA (WRK-DIA-IDX)
                           TO WRK-VENCTO-FINAL
               END-SEARCH
           END-IF.
       3200-EXIT.
           EXIT.

      * ENCARGOS INCORPORADOS: DUAS PERNAS QUE SE ANULAM - DEBITO NO
      * CONTAS A RECEBER (POSITIVA) CONTRA O CREDITO NA RECEITA DE
      * ENCARGOS (NEGATIVA), COM O CPF NA DESCRICAO. O PRINCIPAL SO
      * TROCA DE PARCELA DENTRO DO CONTAS A RECEBER E NAO E LANCADO.
       3300-LANCAR-ENCARGOS.
           IF WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX) = ZEROS
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO LT-DATA.
           MOVE SPACES        TO LT-DESCRICAO.
           MOVE WRK-TAB-ACO-CPF (WRK-ACO-IDX) TO LT-DESC-CPF.
           MOVE 'ACORDO'           TO LT-DESC-TIPO.
           MOVE WRK-CONTA-RECEBER  TO LT-CONTA.
           MOVE WRK-CONTA-ENCARGOS TO LT-CONTA-CONTRA.
           MOVE WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX) TO LT-VALOR.
           WRITE LT-REGISTRO.
           MOVE WRK-CONTA-ENCARGOS TO LT-CONTA.
           MOVE WRK-CONTA-RECEBER  TO LT-CONTA-CONTRA.
           COMPUTE LT-VALOR =
               WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX) * -1.
           WRITE LT-REGISTRO.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-QUEBRADOS - PARCELAS DE ACORDO ALEM DO LIMITE  *
      *                           DE ATRASO, PARA A COBRANCA AGIR.   *
      ****************************************************************
       4000-IMPRIMIR-QUEBRADOS.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE WRK-DIAS-QUEBRA TO WRK-DIASFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'ACORDOS QUEBRADOS - PARCELA COM MAIS DE '
                  WRK-DIASFN ' DIAS DE ATRASO'
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE 'ACORDO   CPF         PARCELA VENCTO   ATRASO  SALDO'
               TO AR-LINHA.
           WRITE AR-LINHA.
           PERFORM 4100-IMPRIMIR-QUEBRA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-QUEBRAS.
           MOVE WRK-QTD-QUEBRAS TO WRK-CONTROLEFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'PARCELAS DE ACORDO QUEBRADO: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-QUEBRA.
           MOVE WRK-TAB-QBR-ATRASO (WRK-IDX) TO WRK-DIASFN.
           MOVE WRK-TAB-QBR-SALDO (WRK-IDX)  TO WRK-VALORFN.
           MOVE SPACES TO AR-LINHA.
           STRING WRK-TAB-QBR-ACORDO (WRK-IDX)
                  ' ' WRK-TAB-QBR-CPF (WRK-IDX)
                  ' ' WRK-TAB-QBR-PARCELA (WRK-IDX)
                  '/' WRK-TAB-QBR-QTD (WRK-IDX)
                  '   ' WRK-TAB-QBR-VENCTO (WRK-IDX)
                  ' ' WRK-DIASFN
                  ' ' WRK-VALORFN
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-REGRAVAR-ACORDOS - COPIA O ACORDOS PARA O ACORDOSN COM  *
      *                         A SITUACAO NOVA DOS ACORDOS TRATADOS *
      *                         HOJE.                                *
      ****************************************************************
       5000-REGRAVAR-ACORDOS.
           OPEN OUTPUT ACORDOS-NOVO.
           MOVE 'N' TO WRK-FIM-ACORDOS.
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS-OK
               READ ACORDOS
                   AT END SET FIM-ACORDOS TO TRUE
               END-READ
               PERFORM 5100-REGRAVAR-ACORDO UNTIL FIM-ACORDOS
               CLOSE ACORDOS
           END-IF.
           CLOSE ACORDOS-NOVO.
       5000-EXIT.
           EXIT.

       5100-REGRAVAR-ACORDO.
           IF ACORDO-PENDENTE
              AND WRK-QTD-ACORDOS > ZEROS
               SET WRK-ACO-IDX TO 1
               SEARCH WRK-TAB-ACO-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-ACO-NUMERO (WRK-ACO-IDX) = AC-NUMERO
                       PERFORM 5200-ATUALIZAR-ACORDO
               END-SEARCH
           END-IF.
           MOVE AC-REGISTRO TO AN-REGISTRO.
           WRITE AN-REGISTRO.
           READ ACORDOS
               AT END SET FIM-ACORDOS TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-ATUALIZAR-ACORDO.
           MOVE WRK-TAB-ACO-SITUACAO (WRK-ACO-IDX) TO AC-SITUACAO.
           IF NOT ACORDO-PENDENTE
               MOVE WRK-DATA-HOJE TO AC-DATA-APLICACAO
           END-IF.
           IF ACORDO-APLICADO
               MOVE WRK-TAB-ACO-ENTRADA (WRK-ACO-IDX)
                   TO AC-VALOR-ENTRADA
               COMPUTE AC-VALOR-ACORDADO =
                   WRK-TAB-ACO-PRINCIPAL (WRK-ACO-IDX)
                   + WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX)
               MOVE WRK-TAB-ACO-ENCARGOS (WRK-ACO-IDX)
                   TO AC-VALOR-ENCARGOS
           END-IF.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ITENS TO WRK-CONTROLEFN.
           DISPLAY 'ITENS LIDOS:          ' WRK-CONTROLEFN.
           MOVE WRK-QTD-GRAVADOS TO WRK-CONTROLEFN.
           DISPLAY 'ITENS GRAVADOS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RENEGOCIADAS TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS RENEGOCIADAS:' WRK-CONTROLEFN.
           MOVE WRK-QTD-APLICADOS TO WRK-CONTROLEFN.
           DISPLAY 'ACORDOS APLICADOS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RECUSADOS TO WRK-CONTROLEFN.
           DISPLAY 'ACORDOS RECUSADOS:    ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-ACORDADO TO WRK-VALORFN.
           DISPLAY 'VALOR ACORDADO:       ' WRK-VALORFN.
           MOVE WRK-QTD-QUEBRAS TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS QUEBRADAS:   ' WRK-CONTROLEFN.
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
      *                      MANHA (PROGMANHA).                      *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGRECACO' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ITENS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RECUSADOS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGRECACO' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
