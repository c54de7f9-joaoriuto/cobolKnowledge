       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGRECCON.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONCILIACAO MENSAL DO CONTAS A RECEBER COM O       *
      *           LEDGER - SOMA O PRINCIPAL EM ABERTO DOS ITENS DO   *
      *           RECEBER E CONFRONTA COM O SALDO DA CONTA DE        *
      *           CONTROLE DO CONTAS A RECEBER (11300): O SALDO DE   *
      *           FECHAMENTO DO LEDGER-SALDO MAIS O MOVIMENTO DO     *
      *           PERIODO ABERTO NO LEDGER-TRANS. QUANDO NAO BATE,   *
      *           REFAZ O SALDO DA CONTA POR CPF (DESCRICAO DOS      *
      *           LANCAMENTOS DO PROGRECGER/PROGRECBX) A PARTIR DO   *
      *           ARQUIVO MORTO (LEDGARQ) E DO VIVO, E LISTA CADA    *
      *           CPF CUJO RECEBER DIFERE DO LEDGER. COM O           *
      *           CALENDARIO (CALDIA) PRESENTE, SO RODA NO ULTIMO    *
      *           DIA UTIL DO MES, COMO O PROGMESFEC.                *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  JUROS DA VENDA FINANCIADA AINDA NAO           *
      *                RECONHECIDOS PELO PROGRECBX NAO ESTAO NA CONTA*
      *                DE CONTROLE E SAEM DO SALDO ABERTO DO ITEM.   *
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
           SELECT LEDGER-SALDO   ASSIGN TO "LEDSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDSALDO.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT LEDGER-ARQUIVO ASSIGN TO "LEDGARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGARQ.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT RECCON-REPORT  ASSIGN TO "RECCONRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECCONRP.
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
       FD  LEDGER-SALDO.
           COPY LEDSALDO.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  LEDGER-ARQUIVO.
       01  LA-REGISTRO.
           05  LA-CONTA             PICTURE X(05).
           05  LA-DATA              PICTURE 9(08).
           05  LA-DESC-CPF          PICTURE X(11).
           05  LA-DESC-CPF-NUM      REDEFINES LA-DESC-CPF
                                    PICTURE 9(11).
           05  FILLER               PICTURE X(09).
           05  LA-VALOR             PICTURE S9(09)V99.
           05  LA-CONTA-CONTRA      PICTURE X(05).
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  RECCON-REPORT.
       01  RC-LINHA                 PICTURE X(100).
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
       77  WRK-FS-LEDSALDO          PIC X(02) VALUE SPACES.
           88  FS-LEDSALDO-OK           VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-LEDGARQ           PIC X(02) VALUE SPACES.
           88  FS-LEDGARQ-OK            VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-RECCONRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-FIM-LEDSALDO         PIC X(01) VALUE 'N'.
           88  FIM-LEDSALDO             VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-FIM-LEDGARQ          PIC X(01) VALUE 'N'.
           88  FIM-LEDGARQ              VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-RECEBER        PIC X(05) VALUE '11300'.

      * SALDO POR CPF - O RECEBER EM ABERTO E, QUANDO A CONTA NAO
      * BATE, O SALDO DA CONTA DE CONTROLE REFEITO PELOS LANCAMENTOS.
       01  WRK-TAB-CLIENTE.
           05  WRK-TAB-CLI-ITEM OCCURS 2000 TIMES
                                INDEXED BY WRK-CLI-IDX.
               10  WRK-TAB-CLI-CPF      PICTURE 9(11).
               10  WRK-TAB-CLI-RECEBER  PICTURE S9(10)V99.
               10  WRK-TAB-CLI-LEDGER   PICTURE S9(10)V99.
       77  WRK-QTD-CLIENTES         PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-PROCURADO        PIC 9(11) VALUE ZEROS.
       77  WRK-VALOR-RECEBER        PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-LEDGER         PIC S9(10)V99 COMP-3 VALUE ZEROS.

       77  WRK-SOMA-RECEBER         PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-FECHAMENTO     PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-MOVIMENTO-ABERTO     PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-CONTROLE       PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-DIFERENCA            PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SEM-CPF              PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-ITENS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ABERTOS          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-IDX                  PIC 9(04) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2FN         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR3FN         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'CONCILIACAO DO RECEBER NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT RECCON-REPORT.
           MOVE SPACES TO RC-LINHA.
           STRING 'CONCILIACAO DO CONTAS A RECEBER COM O LEDGER EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
           MOVE ALL '=' TO RC-LINHA.
           WRITE RC-LINHA.
           PERFORM 1000-SOMAR-RECEBER.
           PERFORM 2000-SALDO-CONTROLE.
           PERFORM 3000-CONFRONTAR.
           IF WRK-DIFERENCA NOT = ZEROS
               PERFORM 4000-REFAZER-POR-CPF
               PERFORM 5000-LISTAR-DIVERGENTES
           END-IF.
           CLOSE RECCON-REPORT.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             CONCILIA NO DIA MARCADO COMO     *
      *                             ULTIMO DIA UTIL DO MES.          *
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
      * 1000-SOMAR-RECEBER - SOMA O PRINCIPAL EM ABERTO DOS ITENS    *
      *                      ABERTOS, NO TOTAL E POR CPF.            *
      ****************************************************************
       1000-SOMAR-RECEBER.
           OPEN INPUT CONTAS-RECEBER.
           IF FS-RECEBER-OK
               READ CONTAS-RECEBER
                   AT END SET FIM-RECEBER TO TRUE
               END-READ
               PERFORM 1100-SOMAR-ITEM UNTIL FIM-RECEBER
               CLOSE CONTAS-RECEBER
           ELSE
               MOVE 'RECEBER' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-RECEBER TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SOMAR-ITEM.
           ADD 1 TO WRK-QTD-ITENS.
           IF PARCELA-ABERTA
               ADD 1 TO WRK-QTD-ABERTOS
               COMPUTE WRK-VALOR-RECEBER =
                   CR-VALOR-PARCELA - CR-VALOR-PAGO
               IF CR-JUROS-FINANC IS NUMERIC
                  AND CR-DATA-APROP-JUROS IS NUMERIC
                  AND CR-DATA-APROP-JUROS = ZEROS
                   SUBTRACT CR-JUROS-FINANC FROM WRK-VALOR-RECEBER
               END-IF
               ADD WRK-VALOR-RECEBER TO WRK-SOMA-RECEBER
               MOVE CR-CPF-CLIENTE TO WRK-CPF-PROCURADO
               MOVE ZEROS TO WRK-VALOR-LEDGER
               PERFORM 6000-ACUMULAR-CPF THRU 6000-EXIT
           END-IF.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SALDO-CONTROLE - SALDO DA CONTA DE CONTROLE: FECHAMENTO *
      *                       DO LEDGER-SALDO MAIS O MOVIMENTO DO    *
      *                       PERIODO ABERTO NO LEDGER-TRANS.        *
      ****************************************************************
       2000-SALDO-CONTROLE.
           OPEN INPUT LEDGER-SALDO.
           IF FS-LEDSALDO-OK
               READ LEDGER-SALDO
                   AT END SET FIM-LEDSALDO TO TRUE
               END-READ
               PERFORM 2100-LER-SALDO UNTIL FIM-LEDSALDO
               CLOSE LEDGER-SALDO
           END-IF.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 2200-SOMAR-MOVIMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           COMPUTE WRK-SALDO-CONTROLE =
               WRK-SALDO-FECHAMENTO + WRK-MOVIMENTO-ABERTO.
       2000-EXIT.
           EXIT.

       2100-LER-SALDO.
           IF LS-CONTA = WRK-CONTA-RECEBER
               MOVE LS-SALDO TO WRK-SALDO-FECHAMENTO
           END-IF.
           READ LEDGER-SALDO
               AT END SET FIM-LEDSALDO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SOMAR-MOVIMENTO.
           IF LT-CONTA = WRK-CONTA-RECEBER
               ADD LT-VALOR TO WRK-MOVIMENTO-ABERTO
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 3000-CONFRONTAR - QUADRO DO RECEBER CONTRA A CONTA DE        *
      *                   CONTROLE.                                  *
      ****************************************************************
       3000-CONFRONTAR.
           COMPUTE WRK-DIFERENCA =
               WRK-SOMA-RECEBER - WRK-SALDO-CONTROLE.
           MOVE WRK-SOMA-RECEBER TO WRK-VALORFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'RECEBER EM ABERTO (PRINCIPAL): ' WRK-VALORFN
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
           MOVE WRK-SALDO-FECHAMENTO TO WRK-VALORFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'SALDO DE FECHAMENTO ' WRK-CONTA-RECEBER ':     '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
           MOVE WRK-MOVIMENTO-ABERTO TO WRK-VALORFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'MOVIMENTO DO PERIODO ABERTO:   ' WRK-VALORFN
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
           MOVE WRK-SALDO-CONTROLE TO WRK-VALORFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'SALDO DA CONTA DE CONTROLE:    ' WRK-VALORFN
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
           MOVE WRK-DIFERENCA TO WRK-VALORFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'DIFERENCA:                     ' WRK-VALORFN
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
           MOVE ALL '=' TO RC-LINHA.
           WRITE RC-LINHA.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'CONTAS A RECEBER CONCILIADO COM O LEDGER'
                   TO RC-LINHA
               WRITE RC-LINHA
               DISPLAY 'RECEBER: CONCILIADO COM O LEDGER'
           ELSE
               MOVE 'DIVERGE' TO WRK-RL-STATUS
               DISPLAY 'RECEBER: CONCILIACAO COM DIFERENCA - VER '
                       'RECCONRP'
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 4000-REFAZER-POR-CPF - REFAZ O SALDO DA CONTA DE CONTROLE    *
      *                        POR CPF A PARTIR DE TODOS OS          *
      *                        LANCAMENTOS (MORTO E VIVO); O QUE     *
      *                        FOI LANCADO NA CONTA SEM CPF NA       *
      *                        DESCRICAO SAI NUMA LINHA PROPRIA.     *
      ****************************************************************
       4000-REFAZER-POR-CPF.
           OPEN INPUT LEDGER-ARQUIVO.
           IF FS-LEDGARQ-OK
               READ LEDGER-ARQUIVO
                   AT END SET FIM-LEDGARQ TO TRUE
               END-READ
               PERFORM 4100-SOMAR-ARQUIVADO UNTIL FIM-LEDGARQ
               CLOSE LEDGER-ARQUIVO
           END-IF.
           MOVE 'N' TO WRK-FIM-LEDGER.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 4200-SOMAR-VIVO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-SOMAR-ARQUIVADO.
           IF LA-CONTA = WRK-CONTA-RECEBER
               IF LA-DESC-CPF IS NUMERIC
                   MOVE LA-DESC-CPF-NUM TO WRK-CPF-PROCURADO
                   MOVE ZEROS    TO WRK-VALOR-RECEBER
                   MOVE LA-VALOR TO WRK-VALOR-LEDGER
                   PERFORM 6000-ACUMULAR-CPF THRU 6000-EXIT
               ELSE
                   ADD LA-VALOR TO WRK-SEM-CPF
               END-IF
           END-IF.
           READ LEDGER-ARQUIVO
               AT END SET FIM-LEDGARQ TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-SOMAR-VIVO.
           IF LT-CONTA = WRK-CONTA-RECEBER
               IF LT-DESC-CPF IS NUMERIC
                   MOVE LT-DESC-CPF TO WRK-CPF-PROCURADO
                   MOVE ZEROS    TO WRK-VALOR-RECEBER
                   MOVE LT-VALOR TO WRK-VALOR-LEDGER
                   PERFORM 6000-ACUMULAR-CPF THRU 6000-EXIT
               ELSE
                   ADD LT-VALOR TO WRK-SEM-CPF
               END-IF
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 5000-LISTAR-DIVERGENTES - CADA CPF CUJO RECEBER EM ABERTO    *
      *                           DIFERE DO SALDO DO CPF NO LEDGER.  *
      ****************************************************************
       5000-LISTAR-DIVERGENTES.
           MOVE 'DIFERENCAS POR CPF (RECEBER / LEDGER / DIFERENCA)'
               TO RC-LINHA.
           WRITE RC-LINHA.
           PERFORM 5100-LISTAR-CPF
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CLIENTES.
           IF WRK-SEM-CPF NOT = ZEROS
               MOVE WRK-SEM-CPF TO WRK-VALORFN
               MOVE SPACES TO RC-LINHA
               STRING 'LANCADO NA CONTA SEM CPF NA DESCRICAO: '
                      WRK-VALORFN
                   DELIMITED BY SIZE INTO RC-LINHA
               END-STRING
               WRITE RC-LINHA
           END-IF.
           MOVE WRK-QTD-DIVERGENTES TO WRK-CONTROLEFN.
           MOVE SPACES TO RC-LINHA.
           STRING 'CPF DIVERGENTES: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RC-LINHA
           END-STRING.
           WRITE RC-LINHA.
       5000-EXIT.
           EXIT.

       5100-LISTAR-CPF.
           IF WRK-TAB-CLI-RECEBER (WRK-IDX)
                   NOT = WRK-TAB-CLI-LEDGER (WRK-IDX)
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE WRK-TAB-CLI-RECEBER (WRK-IDX) TO WRK-VALORFN
               MOVE WRK-TAB-CLI-LEDGER (WRK-IDX)  TO WRK-VALOR2FN
               COMPUTE WRK-VALOR3FN =
                   WRK-TAB-CLI-RECEBER (WRK-IDX)
                   - WRK-TAB-CLI-LEDGER (WRK-IDX)
               MOVE SPACES TO RC-LINHA
               STRING 'CPF ' WRK-TAB-CLI-CPF (WRK-IDX)
                      ' ' WRK-VALORFN
                      ' ' WRK-VALOR2FN
                      ' ' WRK-VALOR3FN
                   DELIMITED BY SIZE INTO RC-LINHA
               END-STRING
               WRITE RC-LINHA
           END-IF.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 6000-ACUMULAR-CPF - SOMA WRK-VALOR-RECEBER/WRK-VALOR-LEDGER  *
      *                     NA LINHA DO WRK-CPF-PROCURADO, ABRINDO A *
      *                     LINHA NO PRIMEIRO VALOR DO CPF.          *
      ****************************************************************
       6000-ACUMULAR-CPF.
           IF WRK-QTD-CLIENTES > ZEROS
               SET WRK-CLI-IDX TO 1
               SEARCH WRK-TAB-CLI-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-CLI-CPF (WRK-CLI-IDX)
                           = WRK-CPF-PROCURADO
                       ADD WRK-VALOR-RECEBER
                           TO WRK-TAB-CLI-RECEBER (WRK-CLI-IDX)
                       ADD WRK-VALOR-LEDGER
                           TO WRK-TAB-CLI-LEDGER (WRK-CLI-IDX)
                       GO TO 6000-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-CLIENTES < 2000
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE WRK-CPF-PROCURADO
                   TO WRK-TAB-CLI-CPF (WRK-QTD-CLIENTES)
               MOVE WRK-VALOR-RECEBER
                   TO WRK-TAB-CLI-RECEBER (WRK-QTD-CLIENTES)
               MOVE WRK-VALOR-LEDGER
                   TO WRK-TAB-CLI-LEDGER (WRK-QTD-CLIENTES)
           ELSE
               DISPLAY 'CLIENTES EXCEDEM A CAPACIDADE DA TABELA - '
                       'CPF ' WRK-CPF-PROCURADO ' FORA DA ABERTURA'
           END-IF.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ITENS TO WRK-CONTROLEFN.
           DISPLAY 'ITENS LIDOS:          ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ABERTOS TO WRK-CONTROLEFN.
           DISPLAY 'ITENS ABERTOS:        ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-RECEBER TO WRK-VALORFN.
           DISPLAY 'RECEBER EM ABERTO:    ' WRK-VALORFN.
           MOVE WRK-SALDO-CONTROLE TO WRK-VALORFN.
           DISPLAY 'CONTA DE CONTROLE:    ' WRK-VALORFN.
           MOVE WRK-QTD-DIVERGENTES TO WRK-CONTROLEFN.
           DISPLAY 'CPF DIVERGENTES:      ' WRK-CONTROLEFN.
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
           MOVE 'PROGRECCON' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ITENS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ABERTOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-DIVERGENTES TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGRECCON' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
