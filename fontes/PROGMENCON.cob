       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGMENCON.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONCILIACAO MENSAL DAS MENSALIDADES COM O LEDGER - *
      *           SOMA O SALDO EM ABERTO DAS MENSALIDADES DO MENSAL  *
      *           (VALOR MENOS PAGO DAS ABERTAS), POR ANO-MES E NO   *
      *           TOTAL, E CONFRONTA COM O SALDO DA CONTA DE         *
      *           MENSALIDADES A RECEBER (11400): O SALDO DE         *
      *           FECHAMENTO DO LEDGER-SALDO MAIS O MOVIMENTO DO     *
      *           PERIODO ABERTO NO LEDGER-TRANS. QUANDO NAO BATE,   *
      *           ABRE O MOVIMENTO DO PERIODO ABERTO DA CONTA POR    *
      *           DESCRICAO (PROGMENSAL, PROGMENSBX E PROGMENCAN)    *
      *           PARA ACHAR O LOTE QUE FALTOU. COM O CALENDARIO     *
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
           SELECT MENSALIDADE    ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.
           SELECT LEDGER-SALDO   ASSIGN TO "LEDSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDSALDO.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT MENCON-REPORT  ASSIGN TO "MENCONRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENCONRP.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  MENSALIDADE.
           COPY MENSALID.
       FD  LEDGER-SALDO.
           COPY LEDSALDO.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  MENCON-REPORT.
       01  MC-LINHA                 PICTURE X(100).
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
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-LEDSALDO          PIC X(02) VALUE SPACES.
           88  FS-LEDSALDO-OK           VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-MENCONRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-MENSAL           PIC X(01) VALUE 'N'.
           88  FIM-MENSAL               VALUE 'S'.
       77  WRK-FIM-LEDSALDO         PIC X(01) VALUE 'N'.
           88  FIM-LEDSALDO             VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-MENS-RECEBER   PIC X(05) VALUE '11400'.

      * SALDO EM ABERTO DO MENSAL POR ANO-MES DE COMPETENCIA.
       01  WRK-TAB-COMPETENCIA.
           05  WRK-TAB-CMP-ITEM OCCURS 120 TIMES
                                INDEXED BY WRK-CMP-IDX.
               10  WRK-TAB-CMP-ANO-MES  PICTURE 9(06).
               10  WRK-TAB-CMP-QTD      PICTURE 9(06).
               10  WRK-TAB-CMP-ABERTO   PICTURE S9(10)V99.
       77  WRK-QTD-COMPETENCIAS     PIC 9(03) VALUE ZEROS.

      * MOVIMENTO DO PERIODO ABERTO NA CONTA, POR DESCRICAO.
       01  WRK-TAB-MOVIMENTO.
           05  WRK-TAB-MOV-ITEM OCCURS 30 TIMES
                                INDEXED BY WRK-MOV-IDX.
               10  WRK-TAB-MOV-DESCRICAO PICTURE X(20).
               10  WRK-TAB-MOV-QTD      PICTURE 9(06).
               10  WRK-TAB-MOV-VALOR    PICTURE S9(12)V99.
       77  WRK-QTD-DESCRICOES       PIC 9(02) VALUE ZEROS.
       77  WRK-MOV-FORA-TABELA      PIC S9(12)V99 COMP-3 VALUE ZEROS.

       77  WRK-VALOR-ABERTO         PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-MENSAL          PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-FECHAMENTO     PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-MOVIMENTO-ABERTO     PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SALDO-CONTROLE       PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-DIFERENCA            PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-ITENS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ABERTOS          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'CONCILIACAO DAS MENSALIDADES NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT MENCON-REPORT.
           MOVE SPACES TO MC-LINHA.
           STRING 'CONCILIACAO DAS MENSALIDADES COM O LEDGER EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
           MOVE ALL '=' TO MC-LINHA.
           WRITE MC-LINHA.
           PERFORM 1000-SOMAR-MENSAL.
           PERFORM 2000-SALDO-CONTROLE.
           PERFORM 3000-CONFRONTAR.
           PERFORM 4000-LISTAR-COMPETENCIAS.
           IF WRK-DIFERENCA NOT = ZEROS
               PERFORM 5000-LISTAR-MOVIMENTO
           END-IF.
           CLOSE MENCON-REPORT.
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
      * 1000-SOMAR-MENSAL - SOMA O SALDO EM ABERTO DAS MENSALIDADES  *
      *                     ABERTAS, NO TOTAL E POR ANO-MES.         *
      *                     CANCELADAS E PAGAS NAO TEM SALDO.        *
      ****************************************************************
       1000-SOMAR-MENSAL.
           OPEN INPUT MENSALIDADE.
           IF FS-MENSAL-OK
               READ MENSALIDADE
                   AT END SET FIM-MENSAL TO TRUE
               END-READ
               PERFORM 1100-SOMAR-ITEM UNTIL FIM-MENSAL
               CLOSE MENSALIDADE
           ELSE
               MOVE 'MENSAL'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-MENSAL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SOMAR-ITEM.
           ADD 1 TO WRK-QTD-ITENS.
           IF MENSALIDADE-ABERTA
               ADD 1 TO WRK-QTD-ABERTOS
               IF MN-VALOR-PAGO NOT NUMERIC
                   MOVE ZEROS TO MN-VALOR-PAGO
               END-IF
               COMPUTE WRK-VALOR-ABERTO = MN-VALOR - MN-VALOR-PAGO
               ADD WRK-VALOR-ABERTO TO WRK-SOMA-MENSAL
               PERFORM 1200-ACUMULAR-COMPETENCIA THRU 1200-EXIT
           END-IF.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-ACUMULAR-COMPETENCIA.
           IF WRK-QTD-COMPETENCIAS > ZEROS
               SET WRK-CMP-IDX TO 1
               SEARCH WRK-TAB-CMP-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CMP-IDX > WRK-QTD-COMPETENCIAS
                       CONTINUE
                   WHEN WRK-TAB-CMP-ANO-MES (WRK-CMP-IDX) = MN-ANO-MES
                       ADD 1 TO WRK-TAB-CMP-QTD (WRK-CMP-IDX)
                       ADD WRK-VALOR-ABERTO
                           TO WRK-TAB-CMP-ABERTO (WRK-CMP-IDX)
                       GO TO 1200-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-COMPETENCIAS < 120
               ADD 1 TO WRK-QTD-COMPETENCIAS
               MOVE MN-ANO-MES
                   TO WRK-TAB-CMP-ANO-MES (WRK-QTD-COMPETENCIAS)
               MOVE 1
                   TO WRK-TAB-CMP-QTD (WRK-QTD-COMPETENCIAS)
               MOVE WRK-VALOR-ABERTO
                   TO WRK-TAB-CMP-ABERTO (WRK-QTD-COMPETENCIAS)
           ELSE
               DISPLAY 'COMPETENCIAS EXCEDEM A CAPACIDADE DA TABELA - '
                       MN-ANO-MES ' FORA DA ABERTURA'
           END-IF.
       1200-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SALDO-CONTROLE - SALDO DA CONTA DE MENSALIDADES A       *
      *                       RECEBER: FECHAMENTO DO LEDGER-SALDO    *
      *                       MAIS O MOVIMENTO DO PERIODO ABERTO NO  *
      *                       LEDGER-TRANS (GUARDADO POR DESCRICAO). *
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
           IF LS-CONTA = WRK-CONTA-MENS-RECEBER
               MOVE LS-SALDO TO WRK-SALDO-FECHAMENTO
           END-IF.
           READ LEDGER-SALDO
               AT END SET FIM-LEDSALDO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SOMAR-MOVIMENTO.
           IF LT-CONTA = WRK-CONTA-MENS-RECEBER
               ADD LT-VALOR TO WRK-MOVIMENTO-ABERTO
               PERFORM 2300-ACUMULAR-DESCRICAO THRU 2300-EXIT
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

       2300-ACUMULAR-DESCRICAO.
           IF WRK-QTD-DESCRICOES > ZEROS
               SET WRK-MOV-IDX TO 1
               SEARCH WRK-TAB-MOV-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-MOV-IDX > WRK-QTD-DESCRICOES
                       CONTINUE
                   WHEN WRK-TAB-MOV-DESCRICAO (WRK-MOV-IDX)
                           = LT-DESCRICAO
                       ADD 1 TO WRK-TAB-MOV-QTD (WRK-MOV-IDX)
                       ADD LT-VALOR TO WRK-TAB-MOV-VALOR (WRK-MOV-IDX)
                       GO TO 2300-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-DESCRICOES < 30
               ADD 1 TO WRK-QTD-DESCRICOES
               MOVE LT-DESCRICAO
                   TO WRK-TAB-MOV-DESCRICAO (WRK-QTD-DESCRICOES)
               MOVE 1 TO WRK-TAB-MOV-QTD (WRK-QTD-DESCRICOES)
               MOVE LT-VALOR
                   TO WRK-TAB-MOV-VALOR (WRK-QTD-DESCRICOES)
           ELSE
               ADD LT-VALOR TO WRK-MOV-FORA-TABELA
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-CONFRONTAR - QUADRO DO MENSAL CONTRA A CONTA DE         *
      *                   MENSALIDADES A RECEBER.                    *
      ****************************************************************
       3000-CONFRONTAR.
           COMPUTE WRK-DIFERENCA =
               WRK-SOMA-MENSAL - WRK-SALDO-CONTROLE.
           MOVE WRK-SOMA-MENSAL TO WRK-VALORFN.
           MOVE SPACES TO MC-LINHA.
           STRING 'MENSALIDADES EM ABERTO:        ' WRK-VALORFN
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
           MOVE WRK-SALDO-FECHAMENTO TO WRK-VALORFN.
           MOVE SPACES TO MC-LINHA.
           STRING 'SALDO DE FECHAMENTO ' WRK-CONTA-MENS-RECEBER
                  ':     ' WRK-VALORFN
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
           MOVE WRK-MOVIMENTO-ABERTO TO WRK-VALORFN.
           MOVE SPACES TO MC-LINHA.
           STRING 'MOVIMENTO DO PERIODO ABERTO:   ' WRK-VALORFN
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
           MOVE WRK-SALDO-CONTROLE TO WRK-VALORFN.
           MOVE SPACES TO MC-LINHA.
           STRING 'SALDO DA CONTA DE CONTROLE:    ' WRK-VALORFN
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
           MOVE WRK-DIFERENCA TO WRK-VALORFN.
           MOVE SPACES TO MC-LINHA.
           STRING 'DIFERENCA:                     ' WRK-VALORFN
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
           MOVE ALL '=' TO MC-LINHA.
           WRITE MC-LINHA.
           IF WRK-DIFERENCA = ZEROS
               MOVE 'MENSALIDADES CONCILIADAS COM O LEDGER'
                   TO MC-LINHA
               WRITE MC-LINHA
               DISPLAY 'MENSALIDADES: CONCILIADAS COM O LEDGER'
           ELSE
               MOVE 'DIVERGE' TO WRK-RL-STATUS
               DISPLAY 'MENSALIDADES: CONCILIACAO COM DIFERENCA - VER '
                       'MENCONRP'
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 4000-LISTAR-COMPETENCIAS - SALDO EM ABERTO DO MENSAL POR     *
      *                            ANO-MES DE COMPETENCIA.           *
      ****************************************************************
       4000-LISTAR-COMPETENCIAS.
           MOVE SPACES TO MC-LINHA.
           WRITE MC-LINHA.
           MOVE 'SALDO EM ABERTO POR ANO-MES (QTD / VALOR)'
               TO MC-LINHA.
           WRITE MC-LINHA.
           PERFORM 4100-LISTAR-COMPETENCIA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-COMPETENCIAS.
       4000-EXIT.
           EXIT.

       4100-LISTAR-COMPETENCIA.
           MOVE WRK-TAB-CMP-QTD (WRK-IDX)    TO WRK-CONTROLEFN.
           MOVE WRK-TAB-CMP-ABERTO (WRK-IDX) TO WRK-VALORFN.
           MOVE SPACES TO MC-LINHA.
           STRING WRK-TAB-CMP-ANO-MES (WRK-IDX) '  ' WRK-CONTROLEFN
                  ' ' WRK-VALORFN
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-LISTAR-MOVIMENTO - MOVIMENTO DO PERIODO ABERTO NA CONTA *
      *                         POR DESCRICAO DO LANCAMENTO, PARA    *
      *                         ACHAR O LOTE QUE NAO LANCOU (OU      *
      *                         LANCOU EM DOBRO).                    *
      ****************************************************************
       5000-LISTAR-MOVIMENTO.
           MOVE SPACES TO MC-LINHA.
           WRITE MC-LINHA.
           MOVE 'MOVIMENTO DO PERIODO POR DESCRICAO (QTD / VALOR)'
               TO MC-LINHA.
           WRITE MC-LINHA.
           PERFORM 5100-LISTAR-DESCRICAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DESCRICOES.
           IF WRK-MOV-FORA-TABELA NOT = ZEROS
               MOVE WRK-MOV-FORA-TABELA TO WRK-VALORFN
               MOVE SPACES TO MC-LINHA
               STRING 'DEMAIS DESCRICOES:           ' WRK-VALORFN
                   DELIMITED BY SIZE INTO MC-LINHA
               END-STRING
               WRITE MC-LINHA
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LISTAR-DESCRICAO.
           MOVE WRK-TAB-MOV-QTD (WRK-IDX)   TO WRK-CONTROLEFN.
           MOVE WRK-TAB-MOV-VALOR (WRK-IDX) TO WRK-VALORFN.
           MOVE SPACES TO MC-LINHA.
           STRING WRK-TAB-MOV-DESCRICAO (WRK-IDX) ' ' WRK-CONTROLEFN
                  ' ' WRK-VALORFN
               DELIMITED BY SIZE INTO MC-LINHA
           END-STRING.
           WRITE MC-LINHA.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ITENS TO WRK-CONTROLEFN.
           DISPLAY 'MENSALIDADES LIDAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ABERTOS TO WRK-CONTROLEFN.
           DISPLAY 'MENSALIDADES ABERTAS: ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-MENSAL TO WRK-VALORFN.
           DISPLAY 'SALDO EM ABERTO:      ' WRK-VALORFN.
           MOVE WRK-SALDO-CONTROLE TO WRK-VALORFN.
           DISPLAY 'CONTA DE CONTROLE:    ' WRK-VALORFN.
           MOVE WRK-DIFERENCA TO WRK-VALORFN.
           DISPLAY 'DIFERENCA:            ' WRK-VALORFN.
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
           MOVE 'PROGMENCON' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ITENS   TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ABERTOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS           TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGMENCON' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
