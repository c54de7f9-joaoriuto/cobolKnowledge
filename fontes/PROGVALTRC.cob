       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGVALTRC.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONTROLE DOS VALES-TROCA (VALETROC). TODO DIA LE O *
      *           SALES-POSTED E LANCA NO LEDGER-TRANS O MOVIMENTO   *
      *           DO PASSIVO DE VALES (21500): O VALE EMITIDO NA     *
      *           DEVOLUCAO NAO SAIU DO CAIXA E O VALE USADO NA      *
      *           VENDA NAO ENTROU NELE, ENTAO A PERNA DO CAIXA DO   *
      *           PROGVENDAS E ACERTADA CONTRA A CONTA DE VALES,     *
      *           COM O ESTORNO DO REPROCESSO EM DUAS PERNAS COMO LA.*
      *           NO ULTIMO DIA UTIL DO MES (COM O CALENDARIO        *
      *           CALDIA PRESENTE; SEM ELE, TODO DIA) EXPIRA OS      *
      *           VALES VENCIDOS COM SALDO, IMPRIME O RELATORIO DOS  *
      *           SALDOS EXPIRADOS E DO PASSIVO AINDA EM ABERTO      *
      *           (VALRPT), BAIXA O EXPIRADO DO PASSIVO CONTRA A     *
      *           RECEITA DE VALES EXPIRADOS (42200) E REGRAVA O     *
      *           VALETROC.                                          *
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
           SELECT SALES-POSTED   ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT VALE-TROCA     ASSIGN TO "VALETROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VALETROC.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT VALE-REPORT    ASSIGN TO "VALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VALRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  VALE-TROCA.
           COPY VALETROC.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  VALE-REPORT.
       01  VR-LINHA                 PICTURE X(132).
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
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-VALETROC          PIC X(02) VALUE SPACES.
           88  FS-VALETROC-OK           VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-VALRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-VALETROC         PIC X(01) VALUE 'N'.
           88  FIM-VALETROC             VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.
       77  WRK-DIA-JA-LANCADO       PIC X(01) VALUE 'N'.
           88  DIA-JA-LANCADO           VALUE 'S'.
       77  WRK-VALOR-JA-LANCADO     PIC S9(09)V99 COMP-3 VALUE ZEROS.

      * CONTAS DO LANCAMENTO: O CAIXA E O MESMO DO PROGVENDAS.
       77  WRK-CONTA-VALES          PIC X(05) VALUE '21500'.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.
       77  WRK-CONTA-EXPIRADOS      PIC X(05) VALUE '42200'.

      * CADASTRO DE VALES EM MEMORIA, REGRAVADO NO FECHAMENTO DO MES
      * COM OS VENCIDOS MARCADOS COMO EXPIRADOS (MESMA CAPACIDADE DO
      * PROGVENDAS).
       01  WRK-TAB-VALE.
           05  WRK-TAB-VAL-ITEM OCCURS 5000 TIMES.
               10  WRK-TAB-VAL-REG      PICTURE X(67).
       77  WRK-QTD-VALES            PIC 9(04) VALUE ZEROS.
       77  WRK-VAL-IDX              PIC 9(04) COMP-3 VALUE ZEROS.
       77  WRK-VALETROC-ESTOURO     PIC X(01) VALUE 'N'.
           88  VALETROC-ESTOUROU        VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-LIDAS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-EMITIDO         PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-USADO           PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-EXPIRADOS        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-EXPIRADO        PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-ABERTOS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-ABERTO          PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDOFN              PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           PERFORM 1000-SOMAR-MOVIMENTO-DIA.
           PERFORM 2000-LANCAR-MOVIMENTO-DIA THRU 2000-EXIT.
           PERFORM 1500-CARREGAR-VALES.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               PERFORM 3500-SOMAR-ABERTO
                   VARYING WRK-VAL-IDX FROM 1 BY 1
                   UNTIL WRK-VAL-IDX > WRK-QTD-VALES
           ELSE
               PERFORM 3000-EXPIRAR-VALES THRU 3000-EXIT
           END-IF.
           PERFORM 4000-IMPRIMIR-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, A     *
      *                             EXPIRACAO SO RODA NO DIA MARCADO *
      *                             COMO ULTIMO DIA UTIL DO MES.     *
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
      * 1000-SOMAR-MOVIMENTO-DIA - SOMA OS VALES DO SALES-POSTED DO  *
      *                            DIA: EMITIDOS NAS DEVOLUCOES E    *
      *                            USADOS NAS VENDAS (O CANCELAMENTO *
      *                            DA VENDA DEVOLVE AO VALE).        *
      ****************************************************************
       1000-SOMAR-MOVIMENTO-DIA.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               READ SALES-POSTED
                   AT END SET FIM-SALESPST TO TRUE
               END-READ
               PERFORM 1100-SOMAR-VALE UNTIL FIM-SALESPST
               CLOSE SALES-POSTED
           ELSE
               DISPLAY 'SALES-POSTED INDISPONIVEL - FS: '
                       WRK-FS-SALESPST
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SOMAR-VALE.
           ADD 1 TO WRK-QTD-LIDAS.
           IF PS-PAGTO-VALE
              AND PS-VALOR-VALE > ZEROS
               EVALUATE TRUE
                   WHEN PS-DEVOLUCAO
                       ADD PS-VALOR-VALE TO WRK-SOMA-EMITIDO
                   WHEN PS-CANCELAMENTO
                       SUBTRACT PS-VALOR-VALE FROM WRK-SOMA-USADO
                   WHEN OTHER
                       ADD PS-VALOR-VALE TO WRK-SOMA-USADO
               END-EVALUATE
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1500-CARREGAR-VALES - CARREGA O VALETROC EM MEMORIA. ACIMA DA *
      *                       CAPACIDADE, A REGRAVACAO DO FECHAMENTO  *
      *                       FICA SUSPENSA (COMO NO PROGVENDAS).     *
      ****************************************************************
       1500-CARREGAR-VALES.
           OPEN INPUT VALE-TROCA.
           IF FS-VALETROC-OK
               READ VALE-TROCA
                   AT END SET FIM-VALETROC TO TRUE
               END-READ
               PERFORM 1600-GUARDAR-VALE UNTIL FIM-VALETROC
               CLOSE VALE-TROCA
           ELSE
               DISPLAY 'VALETROC INDISPONIVEL - FS: '
                       WRK-FS-VALETROC
           END-IF.
       1500-EXIT.
           EXIT.

       1600-GUARDAR-VALE.
           IF WRK-QTD-VALES < 5000
               ADD 1 TO WRK-QTD-VALES
               MOVE VT-REGISTRO TO WRK-TAB-VAL-REG (WRK-QTD-VALES)
           ELSE
               SET VALETROC-ESTOUROU TO TRUE
           END-IF.
           READ VALE-TROCA
               AT END SET FIM-VALETROC TO TRUE
           END-READ.
       1600-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LANCAR-MOVIMENTO-DIA - ACERTA O CAIXA DO DIA CONTRA A   *
      *                             CONTA DE VALES: CREDITO NO       *
      *                             PASSIVO PELO EMITIDO MENOS O     *
      *                             USADO (VALOR NEGATIVO), CONTRA O *
      *                             CAIXA PELA DIFERENCA INVERSA. SE *
      *                             O DIA JA FOI LANCADO, ESTORNA    *
      *                             ANTES O LANCAMENTO ANTERIOR.     *
      ****************************************************************
       2000-LANCAR-MOVIMENTO-DIA.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 2100-PROCURAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               MOVE 'LEDGER-TRANS'  TO EL-ARQUIVO
               MOVE 'OPEN'          TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 2000-EXIT
           END-IF.
           IF DIA-JA-LANCADO
               MOVE WRK-CONTA-VALES TO LT-CONTA
               MOVE WRK-CONTA-CAIXA TO LT-CONTA-CONTRA
               MOVE WRK-DATA-HOJE   TO LT-DATA
               MOVE 'ESTORNO VALES'  TO LT-DESCRICAO
               COMPUTE LT-VALOR = WRK-VALOR-JA-LANCADO * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-CAIXA TO LT-CONTA
               MOVE WRK-CONTA-VALES TO LT-CONTA-CONTRA
               MOVE 'ESTORNO CAIXA VALES' TO LT-DESCRICAO
               MOVE WRK-VALOR-JA-LANCADO TO LT-VALOR
               WRITE LT-REGISTRO
               DISPLAY 'LEDGER: ESTORNO DO LANCAMENTO ANTERIOR DE '
                       'VALES DO DIA'
           END-IF.
      * PERNA DO PASSIVO DE VALES (EMITIDO CREDITA, USADO DEBITA) ...
           MOVE WRK-CONTA-VALES TO LT-CONTA.
           MOVE WRK-CONTA-CAIXA TO LT-CONTA-CONTRA.
           MOVE WRK-DATA-HOJE   TO LT-DATA.
           MOVE 'VALES DO DIA'  TO LT-DESCRICAO.
           COMPUTE LT-VALOR = WRK-SOMA-USADO - WRK-SOMA-EMITIDO.
           WRITE LT-REGISTRO.
      * ... CONTRA O ACERTO DO CAIXA (PERNA DE SINAL CONTRARIO).
           MOVE WRK-CONTA-CAIXA TO LT-CONTA.
           MOVE WRK-CONTA-VALES TO LT-CONTA-CONTRA.
           MOVE 'CAIXA VALES DO DIA' TO LT-DESCRICAO.
           COMPUTE LT-VALOR = WRK-SOMA-EMITIDO - WRK-SOMA-USADO.
           WRITE LT-REGISTRO.
           CLOSE LEDGER-TRANS.
       2000-EXIT.
           EXIT.

       2100-PROCURAR-LANCAMENTO.
           IF LT-CONTA = WRK-CONTA-VALES
              AND LT-DATA = WRK-DATA-HOJE
              AND LT-DESCRICAO = 'VALES DO DIA'
               SET DIA-JA-LANCADO TO TRUE
               MOVE LT-VALOR TO WRK-VALOR-JA-LANCADO
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-EXPIRAR-VALES - FECHAMENTO DO MES: O VALE ABERTO COM A  *
      *                      VALIDADE VENCIDA E SALDO VIRA EXPIRADO  *
      *                      (O SALDO FICA REGISTRADO NELE), SAI NO  *
      *                      RELATORIO E E BAIXADO DO PASSIVO; OS    *
      *                      ABERTOS EM DIA FORMAM O PASSIVO QUE     *
      *                      FICA. O VALE JA EXPIRADO NAO EXPIRA DE  *
      *                      NOVO, ENTAO O REPROCESSO NAO DOBRA A    *
      *                      BAIXA.                                  *
      ****************************************************************
       3000-EXPIRAR-VALES.
           OPEN OUTPUT VALE-REPORT.
           MOVE SPACES TO VR-LINHA.
           STRING 'VALES-TROCA EXPIRADOS - FECHAMENTO EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING.
           WRITE VR-LINHA.
           MOVE SPACES TO VR-LINHA.
           STRING 'VALE     CPF         FILIAL EMISSAO  VALIDADE '
                  '        EMITIDO     SALDO EXPIRADO'
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING.
           WRITE VR-LINHA.
           PERFORM 3100-AVALIAR-VALE
               VARYING WRK-VAL-IDX FROM 1 BY 1
               UNTIL WRK-VAL-IDX > WRK-QTD-VALES.
           PERFORM 3200-IMPRIMIR-TOTAIS.
           CLOSE VALE-REPORT.
           IF WRK-SOMA-EXPIRADO > ZEROS
               PERFORM 3300-LANCAR-EXPIRADOS
           END-IF.
           IF WRK-QTD-EXPIRADOS > ZEROS
               PERFORM 3400-GRAVAR-VALES THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-AVALIAR-VALE.
           MOVE WRK-TAB-VAL-REG (WRK-VAL-IDX) TO VT-REGISTRO.
           IF VALE-ABERTO
              AND VT-SALDO > ZEROS
              AND VT-DATA-VALIDADE < WRK-DATA-HOJE
               MOVE 'E'           TO VT-SITUACAO
               MOVE WRK-DATA-HOJE TO VT-DATA-MOVIMENTO
               MOVE VT-REGISTRO   TO WRK-TAB-VAL-REG (WRK-VAL-IDX)
               ADD 1              TO WRK-QTD-EXPIRADOS
               ADD VT-SALDO       TO WRK-SOMA-EXPIRADO
               MOVE VT-VALOR-EMITIDO TO WRK-VALORFN
               MOVE VT-SALDO         TO WRK-SALDOFN
               MOVE SPACES TO VR-LINHA
               STRING VT-NUMERO ' ' VT-CPF-CLIENTE ' ' VT-FILIAL
                      '    ' VT-DATA-EMISSAO ' ' VT-DATA-VALIDADE
                      ' ' WRK-VALORFN ' ' WRK-SALDOFN
                   DELIMITED BY SIZE INTO VR-LINHA
               END-STRING
               WRITE VR-LINHA
           ELSE
               PERFORM 3500-SOMAR-ABERTO
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-IMPRIMIR-TOTAIS - TOTAL EXPIRADO NO FECHAMENTO E O      *
      *                        PASSIVO QUE CONTINUA EM ABERTO.       *
      ****************************************************************
       3200-IMPRIMIR-TOTAIS.
           MOVE SPACES TO VR-LINHA.
           WRITE VR-LINHA.
           IF WRK-QTD-EXPIRADOS = ZEROS
               MOVE 'NENHUM VALE EXPIRADO NO FECHAMENTO' TO VR-LINHA
               WRITE VR-LINHA
           END-IF.
           MOVE WRK-QTD-EXPIRADOS TO WRK-CONTROLEFN.
           MOVE WRK-SOMA-EXPIRADO TO WRK-SALDOFN.
           MOVE SPACES TO VR-LINHA.
           STRING 'VALES EXPIRADOS:  ' WRK-CONTROLEFN
                  '   SALDO EXPIRADO:     ' WRK-SALDOFN
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING.
           WRITE VR-LINHA.
           MOVE WRK-QTD-ABERTOS TO WRK-CONTROLEFN.
           MOVE WRK-SOMA-ABERTO TO WRK-SALDOFN.
           MOVE SPACES TO VR-LINHA.
           STRING 'VALES EM ABERTO:  ' WRK-CONTROLEFN
                  '   PASSIVO EM ABERTO:  ' WRK-SALDOFN
               DELIMITED BY SIZE INTO VR-LINHA
           END-STRING.
           WRITE VR-LINHA.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-LANCAR-EXPIRADOS - BAIXA O SALDO EXPIRADO DO PASSIVO    *
      *                         (DEBITO, VALOR POSITIVO) CONTRA A    *
      *                         RECEITA DE VALES EXPIRADOS (CREDITO, *
      *                         VALOR NEGATIVO).                     *
      ****************************************************************
       3300-LANCAR-EXPIRADOS.
           OPEN EXTEND LEDGER-TRANS.
           MOVE WRK-CONTA-VALES     TO LT-CONTA.
           MOVE WRK-CONTA-EXPIRADOS TO LT-CONTA-CONTRA.
           MOVE WRK-DATA-HOJE       TO LT-DATA.
           MOVE 'VALES EXPIRADOS'   TO LT-DESCRICAO.
           MOVE WRK-SOMA-EXPIRADO   TO LT-VALOR.
           WRITE LT-REGISTRO.
           MOVE WRK-CONTA-EXPIRADOS TO LT-CONTA.
           MOVE WRK-CONTA-VALES     TO LT-CONTA-CONTRA.
           MOVE 'RECEITA VALES EXPIR' TO LT-DESCRICAO.
           COMPUTE LT-VALOR = WRK-SOMA-EXPIRADO * -1.
           WRITE LT-REGISTRO.
           CLOSE LEDGER-TRANS.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-GRAVAR-VALES - REGRAVA O VALETROC COM OS EXPIRADOS      *
      *                     MARCADOS; SE A CARGA ESTOUROU A TABELA,  *
      *                     NAO REGRAVA (APAGARIA OS EXCEDENTES) E   *
      *                     DEIXA O ERRO NO ERROR-LOG.               *
      ****************************************************************
       3400-GRAVAR-VALES.
           IF VALETROC-ESTOUROU
               DISPLAY 'VALETROC NAO REGRAVADO - TABELA ESTOURADA '
                       'NA CARGA (EXPURGAR O VALETROC)'
               MOVE 'VALETROC'   TO EL-ARQUIVO
               MOVE 'REGRAVACAO' TO EL-OPERACAO
               MOVE 'EX'         TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 3400-EXIT
           END-IF.
           OPEN OUTPUT VALE-TROCA.
           PERFORM 3410-GRAVAR-UM-VALE
               VARYING WRK-VAL-IDX FROM 1 BY 1
               UNTIL WRK-VAL-IDX > WRK-QTD-VALES.
           CLOSE VALE-TROCA.
       3400-EXIT.
           EXIT.

       3410-GRAVAR-UM-VALE.
           MOVE WRK-TAB-VAL-REG (WRK-VAL-IDX) TO VT-REGISTRO.
           WRITE VT-REGISTRO.
       3410-EXIT.
           EXIT.

       3500-SOMAR-ABERTO.
           MOVE WRK-TAB-VAL-REG (WRK-VAL-IDX) TO VT-REGISTRO.
           IF VALE-ABERTO
              AND VT-SALDO > ZEROS
               ADD 1        TO WRK-QTD-ABERTOS
               ADD VT-SALDO TO WRK-SOMA-ABERTO
           END-IF.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-CONTROLE - TOTAIS DE CONTROLE NO CONSOLE.      *
      ****************************************************************
       4000-IMPRIMIR-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDAS       TO WRK-CONTROLEFN.
           DISPLAY 'TRANSACOES LIDAS:     ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-EMITIDO    TO WRK-VALORFN.
           DISPLAY 'VALES EMITIDOS NO DIA:' WRK-VALORFN.
           MOVE WRK-SOMA-USADO      TO WRK-VALORFN.
           DISPLAY 'VALES USADOS NO DIA:  ' WRK-VALORFN.
           MOVE WRK-QTD-EXPIRADOS   TO WRK-CONTROLEFN.
           DISPLAY 'VALES EXPIRADOS:      ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-EXPIRADO   TO WRK-VALORFN.
           DISPLAY 'SALDO EXPIRADO:       ' WRK-VALORFN.
           MOVE WRK-QTD-ABERTOS     TO WRK-CONTROLEFN.
           DISPLAY 'VALES EM ABERTO:      ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-ABERTO     TO WRK-VALORFN.
           DISPLAY 'PASSIVO EM ABERTO:    ' WRK-VALORFN.
       4000-EXIT.
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
           MOVE 'PROGVALTRC' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS     TO RG-QTD-LIDOS.
           MOVE WRK-QTD-EXPIRADOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGVALTRC' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
