       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGRECPRD.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: BAIXA MENSAL DE PERDAS DO CONTAS A RECEBER - AS    *
      *           PARCELAS ABERTAS COM MAIS DIAS DE ATRASO DO QUE O  *
      *           CORTE DO PERCFG (PADRAO 365) PASSAM A SITUACAO DE  *
      *           PERDA (B). O SALDO DE PRINCIPAL DE CADA UMA E      *
      *           LANCADO NO LEDGER-TRANS COMO DESPESA DE PERDAS     *
      *           (52000) CONTRA O CONTAS A RECEBER (11300), COM O   *
      *           CPF NA DESCRICAO, E A LISTA DAS BAIXAS SAI NO      *
      *           PERRPT PARA A ASSINATURA DO GERENTE FINANCEIRO.    *
      *           O ESTADO NOVO SAI NO RECEBERN, QUE O PASSO         *
      *           SEGUINTE DO JCL COPIA POR CIMA DO RECEBER. COM O   *
      *           CALENDARIO (CALDIA) PRESENTE, SO BAIXA NO ULTIMO   *
      *           DIA UTIL DO MES, COMO O PROGMESFEC; NOS OUTROS     *
      *           DIAS SO COPIA O RECEBER PARA O RECEBERN SEM        *
      *           MEXER, PARA A COPIA DO JCL NAO PERDER NADA.        *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  RECEBERN ACOMPANHA O RECEBER COM O NUMERO DO  *
      *                ACORDO.                                       *
      * 2026-10-15 JR  RECEBERN ACOMPANHA O RECEBER COM O PRINCIPAL E*
      *                OS JUROS DA VENDA FINANCIADA; JUROS AINDA NAO *
      *                RECONHECIDOS NAO ESTAO NO CONTAS A RECEBER E  *
      *                NAO ENTRAM NA PERDA.                          *
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
           SELECT PERDAS-CONFIG  ASSIGN TO "PERCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERCFG.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT PERDAS-REPORT  ASSIGN TO "PERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERRPT.
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
       FD  PERDAS-CONFIG.
           COPY PERCFG.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  PERDAS-REPORT.
       01  PD-LINHA                 PICTURE X(100).
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
       77  WRK-FS-PERCFG            PIC X(02) VALUE SPACES.
           88  FS-PERCFG-OK             VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-PERRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-VENCTO-INT           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-ATRASO-DIAS          PIC S9(05) COMP-3 VALUE ZEROS.

      * CORTE DA BAIXA - DIAS CORRIDOS DE ATRASO DO PERCFG (PADRAO
      * ABAIXO QUANDO O ARQUIVO NAO EXISTE).
       77  WRK-DIAS-CORTE           PIC 9(04) VALUE 365.

      * LEDGER - DESPESA DE PERDAS CONTRA O CONTAS A RECEBER. O QUE
      * ESTE LOTE JA LANCOU HOJE (REPROCESSAMENTO ANTES DA COPIA DO
      * RECEBERN) E ESTORNADO PELO LIQUIDO POR CPF ANTES DA BAIXA.
       77  WRK-CONTA-PERDAS         PIC X(05) VALUE '52000'.
       77  WRK-CONTA-RECEBER        PIC X(05) VALUE '11300'.
       01  WRK-TAB-JA-LANCADO.
           05  WRK-TAB-JAL-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-JAL-IDX.
               10  WRK-TAB-JAL-CPF      PICTURE 9(11).
               10  WRK-TAB-JAL-VALOR    PICTURE S9(10)V99.
       77  WRK-QTD-JA-LANCADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ESTORNOS         PIC 9(06) COMP-3 VALUE ZEROS.

       77  WRK-VALOR-PERDA          PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-PERDA           PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-ITENS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-BAIXADAS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTALFN              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-DIASFN               PIC ZZZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 0400-CONSULTAR-CALENDARIO.
           PERFORM 0500-CARREGAR-CONFIG.
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
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'BAIXA DE PERDAS NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 0600-COPIAR-SEM-BAIXA
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-ESTORNAR-LANCADO.
           OPEN OUTPUT RECEBER-NOVO
                       PERDAS-REPORT.
           PERFORM 2000-CABECALHO.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
           PERFORM 3000-PROCESSAR-ITEM UNTIL FIM-RECEBER.
           PERFORM 4000-RODAPE.
           CLOSE CONTAS-RECEBER
                 RECEBER-NOVO
                 PERDAS-REPORT
                 LEDGER-TRANS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             BAIXA NO DIA MARCADO COMO ULTIMO *
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
      * 0500-CARREGAR-CONFIG - LE O CORTE EM DIAS DE ATRASO DO       *
      *                        PERCFG; SEM O ARQUIVO, VALE O PADRAO. *
      ****************************************************************
       0500-CARREGAR-CONFIG.
           OPEN INPUT PERDAS-CONFIG.
           IF FS-PERCFG-OK
               READ PERDAS-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF PF-DIAS-CORTE IS NUMERIC
                          AND PF-DIAS-CORTE > ZEROS
                           MOVE PF-DIAS-CORTE TO WRK-DIAS-CORTE
                       END-IF
               END-READ
               CLOSE PERDAS-CONFIG
           END-IF.
       0500-EXIT.
           EXIT.

      ****************************************************************
      * 0600-COPIAR-SEM-BAIXA - FORA DO FECHAMENTO, O RECEBER PASSA  *
      *                         INTEIRO PARA O RECEBERN.             *
      ****************************************************************
       0600-COPIAR-SEM-BAIXA.
           OPEN OUTPUT RECEBER-NOVO.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
           PERFORM 0610-COPIAR-ITEM UNTIL FIM-RECEBER.
           CLOSE CONTAS-RECEBER
                 RECEBER-NOVO.
       0600-EXIT.
           EXIT.

       0610-COPIAR-ITEM.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE CR-REGISTRO TO RN-REGISTRO.
           WRITE RN-REGISTRO.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       0610-EXIT.
           EXIT.

      ****************************************************************
      * 1000-ESTORNAR-LANCADO - PROCURA NO LEDGER-TRANS AS PERDAS    *
      *                         QUE ESTE LOTE JA LANCOU HOJE (E OS   *
      *                         ESTORNOS), SOMA O LIQUIDO POR CPF E  *
      *                         ESTORNA O QUE SOBRAR; DEIXA O LEDGER *
      *                         ABERTO PARA AS BAIXAS DO DIA.        *
      ****************************************************************
       1000-ESTORNAR-LANCADO.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 1100-PROCURAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           PERFORM 1300-GRAVAR-ESTORNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-JA-LANCADOS.
           IF WRK-QTD-ESTORNOS > ZEROS
               DISPLAY 'LEDGER: ESTORNO DA BAIXA ANTERIOR DO DIA'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-PROCURAR-LANCAMENTO.
           IF LT-CONTA = WRK-CONTA-PERDAS
              AND LT-DATA = WRK-DATA-HOJE
              AND (LT-DESC-TIPO = 'PERDA'
                   OR LT-DESC-TIPO = 'EST PRD')
               PERFORM 1200-SOMAR-JA-LANCADO THRU 1200-EXIT
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-SOMAR-JA-LANCADO.
           IF WRK-QTD-JA-LANCADOS > ZEROS
               SET WRK-JAL-IDX TO 1
               SEARCH WRK-TAB-JAL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-JAL-CPF (WRK-JAL-IDX) = LT-DESC-CPF
                       ADD LT-VALOR TO WRK-TAB-JAL-VALOR (WRK-JAL-IDX)
                       GO TO 1200-EXIT
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
       1200-EXIT.
           EXIT.

      * O LIQUIDO DE UM CPF NA DESPESA E POSITIVO QUANDO A BAIXA DO
      * DIA AINDA VALE; O ESTORNO DEVOLVE O CONTAS A RECEBER.
       1300-GRAVAR-ESTORNO.
           IF WRK-TAB-JAL-VALOR (WRK-IDX) NOT = ZEROS
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE WRK-DATA-HOJE TO LT-DATA
               MOVE SPACES        TO LT-DESCRICAO
               MOVE WRK-TAB-JAL-CPF (WRK-IDX) TO LT-DESC-CPF
               MOVE 'EST PRD'          TO LT-DESC-TIPO
               MOVE WRK-CONTA-PERDAS   TO LT-CONTA
               MOVE WRK-CONTA-RECEBER  TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR = WRK-TAB-JAL-VALOR (WRK-IDX) * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-RECEBER  TO LT-CONTA
               MOVE WRK-CONTA-PERDAS   TO LT-CONTA-CONTRA
               MOVE WRK-TAB-JAL-VALOR (WRK-IDX) TO LT-VALOR
               WRITE LT-REGISTRO
           END-IF.
       1300-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CABECALHO - CABECALHO DA LISTA DE BAIXAS.               *
      ****************************************************************
       2000-CABECALHO.
           MOVE WRK-DIAS-CORTE TO WRK-DIASFN.
           MOVE SPACES TO PD-LINHA.
           STRING 'BAIXA DE PERDAS DO CONTAS A RECEBER EM '
                  WRK-DATA-HOJE
                  ' - ATRASO ACIMA DE ' WRK-DIASFN ' DIAS'
               DELIMITED BY SIZE INTO PD-LINHA
           END-STRING.
           WRITE PD-LINHA.
           MOVE ALL '=' TO PD-LINHA.
           WRITE PD-LINHA.
           MOVE 'CPF         PARCELA VENCTO   ATRASO  VALOR BAIXADO'
               TO PD-LINHA.
           WRITE PD-LINHA.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 3000-PROCESSAR-ITEM - BAIXA A PARCELA ABERTA QUE PASSOU DO   *
      *                       CORTE E REGRAVA TODOS OS ITENS NO      *
      *                       RECEBERN.                              *
      ****************************************************************
       3000-PROCESSAR-ITEM.
           IF CR-DATA-SITUACAO NOT NUMERIC
               MOVE ZEROS TO CR-DATA-SITUACAO
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           IF PARCELA-ABERTA
               PERFORM 3100-CONFERIR-ATRASO THRU 3100-EXIT
           END-IF.
           IF PARCELA-PERDA
              AND CR-DATA-SITUACAO = WRK-DATA-HOJE
               PERFORM 3100-CONFERIR-ATRASO THRU 3100-EXIT
           END-IF.
           MOVE CR-REGISTRO TO RN-REGISTRO.
           WRITE RN-REGISTRO.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      * A PARCELA JA BAIXADA HOJE (REPROCESSAMENTO DEPOIS DA COPIA DO
      * RECEBERN) PASSA DE NOVO PELA BAIXA, PARA O LANCAMENTO QUE O
      * ESTORNO DESFEZ VOLTAR AO LEDGER E A LISTA SAIR COMPLETA.
       3100-CONFERIR-ATRASO.
           IF CR-DATA-VENCTO NOT NUMERIC
              OR CR-DATA-VENCTO = ZEROS
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WRK-VENCTO-INT =
               FUNCTION INTEGER-OF-DATE (CR-DATA-VENCTO).
           COMPUTE WRK-ATRASO-DIAS = WRK-HOJE-INT - WRK-VENCTO-INT.
           IF WRK-ATRASO-DIAS NOT > WRK-DIAS-CORTE
               GO TO 3100-EXIT
           END-IF.
           IF CR-VALOR-PAGO NOT NUMERIC
               MOVE ZEROS TO CR-VALOR-PAGO
           END-IF.
           COMPUTE WRK-VALOR-PERDA =
               CR-VALOR-PARCELA - CR-VALOR-PAGO.
           IF CR-JUROS-FINANC IS NUMERIC
              AND CR-DATA-APROP-JUROS IS NUMERIC
              AND CR-DATA-APROP-JUROS = ZEROS
              AND WRK-VALOR-PERDA > CR-JUROS-FINANC
               SUBTRACT CR-JUROS-FINANC FROM WRK-VALOR-PERDA
           END-IF.
           MOVE 'B' TO CR-SITUACAO.
           MOVE WRK-DATA-HOJE TO CR-DATA-SITUACAO.
           ADD 1 TO WRK-QTD-BAIXADAS.
           ADD WRK-VALOR-PERDA TO WRK-SOMA-PERDA.
           PERFORM 3200-LANCAR-PERDA THRU 3200-EXIT.
           MOVE WRK-ATRASO-DIAS TO WRK-DIASFN.
           MOVE WRK-VALOR-PERDA TO WRK-VALORFN.
           MOVE SPACES TO PD-LINHA.
           STRING CR-CPF-CLIENTE
                  ' ' CR-NUM-PARCELA '/' CR-QTD-PARCELAS
                  '   ' CR-DATA-VENCTO
                  ' ' WRK-DIASFN
                  ' ' WRK-VALORFN
               DELIMITED BY SIZE INTO PD-LINHA
           END-STRING.
           WRITE PD-LINHA.
       3100-EXIT.
           EXIT.

      * DUAS PERNAS QUE SE ANULAM: DEBITO NA DESPESA DE PERDAS
      * (POSITIVA) CONTRA O CREDITO NO CONTAS A RECEBER (NEGATIVA),
      * COM O CPF NA DESCRICAO.
       3200-LANCAR-PERDA.
           IF WRK-VALOR-PERDA = ZEROS
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO LT-DATA.
           MOVE SPACES        TO LT-DESCRICAO.
           MOVE CR-CPF-CLIENTE TO LT-DESC-CPF.
           MOVE 'PERDA'            TO LT-DESC-TIPO.
           MOVE WRK-CONTA-PERDAS   TO LT-CONTA.
           MOVE WRK-CONTA-RECEBER  TO LT-CONTA-CONTRA.
           MOVE WRK-VALOR-PERDA    TO LT-VALOR.
           WRITE LT-REGISTRO.
           MOVE WRK-CONTA-RECEBER  TO LT-CONTA.
           MOVE WRK-CONTA-PERDAS   TO LT-CONTA-CONTRA.
           COMPUTE LT-VALOR = WRK-VALOR-PERDA * -1.
           WRITE LT-REGISTRO.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 4000-RODAPE - TOTAL DA BAIXA E BLOCO DE ASSINATURA DO        *
      *               GERENTE FINANCEIRO.                            *
      ****************************************************************
       4000-RODAPE.
           MOVE ALL '=' TO PD-LINHA.
           WRITE PD-LINHA.
           MOVE WRK-QTD-BAIXADAS TO WRK-CONTROLEFN.
           MOVE WRK-SOMA-PERDA   TO WRK-TOTALFN.
           MOVE SPACES TO PD-LINHA.
           STRING 'PARCELAS BAIXADAS: ' WRK-CONTROLEFN
                  '   TOTAL BAIXADO COMO PERDA: ' WRK-TOTALFN
               DELIMITED BY SIZE INTO PD-LINHA
           END-STRING.
           WRITE PD-LINHA.
           MOVE SPACES TO PD-LINHA.
           WRITE PD-LINHA.
           WRITE PD-LINHA.
           MOVE 'APROVADO POR: ______________________________________'
               TO PD-LINHA.
           WRITE PD-LINHA.
           MOVE '              GERENTE FINANCEIRO' TO PD-LINHA.
           WRITE PD-LINHA.
           MOVE SPACES TO PD-LINHA.
           WRITE PD-LINHA.
           MOVE 'DATA: ____/____/________' TO PD-LINHA.
           WRITE PD-LINHA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ITENS TO WRK-CONTROLEFN.
           DISPLAY 'ITENS LIDOS:          ' WRK-CONTROLEFN.
           MOVE WRK-QTD-BAIXADAS TO WRK-CONTROLEFN.
           DISPLAY 'BAIXADOS COMO PERDA:  ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-PERDA TO WRK-TOTALFN.
           DISPLAY 'VALOR BAIXADO:    ' WRK-TOTALFN.
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
           MOVE 'PROGRECPRD' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ITENS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ITENS TO RG-QTD-GRAVADOS.
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
           MOVE 'PROGRECPRD' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
