      *           ANTIGO) PARA A LISTA DA COBRANCA.                  *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  LISTA DE INADIMPLENTES MOSTRA TAMBEM O SALDO  *
      *                ATUALIZADO (PRINCIPAL MAIS MULTA E JUROS DE   *
      *                MORA ATE HOJE, PELO ENCCFG E PELOS DIAS UTEIS *
      *                DO CALDIA, MENOS O ENCARGO JA PAGO), E O      *
      *                QUADRO GANHA O TOTAL DE ENCARGOS.             *
      * 2026-10-15 JR  SORT ACOMPANHA O RECEBER COM A DATA DA        *
      *                SITUACAO; PARCELA BAIXADA COMO PERDA (B) SAI  *
      *                DO AGING COMO A PAGA.                         *
      * 2026-10-15 JR  SORT ACOMPANHA O RECEBER COM O NUMERO DO      *
      *                ACORDO; A PARCELA RENEGOCIADA (R) SAI DO      *
      *                AGING, QUE PASSA A VER SO A SERIE NOVA DO     *
      *                ACORDO.                                       *
      * 2026-10-15 JR  SORT ACOMPANHA O RECEBER COM O PRINCIPAL E OS *
      *                JUROS DA VENDA FINANCIADA.                    *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT AGING-REPORT   ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGERPT.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT ENCARGOS-CONFIG ASSIGN TO "ENCCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCCFG.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           05  SI-VALOR-PARCELA     PICTURE 9(08)V99.
           05  SI-VALOR-PAGO        PICTURE 9(08)V99.
           05  SI-SITUACAO          PICTURE X(01).
           05  SI-VALOR-MULTA       PICTURE 9(08)V99.
           05  SI-VALOR-JUROS       PICTURE 9(08)V99.
           05  SI-ENCARGO-PAGO      PICTURE 9(08)V99.
           05  SI-DATA-CALC-JUROS   PICTURE 9(08).
           05  SI-DATA-SITUACAO     PICTURE 9(08).
           05  SI-NUM-ACORDO        PICTURE 9(08).
           05  SI-VALOR-PRINCIPAL   PICTURE 9(08)V99.
           05  SI-JUROS-FINANC      PICTURE 9(08)V99.
           05  SI-DATA-APROP-JUROS  PICTURE 9(08).
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  AGING-REPORT.
       01  AG-LINHA                 PICTURE X(132).
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  ENCARGOS-CONFIG.
           COPY ENCCFG.
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
           88  FS-RECEBER-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-AGERPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-ENCCFG            PIC X(02) VALUE SPACES.
           88  FS-ENCCFG-OK             VALUE '00'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
       77  WRK-ATRASO-DIAS          PIC S9(05) COMP-3 VALUE ZEROS.
       77  WRK-SALDO-ITEM           PIC 9(08)V99 COMP-3 VALUE ZEROS.

      * DIAS UTEIS DO CALENDARIO PARA OS JUROS DE MORA ATE HOJE.
       01  WRK-TAB-DIAS-UTEIS.
           05  WRK-TAB-DIA OCCURS 600 TIMES
                           PICTURE 9(08).
       77  WRK-QTD-DIAS-UTEIS       PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-DIA              PIC 9(03) COMP-3 VALUE ZEROS.

      * ENCARGOS DE ATRASO ATE HOJE (PERCENTUAIS DO ENCCFG).
       77  WRK-PCT-MULTA            PIC 9(02)V99 VALUE 2,00.
       77  WRK-PCT-JUROS-DIA        PIC 9(01)V9(04) VALUE 0,0333.
       77  WRK-DATA-BASE-JUROS      PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-JUROS           PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-MULTA-ITEM           PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-JUROS-ITEM           PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-ENCARGO-ITEM         PIC S9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS       PIC 9(12)V99 COMP-3 VALUE ZEROS.

      * FAIXAS DE AGING DO SALDO DEVEDOR.
       77  WRK-FAIXA-A-VENCER       PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-FAIXA-ATE-30         PIC 9(12)V99 COMP-3 VALUE ZEROS.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-CPF-ANT              PIC 9(11) VALUE ZEROS.
       77  WRK-VENCIDO-CLIENTE      PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-ATUALIZADO-CLIENTE   PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-ATRASO-MAIOR         PIC 9(05) COMP-3 VALUE ZEROS.

       77  WRK-QTD-ITENS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-INADIMPLENTES    PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-NOME-CLIENTE         PIC X(40) VALUE SPACES.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ATUALIZADOFN         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIASFN               PIC ZZZZ9 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.

               10  WRK-TAB-INA-CPF      PICTURE 9(11).
               10  WRK-TAB-INA-VENCIDO  PICTURE 9(10)V99.
               10  WRK-TAB-INA-ATRASO   PICTURE 9(05).
               10  WRK-TAB-INA-ATUALIZADO PICTURE 9(10)V99.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 0100-CARREGAR-CALENDARIO.
           PERFORM 0200-CARREGAR-CONFIG.
           OPEN OUTPUT AGING-REPORT.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0100-CARREGAR-CALENDARIO - CARREGA OS DIAS UTEIS DO CALDIA   *
      *                            EM MEMORIA, EM ORDEM; SEM O       *
      *                            CALENDARIO, OS JUROS CORREM EM    *
      *                            DIAS CORRIDOS.                    *
      ****************************************************************
       0100-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-DIAS.
           IF FS-CALDIA-OK
               READ CALENDARIO-DIAS
                   AT END SET FIM-CALDIA TO TRUE
               END-READ
               PERFORM 0110-GUARDAR-DIA UNTIL FIM-CALDIA
               CLOSE CALENDARIO-DIAS
           ELSE
               SET FIM-CALDIA TO TRUE
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
      * 0200-CARREGAR-CONFIG - LE OS PERCENTUAIS DE MULTA E JUROS DE *
      *                        MORA DO ENCCFG; SEM O ARQUIVO, VALEM  *
      *                        OS PADROES.                           *
      ****************************************************************
       0200-CARREGAR-CONFIG.
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
      * 1000-SOLTAR-ITENS - SOLTA OS ITENS ABERTOS PARA O SORT; O    *
      *                     ITEM JA PAGO NAO ENTRA NO AGING.         *
           END-EVALUATE.
           IF WRK-ATRASO-DIAS > ZEROS
               ADD WRK-SALDO-ITEM TO WRK-VENCIDO-CLIENTE
               PERFORM 2200-ATUALIZAR-ITEM
               IF WRK-ATRASO-DIAS > WRK-ATRASO-MAIOR
                   MOVE WRK-ATRASO-DIAS TO WRK-ATRASO-MAIOR
               END-IF
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-ATUALIZAR-ITEM - SALDO DO ITEM VENCIDO CORRIGIDO ATE    *
      *                       HOJE: MULTA (A LANCADA OU A QUE SERIA  *
      *                       LANCADA), JUROS JA LANCADOS MAIS OS    *
      *                       DIAS UTEIS DESDE O ULTIMO CALCULO,     *
      *                       MENOS O ENCARGO JA PAGO.               *
      ****************************************************************
       2200-ATUALIZAR-ITEM.
           IF SI-VALOR-MULTA > ZEROS
               MOVE SI-VALOR-MULTA TO WRK-MULTA-ITEM
           ELSE
               COMPUTE WRK-MULTA-ITEM ROUNDED =
                   WRK-SALDO-ITEM * WRK-PCT-MULTA / 100
           END-IF.
           IF SI-DATA-CALC-JUROS > SI-DATA-VENCTO
               MOVE SI-DATA-CALC-JUROS TO WRK-DATA-BASE-JUROS
           ELSE
               MOVE SI-DATA-VENCTO TO WRK-DATA-BASE-JUROS
           END-IF.
           MOVE ZEROS TO WRK-DIAS-JUROS.
           IF WRK-DATA-HOJE > WRK-DATA-BASE-JUROS
               PERFORM 2250-CONTAR-DIAS-JUROS
           END-IF.
           COMPUTE WRK-JUROS-ITEM ROUNDED =
               WRK-SALDO-ITEM * WRK-PCT-JUROS-DIA
               * WRK-DIAS-JUROS / 100.
           COMPUTE WRK-ENCARGO-ITEM =
               WRK-MULTA-ITEM + SI-VALOR-JUROS + WRK-JUROS-ITEM
               - SI-ENCARGO-PAGO.
           IF WRK-ENCARGO-ITEM < ZEROS
               MOVE ZEROS TO WRK-ENCARGO-ITEM
           END-IF.
           ADD WRK-ENCARGO-ITEM TO WRK-TOTAL-ENCARGOS.
           COMPUTE WRK-ATUALIZADO-CLIENTE =
               WRK-ATUALIZADO-CLIENTE + WRK-SALDO-ITEM
               + WRK-ENCARGO-ITEM.
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
      * 2300-FECHAR-CLIENTE - CLIENTE COM SALDO VENCIDO ENTRA NA     *
      *                       LISTA DE INADIMPLENTES.                *
                   TO WRK-TAB-INA-VENCIDO (WRK-QTD-INADIMPLENTES)
               MOVE WRK-ATRASO-MAIOR
                   TO WRK-TAB-INA-ATRASO (WRK-QTD-INADIMPLENTES)
               MOVE WRK-ATUALIZADO-CLIENTE
                   TO WRK-TAB-INA-ATUALIZADO (WRK-QTD-INADIMPLENTES)
           END-IF.
           MOVE ZEROS TO WRK-VENCIDO-CLIENTE
                         WRK-ATUALIZADO-CLIENTE
                         WRK-ATRASO-MAIOR.
       2300-EXIT.
           EXIT.
           STRING 'VENCIDO MAIS DE 90: ' WRK-VALORFN
               DELIMITED BY SIZE INTO AG-LINHA.
           WRITE AG-LINHA.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-VALORFN.
           MOVE SPACES TO AG-LINHA.
           STRING 'ENCARGOS DE ATRASO: ' WRK-VALORFN
               DELIMITED BY SIZE INTO AG-LINHA.
           WRITE AG-LINHA.
       3000-EXIT.
           EXIT.

           END-IF.
           MOVE WRK-TAB-INA-VENCIDO (WRK-IDX) TO WRK-VALORFN.
           MOVE WRK-TAB-INA-ATRASO (WRK-IDX)  TO WRK-DIASFN.
           MOVE WRK-TAB-INA-ATUALIZADO (WRK-IDX) TO WRK-ATUALIZADOFN.
           MOVE SPACES TO AG-LINHA.
           STRING 'CPF ' WRK-TAB-INA-CPF (WRK-IDX)
                  ' ' WRK-NOME-CLIENTE
                  ' VENCIDO ' WRK-VALORFN
                  ' ATRASO ' WRK-DIASFN ' DIAS'
                  ' ATUALIZADO ' WRK-ATUALIZADOFN
               DELIMITED BY SIZE INTO AG-LINHA
           END-STRING.
           WRITE AG-LINHA.
       4100-EXIT.
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
           MOVE WRK-QTD-ABERTOS TO RG-QTD-GRAVADOS.
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
