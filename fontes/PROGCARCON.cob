      *           DIA SEGUINTE, NAO SEMANAS DEPOIS.                  *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  VENDA EM CARTAO CANCELADA NO DIA (TIPO 'C' NO *
      *                SALES-POSTED COM A MESMA FILIAL E DOCUMENTO)  *
      *                FICA FORA DA CONCILIACAO E E CONTADA A PARTE  *
      *                NOS TOTAIS.                                   *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-CARDSET           PIC X(02) VALUE SPACES.
       77  WRK-LIQ-ACHADA           PIC X(01) VALUE 'N'.
           88  LIQ-ACHADA               VALUE 'S'.

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

       77  WRK-QTD-VENDAS-CARTAO    PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CASADAS          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-LIQUIDACAO   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-VENDA        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IGNORADAS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-BRUTO           PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-TAXA            PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-SOMA-LIQUIDO         PIC 9(12)V99 COMP-3 VALUE ZEROS.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-LIQUIDACOES.
           PERFORM 1200-CARREGAR-CANCELADAS.
           OPEN OUTPUT CARD-REPORT.
           MOVE 'CONCILIACAO DAS VENDAS EM CARTAO COM A ADQUIRENTE'
               TO CA-LINHA.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-CANCELADAS - PRIMEIRA LEITURA DO SALES-POSTED: *
      *                            GUARDA A FILIAL E O DOCUMENTO DE  *
      *                            CADA CANCELAMENTO DO DIA, PARA A  *
      *                            VENDA ORIGINAL FICAR DE FORA.     *
      ****************************************************************
       1200-CARREGAR-CANCELADAS.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               READ SALES-POSTED
                   AT END SET FIM-SALESPST TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-CANCELADA UNTIL FIM-SALESPST
               CLOSE SALES-POSTED
           END-IF.
           MOVE 'N' TO WRK-FIM-SALESPST.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-CANCELADA.
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
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CASAR-VENDAS - CADA VENDA EM CARTAO DO SALES-POSTED     *
      *                     CONSOME UMA LIQUIDACAO DE MESMA FILIAL E *
      *                     MESMO VALOR BRUTO AINDA NAO CASADA;      *
      *                     VENDA CANCELADA NO DIA NAO ENTRA.        *
      ****************************************************************
       2000-CASAR-VENDAS.
           OPEN INPUT SALES-POSTED.
       2100-CASAR-VENDA.
           IF PS-VENDA
              AND PS-PAGTO-CARTAO
               PERFORM 2150-CONFERIR-CANCELADA
               IF VENDA-CANCELADA
                   ADD 1 TO WRK-QTD-IGNORADAS
               ELSE
                   ADD 1 TO WRK-QTD-VENDAS-CARTAO
                   ADD PS-VALOR-REAL TO WRK-SOMA-BRUTO
                   PERFORM 2200-PROCURAR-LIQUIDACAO
                   IF LIQ-ACHADA
                       ADD 1 TO WRK-QTD-CASADAS
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-LIQUIDACAO
                       MOVE PS-VALOR-REAL TO WRK-VALORFN
                       MOVE SPACES TO CA-LINHA
                       STRING 'VENDA SEM LIQUIDACAO - FILIAL ' PS-FILIAL
                              ' CPF ' PS-CPF-CLIENTE
                              ' VALOR ' WRK-VALORFN
                           DELIMITED BY SIZE INTO CA-LINHA
                       END-STRING
                       WRITE CA-LINHA
                   END-IF
               END-IF
           END-IF.
           READ SALES-POSTED
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2150-CONFERIR-CANCELADA - A VENDA CORRENTE FOI CANCELADA NO  *
      *                           DIA (MESMA FILIAL E DOCUMENTO)?    *
      ****************************************************************
       2150-CONFERIR-CANCELADA.
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
       2150-EXIT.
           EXIT.

       2200-PROCURAR-LIQUIDACAO.
           MOVE 'N' TO WRK-LIQ-ACHADA.
           IF WRK-QTD-LIQUIDACOES > ZEROS
           STRING 'LIQUIDACOES SEM VENDA:  ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CA-LINHA.
           WRITE CA-LINHA.
           MOVE WRK-QTD-IGNORADAS TO WRK-CONTROLEFN.
           MOVE SPACES TO CA-LINHA.
           STRING 'CANCELADAS NO DIA:      ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CA-LINHA.
           WRITE CA-LINHA.
           MOVE WRK-SOMA-BRUTO TO WRK-VALORFN.
           MOVE SPACES TO CA-LINHA.
           STRING 'BRUTO EM CARTAO:        ' WRK-VALORFN
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
           MOVE WRK-QTD-CASADAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-LIQUIDACAO TO RG-QTD-REJEITADOS.
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
