      * 2026-09-02 JR  PASSA A GRAVAR A MESA SOLICITANTE EM CADA PERNA
      *                DO CONVERSAO-HIST, PARA O PROGMESBIL FATURAR O
      *                USO MENSAL POR MESA.
      * 2026-10-15 JR  CADA LADO USA A SUA COTACAO DO RATE-TABLE: A
      *                MOEDA DE ORIGEM A CASA COMPRA (COTACAO DE
      *                COMPRA) E A MOEDA DE DESTINO DA TRIANGULACAO A
      *                CASA VENDE (COTACAO DE VENDA). CADA PERNA DO
      *                CONVERSAO-HIST LEVA TAMBEM A COTACAO MEDIA E O
      *                LADO, PARA O PROGSPREAD APURAR O SPREAD GANHO.
      * 2026-10-15 JR  RETEM O IOF-CAMBIO NA CONVERSAO: A ALIQUOTA VEM
      *                DO IOFTAB PELO TIPO DE OPERACAO (CP PARA REAL,
      *                TR NA TRIANGULACAO) VIGENTE NO DIA, INCIDE
      *                SOBRE O VALOR EM REAL E SAI DO QUE O CLIENTE
      *                RECEBE. O IMPOSTO VAI NA RESPOSTA DO
      *                CONVERSAO-SAIDA E NA PRIMEIRA PERNA DO
      *                CONVERSAO-HIST (O PROGIOF LANCA E APURA).
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL (0
      *                OK, 4 AVISO, 8 REJEICAO ACIMA DA TOLERANCIA, 12
      *                FALHA DE ARQUIVO OU DE TOTAL DE CONTROLE),
      *                GRAVADO TAMBEM NO RUN-LOG.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
           SELECT CONVERSAO-APROV   ASSIGN TO "CONVAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVAPRV.
           SELECT IOF-TABELA        ASSIGN TO "IOFTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IOFTAB.

           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
       01  HO-REGISTRO              PICTURE X(26).
       FD  CONVERSAO-APROV.
       01  AP-REGISTRO              PICTURE X(26).
       FD  IOF-TABELA.
           COPY IOFTAB.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE         SECTION.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-RATETAB      PIC X(02)    VALUE SPACES.
           88  FS-RATETAB-OK           VALUE '00'.
       77  WRK-FS-CONVPEND     PIC X(02)    VALUE SPACES.
           88  FIM-MESALIM              VALUE 'S'.
       77  WRK-FIM-APROV       PIC X(01)    VALUE 'N'.
           88  FIM-APROV                VALUE 'S'.
       77  WRK-FS-IOFTAB       PIC X(02)    VALUE SPACES.
           88  FS-IOFTAB-OK             VALUE '00'.
       77  WRK-FIM-IOFTAB      PIC X(01)    VALUE 'N'.
           88  FIM-IOFTAB               VALUE 'S'.

      * ALIQUOTA DE IOF VIGENTE HOJE POR TIPO DE OPERACAO (IOFTAB).
       01  WRK-TAB-IOF.
           05  WRK-TAB-IOF-ITEM OCCURS 10 TIMES
                                INDEXED BY WRK-IOF-IDX.
               10  WRK-TAB-IOF-TIPO      PICTURE X(02).
               10  WRK-TAB-IOF-VIGENCIA  PICTURE 9(08).
               10  WRK-TAB-IOF-ALIQUOTA  PICTURE 9(02)V9999.
       77  WRK-QTD-IOF         PIC 9(02)    VALUE ZEROS.
       77  WRK-TIPO-IOF        PIC X(02)    VALUE SPACES.
       77  WRK-ALIQUOTA-IOF    PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-VALOR-IOF       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-IOFMSK          PIC ZZZZZZ99,99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO   PIC 9(8)V9999 VALUE ZEROS.

      * LIMITES DIARIOS POR MESA E O ACUMULADO CONSUMIDO NO LOTE.
       01  WRK-TAB-LIMITES.
               10  WRK-TAB-MOEDA       PICTURE X(03).
               10  WRK-TAB-VALOR       PICTURE 9(06)V9999.
               10  WRK-TAB-DATA        PICTURE 9(08).
               10  WRK-TAB-COMPRA      PICTURE 9(06)V9999.
               10  WRK-TAB-VENDA       PICTURE 9(06)V9999.
       77  WRK-QTD-MOEDAS      PIC 9(02)    VALUE ZEROS.

       77  WRK-COTACAO-SEL      PIC 9(06)V9999 VALUE ZEROS.
       77  WRK-COTACAO-ACHADA   PIC X(01)    VALUE 'N'.
           88  COTACAO-ACHADA       VALUE 'S'.
       77  WRK-COTACAO-MEDIA    PIC 9(06)V9999 VALUE ZEROS.
       77  WRK-COTACAO-DEST     PIC 9(06)V9999 VALUE ZEROS.
       77  WRK-COTACAO-DEST-MEDIA PIC 9(06)V9999 VALUE ZEROS.
       77  WRK-COTACAO-DEST-ACHADA PIC X(01) VALUE 'N'.
           88  COTACAO-DEST-ACHADA  VALUE 'S'.
       77  WRK-VALOR-BRL        PIC 9(8)V9999 VALUE ZEROS.
           END-IF.
           PERFORM 1000-CARREGAR-COTACOES.
           PERFORM 1050-CARREGAR-LIMITES.
           PERFORM 1070-CARREGAR-IOF.
           PERFORM 1100-ABRIR-ARQUIVOS.
           PERFORM 2000-PROCESSAR-PEDIDO THRU 2000-EXIT
               UNTIL FIM-ARQUIVO.
       1060-EXIT.
           EXIT.

      ****************************************************************
      * 1070-CARREGAR-IOF - GUARDA, POR TIPO DE OPERACAO, A ALIQUOTA *
      *                     DO IOFTAB DE MAIOR VIGENCIA ATE HOJE;    *
      *                     SEM O ARQUIVO NAO HA RETENCAO.           *
      ****************************************************************
       1070-CARREGAR-IOF.
           OPEN INPUT IOF-TABELA.
           IF FS-IOFTAB-OK
               READ IOF-TABELA
                   AT END SET FIM-IOFTAB TO TRUE
               END-READ
               PERFORM 1080-GUARDAR-IOF THRU 1080-EXIT
                   UNTIL FIM-IOFTAB
               CLOSE IOF-TABELA
           ELSE
               DISPLAY 'IOFTAB INDISPONIVEL - CONVERSOES SEM '
                       'RETENCAO DE IOF'
           END-IF.
       1070-EXIT.
           EXIT.

       1080-GUARDAR-IOF.
           IF IO-VIGENCIA > WRK-DATA-HOJE
               GO TO 1080-LER-PROXIMO
           END-IF.
           SET WRK-IOF-IDX TO 1.
           SEARCH WRK-TAB-IOF-ITEM
               AT END
                   GO TO 1080-LER-PROXIMO
               WHEN WRK-IOF-IDX > WRK-QTD-IOF
                   IF WRK-QTD-IOF < 10
                       ADD 1 TO WRK-QTD-IOF
                       SET WRK-IOF-IDX TO WRK-QTD-IOF
                       MOVE IO-TIPO-OPERACAO
                           TO WRK-TAB-IOF-TIPO (WRK-IOF-IDX)
                       MOVE ZEROS
                           TO WRK-TAB-IOF-VIGENCIA (WRK-IOF-IDX)
                   ELSE
                       GO TO 1080-LER-PROXIMO
                   END-IF
               WHEN WRK-TAB-IOF-TIPO (WRK-IOF-IDX) = IO-TIPO-OPERACAO
                   CONTINUE
           END-SEARCH.
           IF IO-VIGENCIA NOT < WRK-TAB-IOF-VIGENCIA (WRK-IOF-IDX)
               MOVE IO-VIGENCIA
                   TO WRK-TAB-IOF-VIGENCIA (WRK-IOF-IDX)
               MOVE IO-ALIQUOTA-PCT
                   TO WRK-TAB-IOF-ALIQUOTA (WRK-IOF-IDX)
           END-IF.

       1080-LER-PROXIMO.
           READ IOF-TABELA
               AT END SET FIM-IOFTAB TO TRUE
           END-READ.
       1080-EXIT.
           EXIT.

       1010-GUARDAR-COTACAO.
           ADD 1 TO WRK-QTD-MOEDAS.
           MOVE RT-MOEDA   TO WRK-TAB-MOEDA (WRK-QTD-MOEDAS).
           MOVE RT-COTACAO TO WRK-TAB-VALOR (WRK-QTD-MOEDAS).
           MOVE RT-DATA    TO WRK-TAB-DATA (WRK-QTD-MOEDAS).
           IF RT-COTACAO-COMPRA IS NUMERIC
              AND RT-COTACAO-COMPRA > ZEROS
               MOVE RT-COTACAO-COMPRA
                   TO WRK-TAB-COMPRA (WRK-QTD-MOEDAS)
           ELSE
               MOVE RT-COTACAO TO WRK-TAB-COMPRA (WRK-QTD-MOEDAS)
           END-IF.
           IF RT-COTACAO-VENDA IS NUMERIC
              AND RT-COTACAO-VENDA > ZEROS
               MOVE RT-COTACAO-VENDA
                   TO WRK-TAB-VENDA (WRK-QTD-MOEDAS)
           ELSE
               MOVE RT-COTACAO TO WRK-TAB-VENDA (WRK-QTD-MOEDAS)
           END-IF.
           READ RATE-TABLE
               AT END MOVE 'S' TO WRK-FIM-RATETAB
           END-READ.
               PERFORM 2200-REJEITAR-PEDIDO
           ELSE
               COMPUTE WRK-VALOR-BRL = WRK-COTACAO-SEL * CP-VALOR
               PERFORM 2030-CALCULAR-IOF
               PERFORM 2020-CONFERIR-LIMITE-MESA
               THRU 2020-EXIT
               IF PEDIDO-SEGURADO
       2020-EXIT.
           EXIT.

      ****************************************************************
      * 2030-CALCULAR-IOF - TIPO DE OPERACAO PELO DESTINO DO PEDIDO, *
      *                     ALIQUOTA VIGENTE DO TIPO E O IMPOSTO     *
      *                     SOBRE O VALOR EM REAL; O LIQUIDO E O QUE *
      *                     SEGUE PARA O CLIENTE (OU PARA A SEGUNDA  *
      *                     PERNA DA TRIANGULACAO).                  *
      ****************************************************************
       2030-CALCULAR-IOF.
           IF CP-MOEDA-DESTINO = SPACES
              OR CP-MOEDA-DESTINO = 'BRL'
               MOVE 'CP' TO WRK-TIPO-IOF
           ELSE
               MOVE 'TR' TO WRK-TIPO-IOF
           END-IF.
           MOVE ZEROS TO WRK-ALIQUOTA-IOF.
           SET WRK-IOF-IDX TO 1.
           SEARCH WRK-TAB-IOF-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IOF-IDX > WRK-QTD-IOF
                   CONTINUE
               WHEN WRK-TAB-IOF-TIPO (WRK-IOF-IDX) = WRK-TIPO-IOF
                   MOVE WRK-TAB-IOF-ALIQUOTA (WRK-IOF-IDX)
                       TO WRK-ALIQUOTA-IOF
           END-SEARCH.
           COMPUTE WRK-VALOR-IOF ROUNDED =
               WRK-VALOR-BRL * WRK-ALIQUOTA-IOF / 100.
           COMPUTE WRK-VALOR-LIQUIDO =
               WRK-VALOR-BRL - WRK-VALOR-IOF.
       2030-EXIT.
           EXIT.

      ****************************************************************
      * 2250-SEGURAR-PEDIDO - PEDIDO ACIMA DO LIMITE DIARIO DA MESA  *
      *                       VAI PARA O CONVHOLD E SO CONVERTE SE O *
           MOVE 'C' TO WRK-SOL-TIPO.
           PERFORM 2400-CONTAR-SOLICITANTE.
           PERFORM 2410-MONTAR-PREFIXO.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALORFINAL.
           MOVE WRK-VALORFINAL TO WRK-VALORMSK.
           MOVE WRK-VALOR-IOF  TO WRK-IOFMSK.
           MOVE SPACES TO CS-LINHA.
           STRING WRK-PREFIXO DELIMITED BY SIZE
                  'CONVERTIDO ' DELIMITED BY SIZE
                  CP-VALOR    DELIMITED BY SIZE
                  ' = '       DELIMITED BY SIZE
                  WRK-VALORMSK DELIMITED BY SIZE
                  ' IOF '     DELIMITED BY SIZE
                  WRK-IOFMSK  DELIMITED BY SIZE
               INTO CS-LINHA
           END-STRING.
           WRITE CS-LINHA.
           MOVE CP-MOEDA        TO CH-MOEDA.
           MOVE CP-VALOR        TO CH-VALOR-ORIG.
           MOVE WRK-COTACAO-SEL TO CH-COTACAO.
           MOVE WRK-VALOR-LIQUIDO TO CH-VALOR-FINAL.
           MOVE CP-SOLICITANTE  TO CH-SOLICITANTE.
           MOVE WRK-COTACAO-MEDIA TO CH-COTACAO-MEDIA.
           SET CH-CASA-COMPROU  TO TRUE.
           MOVE WRK-TIPO-IOF    TO CH-TIPO-IOF.
           MOVE WRK-VALOR-IOF   TO CH-VALOR-IOF.
           WRITE CH-REGISTRO.
       2110-EXIT.
           EXIT.
               PERFORM 2400-CONTAR-SOLICITANTE
               PERFORM 2410-MONTAR-PREFIXO
               COMPUTE WRK-VALORFINAL ROUNDED =
                   WRK-VALOR-LIQUIDO / WRK-COTACAO-DEST
               MOVE WRK-VALORFINAL TO WRK-VALORMSK
               MOVE WRK-VALOR-IOF  TO WRK-IOFMSK
               MOVE SPACES TO CS-LINHA
               STRING WRK-PREFIXO DELIMITED BY SIZE
                      'CONVERTIDO ' DELIMITED BY SIZE
                      CP-MOEDA-DESTINO DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      WRK-VALORMSK DELIMITED BY SIZE
                      ' IOF '     DELIMITED BY SIZE
                      WRK-IOFMSK  DELIMITED BY SIZE
                   INTO CS-LINHA
               END-STRING
               WRITE CS-LINHA
               PERFORM 2110-GRAVAR-PERNA-ORIGEM
               ACCEPT CH-DATA FROM DATE YYYYMMDD
               MOVE CP-MOEDA-DESTINO TO CH-MOEDA
               MOVE WRK-VALOR-LIQUIDO TO CH-VALOR-ORIG
               MOVE WRK-COTACAO-DEST TO CH-COTACAO
               MOVE WRK-VALORFINAL   TO CH-VALOR-FINAL
               MOVE CP-SOLICITANTE   TO CH-SOLICITANTE
               MOVE WRK-COTACAO-DEST-MEDIA TO CH-COTACAO-MEDIA
               SET CH-CASA-VENDEU    TO TRUE
               MOVE SPACES           TO CH-TIPO-IOF
               MOVE ZEROS            TO CH-VALOR-IOF
               WRITE CH-REGISTRO
           END-IF.
       2300-EXIT.

      ****************************************************************
      * 2310-BUSCAR-COTACAO-DESTINO - LOCALIZA A COTACAO VALIDA DA   *
      *                               MOEDA DE DESTINO NA TABELA (A  *
      *                               CASA VENDE: COTACAO DE VENDA). *
      ****************************************************************
       2310-BUSCAR-COTACAO-DESTINO.
           MOVE 'N' TO WRK-COTACAO-DEST-ACHADA.
                       CONTINUE
                   ELSE
                       MOVE 'S' TO WRK-COTACAO-DEST-ACHADA
                       MOVE WRK-TAB-VENDA (WRK-TAB-IDX)
                           TO WRK-COTACAO-DEST
                       MOVE WRK-TAB-VALOR (WRK-TAB-IDX)
                           TO WRK-COTACAO-DEST-MEDIA
                   END-IF
           END-SEARCH.
       2310-EXIT.

      ****************************************************************
      * 2010-BUSCAR-COTACAO - LOCALIZA A COTACAO DA MOEDA DO PEDIDO   *
      *                       NA TABELA CARREGADA (A CASA COMPRA A   *
      *                       MOEDA DE ORIGEM: COTACAO DE COMPRA).   *
      ****************************************************************
       2010-BUSCAR-COTACAO.
           SET WRK-TAB-IDX TO 1.
                       MOVE 'N' TO WRK-COTACAO-ACHADA
                   ELSE
                       MOVE 'S' TO WRK-COTACAO-ACHADA
                       MOVE WRK-TAB-COMPRA (WRK-TAB-IDX)
                           TO WRK-COTACAO-SEL
                       MOVE WRK-TAB-VALOR (WRK-TAB-IDX)
                           TO WRK-COTACAO-MEDIA
                   END-IF
           END-SEARCH.
       2010-EXIT.
       9500-EXIT.
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
           MOVE WRK-QTD-PROCESSADOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITADOS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
