      * 2026-08-22 JR  A COTACAO GANHOU DATA DE VIGENCIA (PROGRATMNT):
      *                COTACAO MAIS VELHA QUE O DIA E RECUSADA COMO SE
      *                A MOEDA NAO ESTIVESSE CADASTRADA.
      * 2026-10-15 JR  A CASA COMPRA A MOEDA DO CLIENTE: A CONVERSAO
      *                USA A COTACAO DE COMPRA DO RATE-TABLE E GRAVA A
      *                COTACAO MEDIA E O LADO NO CONVERSAO-HIST. O
      *                ALERTA DE VARIACAO COMPARA MEDIA COM MEDIA.
      * 2026-10-15 JR  RETEM O IOF-CAMBIO DA OPERACAO CP (IOFTAB,
      *                ALIQUOTA VIGENTE NO DIA) SOBRE O VALOR BRUTO EM
      *                REAL, MOSTRA O IMPOSTO E GRAVA NO
      *                CONVERSAO-HIST, COMO O AULA22B.
      ******************************************************************
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
           SELECT CONVERSAO-HIST ASSIGN TO "CONVERSAO-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVHIST.
           SELECT IOF-TABELA ASSIGN TO "IOFTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IOFTAB.

       DATA                    DIVISION.
       FILE                    SECTION.
           COPY CALDIA.
       FD  CONVERSAO-HIST.
           COPY CONVHIST.
       FD  IOF-TABELA.
           COPY IOFTAB.
       WORKING-STORAGE         SECTION.
       77  WRK-FS-RATETAB      PIC X(02)    VALUE SPACES.
           88  FS-RATETAB-OK           VALUE '00'.
               10  WRK-TAB-MOEDA       PICTURE X(03).
               10  WRK-TAB-VALOR       PICTURE 9(06)V9999.
               10  WRK-TAB-DATA        PICTURE 9(08).
               10  WRK-TAB-COMPRA      PICTURE 9(06)V9999.
       77  WRK-QTD-MOEDAS      PIC 9(02)    VALUE ZEROS.

       77  WRK-MOEDA-SEL       PIC X(03)    VALUE SPACES.
       77  WRK-COTACAO-SEL   PIC 9(06)V9999 VALUE ZEROS.
       77  WRK-COTACAO-MEDIA PIC 9(06)V9999 VALUE ZEROS.
       77  WRK-COTACAO-ACHADA  PIC X(01)    VALUE 'N'.
           88  COTACAO-ACHADA       VALUE 'S'.
       77  WRK-RECEBERVALOR    PIC 9(8)     VALUE ZEROS.
       77  WRK-COMISSAO-PCT    PIC 9(02)V99 VALUE 002,00.
       77  WRK-COMISSAO-VALOR  PIC 9(8)V9999 VALUE ZEROS.
       77  WRK-COMISSAOMSK     PIC ZZZZZZ99,99 VALUE ZEROS.
       77  WRK-FS-IOFTAB       PIC X(02)    VALUE SPACES.
           88  FS-IOFTAB-OK             VALUE '00'.
       77  WRK-FIM-IOFTAB      PIC X(01)    VALUE 'N'.
           88  FIM-IOFTAB               VALUE 'S'.
       77  WRK-IOF-VIGENCIA    PIC 9(08)    VALUE ZEROS.
       77  WRK-ALIQUOTA-IOF    PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-VALOR-IOF       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-IOFMSK          PIC ZZZZZZ99,99 VALUE ZEROS.

       77  WRK-FIM-CONVHIST    PIC X(01)    VALUE 'N'.
           88  FIM-CONVHIST         VALUE 'S'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-LER-CALENDARIO.
           PERFORM 1000-CARREGAR-COTACOES.
           PERFORM 1300-LER-ALIQUOTA-IOF.

           DISPLAY     "INFORME A MOEDA A CONVERTER (EX: USD, EUR)"
           ACCEPT      WRK-MOEDA-SEL FROM CONSOLE.
                       WRK-COTACAO-SEL * WRK-RECEBERVALOR
               COMPUTE WRK-COMISSAO-VALOR =
                       WRK-VALORBRUTO * WRK-COMISSAO-PCT / 100
               COMPUTE WRK-VALOR-IOF ROUNDED =
                       WRK-VALORBRUTO * WRK-ALIQUOTA-IOF / 100
               COMPUTE WRK-VALORFINAL =
                       WRK-VALORBRUTO - WRK-COMISSAO-VALOR
                                      - WRK-VALOR-IOF
               MOVE WRK-COMISSAO-VALOR TO WRK-COMISSAOMSK
               MOVE WRK-VALOR-IOF TO WRK-IOFMSK
               MOVE WRK-VALORFINAL TO WRK-VALORMSK
      ********* SAIDA
               DISPLAY     "QUANTIA A SER CONVERTIDA: " WRK-RECEBERVALOR
               DISPLAY     "VALOR DA COTACAO: " WRK-COTACAO-SEL
               DISPLAY     "COTACAO MEDIA DO DIA: " WRK-COTACAO-MEDIA
               DISPLAY     "COMISSAO DESCONTADA: " WRK-COMISSAOMSK
               DISPLAY     "IOF RETIDO: " WRK-IOFMSK
               DISPLAY     "QUANTIDADE: " WRK-VALORMSK
               END-DISPLAY
               PERFORM 2000-GRAVAR-HISTORICO
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
           READ RATE-TABLE
               AT END MOVE 'S' TO WRK-FIM-RATETAB
           END-READ.
                       MOVE 'N' TO WRK-COTACAO-ACHADA
                   ELSE
                       MOVE 'S' TO WRK-COTACAO-ACHADA
                       MOVE WRK-TAB-COMPRA (WRK-TAB-IDX)
                           TO WRK-COTACAO-SEL
                       MOVE WRK-TAB-VALOR (WRK-TAB-IDX)
                           TO WRK-COTACAO-MEDIA
                   END-IF
           END-SEARCH.
       1100-EXIT.

           IF COTACAO-ANT-ACHADA AND WRK-COTACAO-ANTERIOR NOT = ZEROS
               COMPUTE WRK-VARIANCE-PCT =
                   ((WRK-COTACAO-MEDIA - WRK-COTACAO-ANTERIOR)
                    / WRK-COTACAO-ANTERIOR) * 100
               IF WRK-VARIANCE-PCT < 0 THEN
                   MULTIPLY -1 BY WRK-VARIANCE-PCT
       1210-LER-ULTIMA-COTACAO.
           IF CH-MOEDA = WRK-MOEDA-SEL THEN
               MOVE 'S' TO WRK-COTACAO-ANT-ACHADA
               IF CH-COTACAO-MEDIA IS NUMERIC
                  AND CH-COTACAO-MEDIA > ZEROS
                   MOVE CH-COTACAO-MEDIA TO WRK-COTACAO-ANTERIOR
               ELSE
                   MOVE CH-COTACAO TO WRK-COTACAO-ANTERIOR
               END-IF
           END-IF.
           READ CONVERSAO-HIST
               AT END SET FIM-CONVHIST TO TRUE
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-LER-ALIQUOTA-IOF - ALIQUOTA DA OPERACAO CP (A CASA      *
      *                         COMPRA A MOEDA DO CLIENTE) DE MAIOR  *
      *                         VIGENCIA ATE HOJE NO IOFTAB.         *
      ****************************************************************
       1300-LER-ALIQUOTA-IOF.
           OPEN INPUT IOF-TABELA.
           IF FS-IOFTAB-OK
               READ IOF-TABELA
                   AT END SET FIM-IOFTAB TO TRUE
               END-READ
               PERFORM 1310-AVALIAR-ALIQUOTA UNTIL FIM-IOFTAB
               CLOSE IOF-TABELA
           END-IF.
       1300-EXIT.
           EXIT.

       1310-AVALIAR-ALIQUOTA.
           IF IO-TIPO-OPERACAO = 'CP'
              AND IO-VIGENCIA NOT > WRK-DATA-HOJE
              AND IO-VIGENCIA NOT < WRK-IOF-VIGENCIA
               MOVE IO-VIGENCIA     TO WRK-IOF-VIGENCIA
               MOVE IO-ALIQUOTA-PCT TO WRK-ALIQUOTA-IOF
           END-IF.
           READ IOF-TABELA
               AT END SET FIM-IOFTAB TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 2000-GRAVAR-HISTORICO - ACRESCENTA A CONVERSAO AO             *
      *                         CONVERSAO-HIST, DATADA PELA DATA DO   *
           MOVE WRK-COTACAO-SEL TO CH-COTACAO.
           MOVE WRK-VALORFINAL   TO CH-VALOR-FINAL.
           MOVE 'CONSOLE'         TO CH-SOLICITANTE.
           MOVE WRK-COTACAO-MEDIA TO CH-COTACAO-MEDIA.
           SET CH-CASA-COMPROU    TO TRUE.
           MOVE 'CP'              TO CH-TIPO-IOF.
           MOVE WRK-VALOR-IOF     TO CH-VALOR-IOF.
           WRITE CH-REGISTRO.
           CLOSE CONVERSAO-HIST.
       2000-EXIT.
