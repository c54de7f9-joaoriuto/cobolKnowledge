       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGSPREAD.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: APURAR O QUE O SPREAD DE CAMBIO RENDEU NO MES -    *
      *           VARRE O CONVERSAO-HIST DO MES CORRENTE E, PARA     *
      *           CADA PERNA COM LADO (C - A CASA COMPROU A MOEDA,   *
      *           V - A CASA VENDEU), CALCULA EM REAL A DIFERENCA    *
      *           ENTRE A COTACAO APLICADA E A MEDIA DO DIA SOBRE O  *
      *           VOLUME NA MOEDA. IMPRIME NO SPREADRP O SPREAD POR  *
      *           MOEDA (COMPRA E VENDA EM SEPARADO) E POR MESA      *
      *           SOLICITANTE, COM A MARGEM SOBRE O VOLUME A MEDIA.  *
      *           PERNA GRAVADA ANTES DA COTACAO DE COMPRA/VENDA     *
      *           (SEM LADO) SO E CONTADA, SEM SPREAD. COM O         *
      *           CALENDARIO (CALDIA) PRESENTE, SO EMITE NO ULTIMO   *
      *           DIA UTIL DO MES, COMO O PROGMRGRPT.                *
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
           SELECT CONVERSAO-HIST ASSIGN TO "CONVERSAO-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVHIST.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT SPREAD-REPORT  ASSIGN TO "SPREADRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPREADRP.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONVERSAO-HIST.
           COPY CONVHIST.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  SPREAD-REPORT.
       01  SR-LINHA                 PICTURE X(80).
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
       77  WRK-FS-CONVHIST          PIC X(02) VALUE SPACES.
           88  FS-CONVHIST-OK           VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-SPREADRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CONVHIST         PIC X(01) VALUE 'N'.
           88  FIM-CONVHIST             VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       01  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-MES-APURADO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-REGISTRO         PIC 9(06) VALUE ZEROS.

      * SPREAD DO MES POR MOEDA, COM A COMPRA E A VENDA EM SEPARADO.
       01  WRK-TAB-MOEDAS.
           05  WRK-TAB-MOE-ITEM OCCURS 20 TIMES
                   INDEXED BY IDX-MOE.
               10  WRK-MOE-SIGLA         PICTURE X(03).
               10  WRK-MOE-QTD-COMPRAS   PICTURE 9(07).
               10  WRK-MOE-QTD-VENDAS    PICTURE 9(07).
               10  WRK-MOE-VOLUME        PICTURE 9(13)V9999.
               10  WRK-MOE-VOLUME-BRL    PICTURE 9(13)V9999.
               10  WRK-MOE-SPREAD-COMPRA PICTURE S9(11)V9999.
               10  WRK-MOE-SPREAD-VENDA  PICTURE S9(11)V9999.
       77  WRK-QTD-MOEDAS           PIC 9(02) VALUE ZEROS.

      * SPREAD DO MES POR MESA SOLICITANTE.
       01  WRK-TAB-MESAS.
           05  WRK-TAB-MES-ITEM OCCURS 50 TIMES
                   INDEXED BY IDX-MES.
               10  WRK-MES-ID            PICTURE X(08).
               10  WRK-MES-QTD           PICTURE 9(07).
               10  WRK-MES-VOLUME-BRL    PICTURE 9(13)V9999.
               10  WRK-MES-SPREAD        PICTURE S9(11)V9999.
       77  WRK-QTD-MESAS            PIC 9(02) VALUE ZEROS.

       77  WRK-VOLUME-PERNA         PIC 9(13)V9999 VALUE ZEROS.
       77  WRK-VOLUME-BRL-PERNA     PIC 9(13)V9999 VALUE ZEROS.
       77  WRK-SPREAD-PERNA         PIC S9(11)V9999 VALUE ZEROS.
       77  WRK-SPREAD-MOEDA         PIC S9(11)V9999 VALUE ZEROS.
       77  WRK-TOTAL-SPREAD         PIC S9(13)V9999 VALUE ZEROS.
       77  WRK-TOTAL-VOLUME-BRL     PIC 9(15)V9999 VALUE ZEROS.
       77  WRK-MARGEM-PCT           PIC S9(03)V9999 COMP-3
                                        VALUE ZEROS.
       77  WRK-IDX-IMP              PIC 9(02) COMP-3 VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DO-MES           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-LADO         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IMPRESSAS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTDFN                PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QTD2FN               PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VOLUMEFN             PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-SPREADFN             PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-SPREAD2FN            PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-MARGEMFN             PIC -ZZ9,9999 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-APURADO = WRK-DATA-HOJE / 100.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'APURACAO DO SPREAD NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN INPUT CONVERSAO-HIST.
           IF NOT FS-CONVHIST-OK
               MOVE 'CONVHIST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-CONVHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 2000-ACUMULAR-SPREAD-DO-MES.
           CLOSE CONVERSAO-HIST.
           OPEN OUTPUT SPREAD-REPORT.
           PERFORM 3000-IMPRIMIR-POR-MOEDA.
           PERFORM 4000-IMPRIMIR-POR-MESA.
           PERFORM 5000-IMPRIMIR-TOTAIS.
           CLOSE SPREAD-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             EMITE NO DIA MARCADO COMO ULTIMO *
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
      * 2000-ACUMULAR-SPREAD-DO-MES - VARRE O CONVERSAO-HIST SOMANDO *
      *                               AS PERNAS DO MES POR MOEDA E   *
      *                               POR MESA.                      *
      ****************************************************************
       2000-ACUMULAR-SPREAD-DO-MES.
           READ CONVERSAO-HIST
               AT END SET FIM-CONVHIST TO TRUE
           END-READ.
           PERFORM 2100-ACUMULAR-UMA-PERNA THRU 2100-EXIT
               UNTIL FIM-CONVHIST.
       2000-EXIT.
           EXIT.

       2100-ACUMULAR-UMA-PERNA.
           ADD 1 TO WRK-QTD-LIDOS.
           COMPUTE WRK-MES-REGISTRO = CH-DATA / 100.
           IF WRK-MES-REGISTRO NOT = WRK-MES-APURADO
               GO TO 2100-LER-PROXIMA
           END-IF.
           ADD 1 TO WRK-QTD-DO-MES.
           IF NOT CH-CASA-COMPROU
              AND NOT CH-CASA-VENDEU
               ADD 1 TO WRK-QTD-SEM-LADO
               GO TO 2100-LER-PROXIMA
           END-IF.
           PERFORM 2200-CALCULAR-SPREAD-PERNA.
           PERFORM 2300-SOMAR-NA-MOEDA.
           PERFORM 2400-SOMAR-NA-MESA.

       2100-LER-PROXIMA.
           READ CONVERSAO-HIST
               AT END SET FIM-CONVHIST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-CALCULAR-SPREAD-PERNA - NA COMPRA A CASA PAGOU ABAIXO   *
      *                              DA MEDIA PELA MOEDA RECEBIDA    *
      *                              (CH-VALOR-ORIG); NA VENDA       *
      *                              COBROU ACIMA DA MEDIA PELA      *
      *                              MOEDA ENTREGUE (CH-VALOR-FINAL).*
      ****************************************************************
       2200-CALCULAR-SPREAD-PERNA.
           IF CH-CASA-COMPROU
               MOVE CH-VALOR-ORIG TO WRK-VOLUME-PERNA
               COMPUTE WRK-SPREAD-PERNA ROUNDED =
                   WRK-VOLUME-PERNA
                   * (CH-COTACAO-MEDIA - CH-COTACAO)
           ELSE
               MOVE CH-VALOR-FINAL TO WRK-VOLUME-PERNA
               COMPUTE WRK-SPREAD-PERNA ROUNDED =
                   WRK-VOLUME-PERNA
                   * (CH-COTACAO - CH-COTACAO-MEDIA)
           END-IF.
           COMPUTE WRK-VOLUME-BRL-PERNA ROUNDED =
               WRK-VOLUME-PERNA * CH-COTACAO-MEDIA.
           ADD WRK-SPREAD-PERNA     TO WRK-TOTAL-SPREAD.
           ADD WRK-VOLUME-BRL-PERNA TO WRK-TOTAL-VOLUME-BRL.
       2200-EXIT.
           EXIT.

       2300-SOMAR-NA-MOEDA.
           SET IDX-MOE TO 1.
           SEARCH WRK-TAB-MOE-ITEM
               AT END
                   PERFORM 2310-INCLUIR-MOEDA
               WHEN IDX-MOE > WRK-QTD-MOEDAS
                   PERFORM 2310-INCLUIR-MOEDA
               WHEN WRK-MOE-SIGLA (IDX-MOE) = CH-MOEDA
                   CONTINUE
           END-SEARCH.
           IF CH-CASA-COMPROU
               ADD 1 TO WRK-MOE-QTD-COMPRAS (IDX-MOE)
               ADD WRK-SPREAD-PERNA
                   TO WRK-MOE-SPREAD-COMPRA (IDX-MOE)
           ELSE
               ADD 1 TO WRK-MOE-QTD-VENDAS (IDX-MOE)
               ADD WRK-SPREAD-PERNA
                   TO WRK-MOE-SPREAD-VENDA (IDX-MOE)
           END-IF.
           ADD WRK-VOLUME-PERNA     TO WRK-MOE-VOLUME (IDX-MOE).
           ADD WRK-VOLUME-BRL-PERNA TO WRK-MOE-VOLUME-BRL (IDX-MOE).
       2300-EXIT.
           EXIT.

       2310-INCLUIR-MOEDA.
           IF WRK-QTD-MOEDAS < 20
               ADD 1 TO WRK-QTD-MOEDAS
               SET IDX-MOE TO WRK-QTD-MOEDAS
               INITIALIZE WRK-TAB-MOE-ITEM (IDX-MOE)
               MOVE CH-MOEDA TO WRK-MOE-SIGLA (IDX-MOE)
           ELSE
               DISPLAY 'MOEDAS EXCEDEM A CAPACIDADE DA TABELA - '
                       CH-MOEDA ' SOMADA NA ULTIMA'
               SET IDX-MOE TO 20
           END-IF.
       2310-EXIT.
           EXIT.

       2400-SOMAR-NA-MESA.
           SET IDX-MES TO 1.
           SEARCH WRK-TAB-MES-ITEM
               AT END
                   PERFORM 2410-INCLUIR-MESA
               WHEN IDX-MES > WRK-QTD-MESAS
                   PERFORM 2410-INCLUIR-MESA
               WHEN WRK-MES-ID (IDX-MES) = CH-SOLICITANTE
                   CONTINUE
           END-SEARCH.
           ADD 1                    TO WRK-MES-QTD (IDX-MES).
           ADD WRK-VOLUME-BRL-PERNA TO WRK-MES-VOLUME-BRL (IDX-MES).
           ADD WRK-SPREAD-PERNA     TO WRK-MES-SPREAD (IDX-MES).
       2400-EXIT.
           EXIT.

       2410-INCLUIR-MESA.
           IF WRK-QTD-MESAS < 50
               ADD 1 TO WRK-QTD-MESAS
               SET IDX-MES TO WRK-QTD-MESAS
               INITIALIZE WRK-TAB-MES-ITEM (IDX-MES)
               MOVE CH-SOLICITANTE TO WRK-MES-ID (IDX-MES)
           ELSE
               DISPLAY 'MESAS EXCEDEM A CAPACIDADE DA TABELA - '
                       CH-SOLICITANTE ' SOMADA NA ULTIMA'
               SET IDX-MES TO 50
           END-IF.
       2410-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-POR-MOEDA - CABECALHO E O SPREAD DE CADA MOEDA *
      *                           (COMPRAS, VENDAS, VOLUME E MARGEM).*
      ****************************************************************
       3000-IMPRIMIR-POR-MOEDA.
           MOVE SPACES TO SR-LINHA.
           STRING 'APURACAO DO SPREAD DE CAMBIO - MES ' WRK-MES-APURADO
                  ' - POSICAO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
           MOVE ALL '=' TO SR-LINHA.
           WRITE SR-LINHA.
           MOVE 'SPREAD POR MOEDA (EM REAL, SOBRE A COTACAO MEDIA):'
               TO SR-LINHA.
           WRITE SR-LINHA.
           IF WRK-QTD-MOEDAS = ZEROS
               MOVE '  SEM CONVERSOES COM LADO NO MES' TO SR-LINHA
               WRITE SR-LINHA
           ELSE
               PERFORM 3100-IMPRIMIR-MOEDA
                   VARYING WRK-IDX-IMP FROM 1 BY 1
                   UNTIL WRK-IDX-IMP > WRK-QTD-MOEDAS
           END-IF.
           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-MOEDA.
           SET IDX-MOE TO WRK-IDX-IMP.
           ADD 1 TO WRK-QTD-IMPRESSAS.
           MOVE WRK-MOE-QTD-COMPRAS (IDX-MOE) TO WRK-QTDFN.
           MOVE WRK-MOE-QTD-VENDAS (IDX-MOE)  TO WRK-QTD2FN.
           MOVE WRK-MOE-VOLUME (IDX-MOE)      TO WRK-VOLUMEFN.
           MOVE SPACES TO SR-LINHA.
           STRING '  ' WRK-MOE-SIGLA (IDX-MOE)
                  '  COMPRAS ' WRK-QTDFN
                  '  VENDAS ' WRK-QTD2FN
                  '  VOLUME NA MOEDA ' WRK-VOLUMEFN
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
           MOVE WRK-MOE-SPREAD-COMPRA (IDX-MOE) TO WRK-SPREADFN.
           MOVE WRK-MOE-SPREAD-VENDA (IDX-MOE)  TO WRK-SPREAD2FN.
           MOVE SPACES TO SR-LINHA.
           STRING '       SPREAD NA COMPRA ' WRK-SPREADFN
                  '  NA VENDA ' WRK-SPREAD2FN
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
           COMPUTE WRK-SPREAD-MOEDA =
               WRK-MOE-SPREAD-COMPRA (IDX-MOE)
               + WRK-MOE-SPREAD-VENDA (IDX-MOE).
           MOVE ZEROS TO WRK-MARGEM-PCT.
           IF WRK-MOE-VOLUME-BRL (IDX-MOE) > ZEROS
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-SPREAD-MOEDA * 100
                   / WRK-MOE-VOLUME-BRL (IDX-MOE)
           END-IF.
           MOVE WRK-SPREAD-MOEDA TO WRK-SPREADFN.
           MOVE WRK-MARGEM-PCT   TO WRK-MARGEMFN.
           MOVE SPACES TO SR-LINHA.
           STRING '       SPREAD DA MOEDA  ' WRK-SPREADFN
                  '  MARGEM ' WRK-MARGEMFN '%'
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-POR-MESA - UMA LINHA POR MESA SOLICITANTE COM  *
      *                          AS PERNAS, O VOLUME A MEDIA EM REAL *
      *                          E O SPREAD GANHO.                   *
      ****************************************************************
       4000-IMPRIMIR-POR-MESA.
           MOVE ALL '=' TO SR-LINHA.
           WRITE SR-LINHA.
           MOVE 'SPREAD POR MESA SOLICITANTE (EM REAL):' TO SR-LINHA.
           WRITE SR-LINHA.
           MOVE 'MESA      PERNAS     VOLUME A MEDIA             SPREAD'
               TO SR-LINHA.
           WRITE SR-LINHA.
           PERFORM 4100-IMPRIMIR-MESA
               VARYING WRK-IDX-IMP FROM 1 BY 1
               UNTIL WRK-IDX-IMP > WRK-QTD-MESAS.
           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-MESA.
           SET IDX-MES TO WRK-IDX-IMP.
           MOVE WRK-MES-QTD (IDX-MES)        TO WRK-QTDFN.
           MOVE WRK-MES-VOLUME-BRL (IDX-MES) TO WRK-VOLUMEFN.
           MOVE WRK-MES-SPREAD (IDX-MES)     TO WRK-SPREADFN.
           MOVE SPACES TO SR-LINHA.
           STRING WRK-MES-ID (IDX-MES)
                  ' ' WRK-QTDFN
                  ' ' WRK-VOLUMEFN
                  ' ' WRK-SPREADFN
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-TOTAIS - SPREAD TOTAL DO MES, MARGEM MEDIA E   *
      *                        AS CONTAGENS DE CONTROLE.             *
      ****************************************************************
       5000-IMPRIMIR-TOTAIS.
           MOVE ALL '=' TO SR-LINHA.
           WRITE SR-LINHA.
           MOVE ZEROS TO WRK-MARGEM-PCT.
           IF WRK-TOTAL-VOLUME-BRL > ZEROS
               COMPUTE WRK-MARGEM-PCT ROUNDED =
                   WRK-TOTAL-SPREAD * 100 / WRK-TOTAL-VOLUME-BRL
           END-IF.
           MOVE WRK-TOTAL-SPREAD TO WRK-SPREADFN.
           MOVE WRK-MARGEM-PCT   TO WRK-MARGEMFN.
           MOVE SPACES TO SR-LINHA.
           STRING 'SPREAD TOTAL DO MES......: ' WRK-SPREADFN
                  '  MARGEM ' WRK-MARGEMFN '%'
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
           MOVE WRK-QTD-DO-MES TO WRK-QTDFN.
           MOVE SPACES TO SR-LINHA.
           STRING 'PERNAS DO MES............: ' WRK-QTDFN
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
           MOVE WRK-QTD-SEM-LADO TO WRK-QTDFN.
           MOVE SPACES TO SR-LINHA.
           STRING 'PERNAS SEM LADO (SEM SPREAD): ' WRK-QTDFN
               DELIMITED BY SIZE INTO SR-LINHA.
           WRITE SR-LINHA.
           DISPLAY 'SPREAD DO MES ' WRK-MES-APURADO ' APURADO: '
                   WRK-SPREADFN.
       5000-EXIT.
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
      * 9800-GRAVAR-RUNLOG - REGISTRA A EXECUCAO NO RUN-LOG COMUM DA *
      *                      SUITE, PARA O RELATORIO DA MANHA.       *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGSPREAD' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS     TO RG-QTD-LIDOS.
           MOVE WRK-QTD-IMPRESSAS TO RG-QTD-GRAVADOS.
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
      *                    STATUS QUE VIERAM RUINS.                  *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGSPREAD' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
