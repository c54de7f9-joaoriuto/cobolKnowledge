      *           SEMANA, NAO EM MESES.                              *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  VENDA EM DINHEIRO CANCELADA NO DIA ABATE DO   *
      *                CAIXA DA FILIAL COMO A DEVOLUCAO.             *
      * 2026-10-15 JR  DEVOLUCAO ACERTADA EM VALE-TROCA NAO ABATE DO *
      *                CAIXA; DA VENDA PAGA COM VALE (E DO SEU       *
      *                CANCELAMENTO) SO CONTA A PARTE EM DINHEIRO.   *
      * 2026-10-15 JR  DA VENDA COM RESGATE DE PONTOS (E DO SEU      *
      *                CANCELAMENTO) SO CONTA O QUE OS PONTOS NAO    *
      *                COBRIRAM.                                     *
      * 2026-10-15 JR  LINHA DA FILIAL TRAZ O NOME DO FILIAL-MASTER  *
      *                (FILMST) AO LADO DO CODIGO.                   *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT DEPOSITO-SALDO ASSIGN TO "DEPSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPSALDO.
           SELECT FILIAL-MASTER  ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.
           SELECT DEPOSITO-REPORT ASSIGN TO "DEPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEPRPT.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-POSTED.
       01  DS-REGISTRO.
           05  DS-FILIAL            PICTURE X(03).
           05  DS-DIFERENCA-ACUM    PICTURE S9(10)V99.
       FD  FILIAL-MASTER.
           COPY FILMST.
       FD  DEPOSITO-REPORT.
       01  DP-LINHA                 PICTURE X(100).
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-BANKDEP           PIC X(02) VALUE SPACES.
           88  FS-BANKDEP-OK            VALUE '00'.
       77  WRK-FS-DEPSALDO          PIC X(02) VALUE SPACES.
           88  FS-DEPSALDO-OK           VALUE '00'.
       77  WRK-FS-FILMST            PIC X(02) VALUE SPACES.
           88  FS-FILMST-OK             VALUE '00'.
       77  WRK-FS-DEPRPT            PIC X(02) VALUE SPACES.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
           88  FIM-BANKDEP              VALUE 'S'.
       77  WRK-FIM-DEPSALDO         PIC X(01) VALUE 'N'.
           88  FIM-DEPSALDO             VALUE 'S'.
       77  WRK-FIM-FILMST           PIC X(01) VALUE 'N'.
           88  FIM-FILMST               VALUE 'S'.

      * POR FILIAL: DINHEIRO DO DIA, DEPOSITO DO DIA E DIFERENCA
      * ACUMULADA CARREGADA DO DEPSALDO.
       77  WRK-IDX                  PIC 9(02) COMP-3 VALUE ZEROS.
       77  WRK-ACHADO               PIC 9(02) VALUE ZEROS.
       77  WRK-FILIAL-PROCURADA     PIC X(03) VALUE SPACES.

      * CODIGO E NOME DAS FILIAIS DO FILIAL-MASTER, SO PARA IMPRIMIR.
       01  WRK-TAB-CADASTRO.
           05  WRK-TAB-CAD-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-CAD-IDX.
               10  WRK-CAD-CODIGO        PICTURE X(03).
               10  WRK-CAD-NOME          PICTURE X(30).
       77  WRK-QTD-CADASTRO         PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-FILIAL          PIC X(30) VALUE SPACES.
       77  WRK-DIFERENCA-DIA        PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALOR-DINHEIRO       PIC S9(10)V99 COMP-3 VALUE ZEROS.

       77  WRK-QTD-LIDAS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES      PIC 9(02) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-ACUMULADOS.
           PERFORM 1200-CARREGAR-CADASTRO.
           PERFORM 2000-SOMAR-DINHEIRO-DO-DIA.
           PERFORM 3000-SOMAR-DEPOSITOS.
           PERFORM 4000-CONCILIAR-E-IMPRIMIR.
           PERFORM 5000-GRAVAR-ACUMULADOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           IF WRK-QTD-DIVERGENTES > ZEROS
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-CADASTRO - CARREGA CODIGO E NOME DAS FILIAIS   *
      *                          DO FILIAL-MASTER; SEM O CADASTRO O  *
      *                          RELATORIO SAI SO COM O CODIGO.      *
      ****************************************************************
       1200-CARREGAR-CADASTRO.
           OPEN INPUT FILIAL-MASTER.
           IF FS-FILMST-OK
               READ FILIAL-MASTER
                   AT END SET FIM-FILMST TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-CADASTRO UNTIL FIM-FILMST
               CLOSE FILIAL-MASTER
           ELSE
               DISPLAY 'FILIAL-MASTER INDISPONIVEL - FS: '
                       WRK-FS-FILMST ' - RELATORIO SEM NOMES'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-CADASTRO.
           IF WRK-QTD-CADASTRO < 50
               ADD 1 TO WRK-QTD-CADASTRO
               MOVE FL-CODIGO TO WRK-CAD-CODIGO (WRK-QTD-CADASTRO)
               MOVE FL-NOME   TO WRK-CAD-NOME (WRK-QTD-CADASTRO)
           END-IF.
           READ FILIAL-MASTER
               AT END SET FIM-FILMST TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SOMAR-DINHEIRO-DO-DIA - VENDAS EM DINHEIRO DO DIA POR   *
      *                              FILIAL (DEVOLUCAO ABATE).       *
           ELSE
               DISPLAY 'SALES-POSTED INDISPONIVEL - FS: '
                       WRK-FS-SALESPST
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SOMAR-VENDA.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE ZEROS TO WRK-VALOR-DINHEIRO.
           IF PS-PAGTO-DINHEIRO
               MOVE PS-VALOR-REAL TO WRK-VALOR-DINHEIRO
           END-IF.
      * VENDA PAGA COM VALE-TROCA: SO O QUE O VALE NAO COBRIU ENTROU
      * EM DINHEIRO. A DEVOLUCAO EM VALE NAO SAI DO CAIXA.
           IF PS-PAGTO-VALE
              AND NOT PS-DEVOLUCAO
               COMPUTE WRK-VALOR-DINHEIRO =
                   PS-VALOR-REAL - PS-VALOR-VALE
           END-IF.
      * VENDA COM RESGATE DE PONTOS: O DESCONTO DOS PONTOS NAO ENTROU
      * NO CAIXA, SO O RESTANTE EM DINHEIRO.
           IF PS-PAGTO-PONTOS
              AND NOT PS-DEVOLUCAO
               COMPUTE WRK-VALOR-DINHEIRO =
                   PS-VALOR-REAL - PS-VALOR-PONTOS
           END-IF.
           IF WRK-VALOR-DINHEIRO > ZEROS
               MOVE PS-FILIAL TO WRK-FILIAL-PROCURADA
               PERFORM 6000-ACHAR-OU-CRIAR-FILIAL
               IF WRK-ACHADO > ZEROS
                   IF PS-DEVOLUCAO OR PS-CANCELAMENTO
                       SUBTRACT WRK-VALOR-DINHEIRO
                           FROM WRK-FIL-DINHEIRO (WRK-ACHADO)
                   ELSE
                       ADD WRK-VALOR-DINHEIRO
                           TO WRK-FIL-DINHEIRO (WRK-ACHADO)
                   END-IF
               END-IF
           ELSE
               DISPLAY 'BANKDEP INDISPONIVEL - DIA SEM ARQUIVO DO '
                       'BANCO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
           ADD WRK-DIFERENCA-DIA TO WRK-FIL-ACUMULADO (WRK-IDX).
           MOVE SPACES TO DP-LINHA.
           MOVE WRK-FIL-DINHEIRO (WRK-IDX) TO WRK-VALORFN.
           PERFORM 4150-ACHAR-NOME.
           STRING 'FILIAL ' WRK-FIL-CODIGO (WRK-IDX)
                  ' ' WRK-NOME-FILIAL
                  ' DINHEIRO ' WRK-VALORFN
               DELIMITED BY SIZE INTO DP-LINHA
           END-STRING.
       4100-EXIT.
           EXIT.

       4150-ACHAR-NOME.
           MOVE 'NAO CADASTRADA' TO WRK-NOME-FILIAL.
           IF WRK-QTD-CADASTRO > ZEROS
               SET WRK-CAD-IDX TO 1
               SEARCH WRK-TAB-CAD-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CAD-CODIGO (WRK-CAD-IDX)
                           = WRK-FIL-CODIGO (WRK-IDX)
                       MOVE WRK-CAD-NOME (WRK-CAD-IDX)
                           TO WRK-NOME-FILIAL
               END-SEARCH
           END-IF.
       4150-EXIT.
           EXIT.

      ****************************************************************
      * 5000-GRAVAR-ACUMULADOS - REGRAVA O DEPSALDO COM A DIFERENCA  *
      *                          ACUMULADA DE CADA FILIAL.           *
           DISPLAY 'FILIAIS DIVERGENTES:  ' WRK-CONTROLEFN.
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
           MOVE 'PROGDEPCON' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS TO RG-QTD-LIDOS.
           MOVE ZEROS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
