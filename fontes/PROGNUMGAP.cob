      *           NOTA 4711, HAVERA O QUE MOSTRAR.                   *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  CANCELAMENTO NO DIA (TIPO 'C', MESMO NUMERO DA*
      *                VENDA) SAI COMO NUMERO CANCELADO COM O MOTIVO,*
      *                NAO COMO DUPLICADO, E NAO CONTA COMO DOCUMENTO*
      *                DA FILIAL.                                    *
      * 2026-10-15 JR  CADA FILIAL ABRE COM UMA LINHA COM O CODIGO E *
      *                O NOME DO FILIAL-MASTER (FILMST).             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT SORT-DOCS      ASSIGN TO "SORTWK01".
           SELECT FILIAL-MASTER  ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.
           SELECT NUMGAP-REPORT  ASSIGN TO "NUMGAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NUMGAPRPT.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-POSTED.
       01  SD-REGISTRO.
           05  SD-FILIAL            PICTURE X(03).
           05  SD-NUM-DOCUMENTO     PICTURE 9(08).
           05  SD-TIPO              PICTURE X(01).
           05  SD-MOTIVO-CANCEL     PICTURE X(02).
       FD  FILIAL-MASTER.
           COPY FILMST.
       FD  NUMGAP-REPORT.
       01  NG-LINHA                 PICTURE X(80).
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
       77  WRK-FS-NUMGAPRPT         PIC X(02) VALUE SPACES.
       77  WRK-FS-FILMST            PIC X(02) VALUE SPACES.
           88  FS-FILMST-OK             VALUE '00'.
       77  WRK-FIM-FILMST           PIC X(01) VALUE 'N'.
           88  FIM-FILMST               VALUE 'S'.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-FILIAL-ANT           PIC X(03) VALUE SPACES.
       77  WRK-NUMERO-ANT           PIC 9(08) VALUE ZEROS.
       77  WRK-TIPO-ANT             PIC X(01) VALUE SPACES.
       77  WRK-NUMERO-ESPERADO      PIC 9(08) VALUE ZEROS.
       77  WRK-FALTA-ATE            PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DOCS-FILIAL      PIC 9(06) COMP-3 VALUE ZEROS.

      * CODIGO E NOME DAS FILIAIS DO FILIAL-MASTER, SO PARA IMPRIMIR.
       01  WRK-TAB-CADASTRO.
           05  WRK-TAB-CAD-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-CAD-IDX.
               10  WRK-CAD-CODIGO        PICTURE X(03).
               10  WRK-CAD-NOME          PICTURE X(30).
       77  WRK-QTD-CADASTRO         PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-FILIAL          PIC X(30) VALUE SPACES.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LACUNAS          PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DUPLICADOS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CANCELADOS       PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 0500-CARREGAR-CADASTRO.
           OPEN OUTPUT NUMGAP-REPORT.
           MOVE 'CONTROLE DE LACUNAS DA NUMERACAO FISCAL POR FILIAL'
               TO NG-LINHA.
           SORT SORT-DOCS
               ON ASCENDING KEY SD-FILIAL
                                SD-NUM-DOCUMENTO
               ON DESCENDING KEY SD-TIPO
               INPUT PROCEDURE IS 1000-SOLTAR-DOCUMENTOS
               OUTPUT PROCEDURE IS 2000-CONFERIR-SEQUENCIA.
           PERFORM 3000-IMPRIMIR-RODAPE.
           CLOSE NUMGAP-REPORT.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0500-CARREGAR-CADASTRO - CARREGA CODIGO E NOME DAS FILIAIS   *
      *                          DO FILIAL-MASTER; SEM O CADASTRO O  *
      *                          RELATORIO SAI SO COM O CODIGO.      *
      ****************************************************************
       0500-CARREGAR-CADASTRO.
           OPEN INPUT FILIAL-MASTER.
           IF FS-FILMST-OK
               READ FILIAL-MASTER
                   AT END SET FIM-FILMST TO TRUE
               END-READ
               PERFORM 0510-GUARDAR-CADASTRO UNTIL FIM-FILMST
               CLOSE FILIAL-MASTER
           ELSE
               DISPLAY 'FILIAL-MASTER INDISPONIVEL - FS: '
                       WRK-FS-FILMST ' - RELATORIO SEM NOMES'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.

       0510-GUARDAR-CADASTRO.
           IF WRK-QTD-CADASTRO < 50
               ADD 1 TO WRK-QTD-CADASTRO
               MOVE FL-CODIGO TO WRK-CAD-CODIGO (WRK-QTD-CADASTRO)
               MOVE FL-NOME   TO WRK-CAD-NOME (WRK-QTD-CADASTRO)
           END-IF.
           READ FILIAL-MASTER
               AT END SET FIM-FILMST TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.

      ****************************************************************
      * 1000-SOLTAR-DOCUMENTOS - SOLTA FILIAL E NUMERO DE CADA       *
      *                          TRANSACAO DO DIA PARA O SORT.       *
           ELSE
               DISPLAY 'SALES-POSTED INDISPONIVEL - FS: '
                       WRK-FS-SALESPST
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE PS-FILIAL        TO SD-FILIAL.
           MOVE PS-NUM-DOCUMENTO TO SD-NUM-DOCUMENTO.
           MOVE PS-TIPO          TO SD-TIPO.
           MOVE PS-MOTIVO-CANCEL TO SD-MOTIVO-CANCEL.
           RELEASE SD-REGISTRO.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
      ****************************************************************
      * 2000-CONFERIR-SEQUENCIA - QUEBRA POR FILIAL: DENTRO DA       *
      *                           FILIAL, CADA NUMERO DEVE SER O     *
      *                           ANTERIOR MAIS UM. O CANCELAMENTO   *
      *                           REPETE O NUMERO DA VENDA (VEM LOGO *
      *                           DEPOIS DELA NO SORT) E SAI COMO    *
      *                           CANCELADO, NAO COMO DUPLICADO.     *
      ****************************************************************
       2000-CONFERIR-SEQUENCIA.
           RETURN SORT-DOCS
               SET TEM-ANTERIOR TO TRUE
               MOVE SD-FILIAL TO WRK-FILIAL-ANT
               MOVE ZEROS TO WRK-QTD-DOCS-FILIAL
               PERFORM 2200-IMPRIMIR-NOME-FILIAL
           ELSE
               COMPUTE WRK-NUMERO-ESPERADO = WRK-NUMERO-ANT + 1
               EVALUATE TRUE
                   WHEN SD-NUM-DOCUMENTO = WRK-NUMERO-ANT
                    AND SD-TIPO = 'C'
                    AND WRK-TIPO-ANT = 'V'
                       ADD 1 TO WRK-QTD-CANCELADOS
                       MOVE SPACES TO NG-LINHA
                       STRING 'FILIAL ' SD-FILIAL
                              ' NUMERO ' SD-NUM-DOCUMENTO
                              ' CANCELADO - MOTIVO '
                              SD-MOTIVO-CANCEL
                           DELIMITED BY SIZE INTO NG-LINHA
                       END-STRING
                       WRITE NG-LINHA
                   WHEN SD-NUM-DOCUMENTO = WRK-NUMERO-ANT
                       ADD 1 TO WRK-QTD-DUPLICADOS
                       MOVE SPACES TO NG-LINHA
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF SD-NUM-DOCUMENTO NOT = WRK-NUMERO-ANT
              OR SD-TIPO NOT = 'C'
              OR WRK-TIPO-ANT NOT = 'V'
               ADD 1 TO WRK-QTD-DOCS-FILIAL
           END-IF.
           MOVE SD-NUM-DOCUMENTO TO WRK-NUMERO-ANT.
           MOVE SD-TIPO          TO WRK-TIPO-ANT.
           RETURN SORT-DOCS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.

       2200-IMPRIMIR-NOME-FILIAL.
           MOVE 'NAO CADASTRADA' TO WRK-NOME-FILIAL.
           IF WRK-QTD-CADASTRO > ZEROS
               SET WRK-CAD-IDX TO 1
               SEARCH WRK-TAB-CAD-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CAD-CODIGO (WRK-CAD-IDX) = WRK-FILIAL-ANT
                       MOVE WRK-CAD-NOME (WRK-CAD-IDX)
                           TO WRK-NOME-FILIAL
               END-SEARCH
           END-IF.
           MOVE SPACES TO NG-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-ANT ' - ' WRK-NOME-FILIAL
               DELIMITED BY SIZE INTO NG-LINHA
           END-STRING.
           WRITE NG-LINHA.
       2200-EXIT.
           EXIT.

       2300-FECHAR-FILIAL.
           MOVE WRK-QTD-DOCS-FILIAL TO WRK-CONTROLEFN.
           MOVE SPACES TO NG-LINHA.
               WRITE NG-LINHA
               DISPLAY 'NUMERACAO FISCAL COM DIFERENCAS - VER '
                       'NUMGAPRPT'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
           DISPLAY 'LACUNAS:              ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DUPLICADOS TO WRK-CONTROLEFN.
           DISPLAY 'DUPLICADOS:           ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CANCELADOS TO WRK-CONTROLEFN.
           DISPLAY 'CANCELADOS:           ' WRK-CONTROLEFN.
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
           MOVE 'PROGNUMGAP' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS TO RG-QTD-LIDOS.
           MOVE ZEROS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
