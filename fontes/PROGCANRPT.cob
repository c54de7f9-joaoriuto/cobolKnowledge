       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGCANRPT.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RELATORIO DIARIO DE CANCELAMENTOS PARA A PREVENCAO *
      *           DE PERDAS - SEPARA DO SALES-POSTED DO DIA AS       *
      *           VENDAS CANCELADAS (TIPO 'C'), CLASSIFICA POR       *
      *           FILIAL, OPERADOR QUE CANCELOU E NUMERO FISCAL, E   *
      *           IMPRIME CADA CANCELAMENTO COM O VENDEDOR DA VENDA, *
      *           O PRODUTO, O VALOR E O MOTIVO, COM SUBTOTAL POR    *
      *           OPERADOR E POR FILIAL E O TOTAL GERAL - O OPERADOR *
      *           QUE CANCELA DEMAIS APARECE NO DIA SEGUINTE.        *
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
           SELECT SORT-CANCEL    ASSIGN TO "SORTWK01".
           SELECT CANCEL-REPORT  ASSIGN TO "CANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CANRPT.
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
       SD  SORT-CANCEL.
       01  SC-REGISTRO.
           05  SC-FILIAL            PICTURE X(03).
           05  SC-OPERADOR          PICTURE X(05).
           05  SC-NUM-DOCUMENTO     PICTURE 9(08).
           05  SC-COD-VENDEDOR      PICTURE X(05).
           05  SC-COD-PRODUTO       PICTURE X(06).
           05  SC-VALOR-REAL        PICTURE S9(10)V99.
           05  SC-MOTIVO            PICTURE X(02).
               88  SC-MOTIVO-DIGITACAO  VALUE '01'.
               88  SC-MOTIVO-DESISTENCIA VALUE '02'.
               88  SC-MOTIVO-PRECO      VALUE '03'.
               88  SC-MOTIVO-PAGTO      VALUE '04'.
               88  SC-MOTIVO-OUTROS     VALUE '99'.
       FD  CANCEL-REPORT.
       01  CN-LINHA                 PICTURE X(132).
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
       77  WRK-FS-CANRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-FILIAL-ANT           PIC X(03) VALUE SPACES.
       77  WRK-OPERADOR-ANT         PIC X(05) VALUE SPACES.
       77  WRK-DESCRICAO-MOTIVO     PIC X(22) VALUE SPACES.

       77  WRK-QTD-OPERADOR         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-OPERADOR        PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-FILIAL           PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-FILIAL          PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-GERAL            PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-GERAL           PIC S9(12)V99 COMP-3 VALUE ZEROS.

       77  WRK-QTD-LIDAS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IMPRESSOS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT SALES-POSTED.
           IF NOT FS-SALESPST-OK
               MOVE 'SALESPST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT CANCEL-REPORT.
           MOVE SPACES TO CN-LINHA.
           STRING 'CANCELAMENTOS DO DIA POR FILIAL E OPERADOR - '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE ALL '=' TO CN-LINHA.
           WRITE CN-LINHA.
           SORT SORT-CANCEL
               ON ASCENDING KEY SC-FILIAL
                                SC-OPERADOR
                                SC-NUM-DOCUMENTO
               INPUT PROCEDURE IS 2000-SOLTAR-CANCELAMENTOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-CANCELAMENTOS.
           PERFORM 3600-IMPRIMIR-TOTAL-GERAL.
           CLOSE CANCEL-REPORT.
           PERFORM 4000-IMPRIMIR-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 2000-SOLTAR-CANCELAMENTOS - SO O CANCELAMENTO (TIPO 'C') VAI *
      *                             PARA O SORT; VENDA E DEVOLUCAO   *
      *                             SAO APENAS CONTADAS NA LEITURA.  *
      ****************************************************************
       2000-SOLTAR-CANCELAMENTOS.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
           PERFORM 2100-SOLTAR-CANCELAMENTO UNTIL FIM-SALESPST.
           CLOSE SALES-POSTED.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-CANCELAMENTO.
           ADD 1 TO WRK-QTD-LIDAS.
           IF PS-CANCELAMENTO
               MOVE PS-FILIAL          TO SC-FILIAL
               MOVE PS-OPERADOR-CANCEL TO SC-OPERADOR
               MOVE PS-NUM-DOCUMENTO   TO SC-NUM-DOCUMENTO
               MOVE PS-COD-VENDEDOR    TO SC-COD-VENDEDOR
               MOVE PS-COD-PRODUTO     TO SC-COD-PRODUTO
               MOVE PS-VALOR-REAL      TO SC-VALOR-REAL
               MOVE PS-MOTIVO-CANCEL   TO SC-MOTIVO
               RELEASE SC-REGISTRO
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-CANCELAMENTOS - RECEBE OS CANCELAMENTOS POR    *
      *                               FILIAL, OPERADOR E DOCUMENTO;  *
      *                               FECHA CADA OPERADOR E CADA     *
      *                               FILIAL COM O SEU SUBTOTAL.     *
      ****************************************************************
       3000-IMPRIMIR-CANCELAMENTOS.
           RETURN SORT-CANCEL
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-IMPRIMIR-CANCELAMENTO UNTIL FIM-SORT.
           IF TEM-ANTERIOR
               PERFORM 3400-FECHAR-OPERADOR
               PERFORM 3500-FECHAR-FILIAL
           END-IF.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-CANCELAMENTO.
           EVALUATE TRUE
               WHEN NOT TEM-ANTERIOR
                   SET TEM-ANTERIOR TO TRUE
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3200-ABRIR-FILIAL
               WHEN SC-FILIAL NOT = WRK-FILIAL-ANT
                   PERFORM 3400-FECHAR-OPERADOR
                   PERFORM 3500-FECHAR-FILIAL
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3200-ABRIR-FILIAL
               WHEN SC-OPERADOR NOT = WRK-OPERADOR-ANT
                   PERFORM 3400-FECHAR-OPERADOR
                   PERFORM 3110-GUARDAR-CHAVES
           END-EVALUATE.
           PERFORM 3300-DESCREVER-MOTIVO.
           MOVE SC-VALOR-REAL TO WRK-VALORFN.
           MOVE SPACES TO CN-LINHA.
           STRING SC-OPERADOR
                  '  ' SC-NUM-DOCUMENTO
                  '  ' SC-COD-VENDEDOR
                  '  ' SC-COD-PRODUTO
                  ' ' WRK-VALORFN
                  '  ' SC-MOTIVO
                  ' ' WRK-DESCRICAO-MOTIVO
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           ADD 1 TO WRK-QTD-IMPRESSOS
                    WRK-QTD-OPERADOR.
           ADD SC-VALOR-REAL TO WRK-SOMA-OPERADOR.
           RETURN SORT-CANCEL
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3110-GUARDAR-CHAVES.
           MOVE SC-FILIAL   TO WRK-FILIAL-ANT.
           MOVE SC-OPERADOR TO WRK-OPERADOR-ANT.
       3110-EXIT.
           EXIT.

       3200-ABRIR-FILIAL.
           MOVE SPACES TO CN-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-ANT
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE 'OPER.  DOCUMENTO VEND.  PROD.' TO CN-LINHA.
           MOVE '             VALOR'  TO CN-LINHA (33:).
           MOVE 'MOTIVO'              TO CN-LINHA (53:).
           WRITE CN-LINHA.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-DESCREVER-MOTIVO - TRADUZ O CODIGO DO MOTIVO GRAVADO NO *
      *                         CANCELAMENTO.                        *
      ****************************************************************
       3300-DESCREVER-MOTIVO.
           EVALUATE TRUE
               WHEN SC-MOTIVO-DIGITACAO
                   MOVE 'ERRO DE DIGITACAO'     TO WRK-DESCRICAO-MOTIVO
               WHEN SC-MOTIVO-DESISTENCIA
                   MOVE 'DESISTENCIA DO CLIENTE'
                       TO WRK-DESCRICAO-MOTIVO
               WHEN SC-MOTIVO-PRECO
                   MOVE 'ERRO DE PRECO'         TO WRK-DESCRICAO-MOTIVO
               WHEN SC-MOTIVO-PAGTO
                   MOVE 'FORMA DE PAGAMENTO'    TO WRK-DESCRICAO-MOTIVO
               WHEN SC-MOTIVO-OUTROS
                   MOVE 'OUTROS'                TO WRK-DESCRICAO-MOTIVO
               WHEN OTHER
                   MOVE 'MOTIVO NAO CADASTRADO' TO WRK-DESCRICAO-MOTIVO
           END-EVALUATE.
       3300-EXIT.
           EXIT.

       3400-FECHAR-OPERADOR.
           MOVE WRK-QTD-OPERADOR  TO WRK-CONTROLEFN.
           MOVE WRK-SOMA-OPERADOR TO WRK-VALORFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'TOTAL OPERADOR ' WRK-OPERADOR-ANT
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           MOVE WRK-VALORFN TO CN-LINHA (32:).
           MOVE 'CANCELAMENTOS:' TO CN-LINHA (53:).
           MOVE WRK-CONTROLEFN  TO CN-LINHA (68:).
           WRITE CN-LINHA.
           ADD WRK-QTD-OPERADOR  TO WRK-QTD-FILIAL.
           ADD WRK-SOMA-OPERADOR TO WRK-SOMA-FILIAL.
           MOVE ZEROS TO WRK-QTD-OPERADOR
                         WRK-SOMA-OPERADOR.
       3400-EXIT.
           EXIT.

       3500-FECHAR-FILIAL.
           MOVE WRK-QTD-FILIAL  TO WRK-CONTROLEFN.
           MOVE WRK-SOMA-FILIAL TO WRK-VALORFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'TOTAL FILIAL ' WRK-FILIAL-ANT
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           MOVE WRK-VALORFN TO CN-LINHA (32:).
           MOVE 'CANCELAMENTOS:' TO CN-LINHA (53:).
           MOVE WRK-CONTROLEFN  TO CN-LINHA (68:).
           WRITE CN-LINHA.
           MOVE ALL '-' TO CN-LINHA.
           WRITE CN-LINHA.
           ADD WRK-QTD-FILIAL  TO WRK-QTD-GERAL.
           ADD WRK-SOMA-FILIAL TO WRK-SOMA-GERAL.
           MOVE ZEROS TO WRK-QTD-FILIAL
                         WRK-SOMA-FILIAL.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-IMPRIMIR-TOTAL-GERAL - TOTAL DO DIA; SEM CANCELAMENTO,  *
      *                             O RELATORIO DIZ ISSO.            *
      ****************************************************************
       3600-IMPRIMIR-TOTAL-GERAL.
           IF WRK-QTD-GERAL = ZEROS
               MOVE 'NENHUM CANCELAMENTO NO DIA' TO CN-LINHA
               WRITE CN-LINHA
           ELSE
               MOVE WRK-QTD-GERAL  TO WRK-CONTROLEFN
               MOVE WRK-SOMA-GERAL TO WRK-VALORFN
               MOVE 'TOTAL GERAL' TO CN-LINHA
               MOVE WRK-VALORFN TO CN-LINHA (32:)
               MOVE 'CANCELAMENTOS:' TO CN-LINHA (53:)
               MOVE WRK-CONTROLEFN  TO CN-LINHA (68:)
               WRITE CN-LINHA
           END-IF.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-CONTROLE - TOTAIS DE CONTROLE NO CONSOLE.      *
      ****************************************************************
       4000-IMPRIMIR-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDAS     TO WRK-CONTROLEFN.
           DISPLAY 'TRANSACOES LIDAS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-IMPRESSOS TO WRK-CONTROLEFN.
           DISPLAY 'CANCELAMENTOS:        ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-GERAL    TO WRK-VALORFN.
           DISPLAY 'VALOR CANCELADO:      ' WRK-VALORFN.
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
           MOVE 'PROGCANRPT' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS     TO RG-QTD-LIDOS.
           MOVE WRK-QTD-IMPRESSOS TO RG-QTD-GRAVADOS.
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
           MOVE 'PROGCANRPT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
