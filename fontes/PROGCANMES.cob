       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGCANMES.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RELATORIO MENSAL DE DESLIGAMENTOS PARA A DIRETORIA *
      *           - SEPARA DO DESLIG OS DESLIGAMENTOS PROCESSADOS    *
      *           PELO PROGMENCAN NO MES CORRENTE, CLASSIFICA POR    *
      *           CURSO, MOTIVO E MATRICULA E IMPRIME CADA ALUNO COM *
      *           O MES FINAL PROPORCIONAL, O VALOR CANCELADO E O    *
      *           REEMBOLSO, COM SUBTOTAL POR MOTIVO E POR CURSO E O *
      *           TOTAL GERAL. COM O CALENDARIO (CALDIA) PRESENTE, SO*
      *           IMPRIME NO ULTIMO DIA UTIL DO MES, COMO O          *
      *           PROGRECPRD.                                        *
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
           SELECT DESLIGAMENTO   ASSIGN TO "DESLIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESLIG.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT SORT-DESLIG    ASSIGN TO "SORTWK01".
           SELECT CANMES-REPORT  ASSIGN TO "CANMESR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CANMESR.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  DESLIGAMENTO.
           COPY DESLIG.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       SD  SORT-DESLIG.
       01  SD-REGISTRO.
           05  SD-CURSO             PICTURE X(20).
           05  SD-MOTIVO            PICTURE X(02).
           05  SD-MATRICULA         PICTURE X(08).
           05  SD-DATA-DESLIGAMENTO PICTURE 9(08).
           05  SD-VALOR-PROPORCIONAL PICTURE 9(08)V99.
           05  SD-VALOR-CANCELADO   PICTURE 9(08)V99.
           05  SD-VALOR-REEMBOLSO   PICTURE 9(08)V99.
       FD  CANMES-REPORT.
       01  CM-LINHA                 PICTURE X(132).
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
       77  WRK-FS-DESLIG            PIC X(02) VALUE SPACES.
           88  FS-DESLIG-OK             VALUE '00'.
           88  FS-DESLIG-NAO-EXISTE     VALUE '35'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-CANMESR           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-DESLIG           PIC X(01) VALUE 'N'.
           88  FIM-DESLIG               VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       01  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R          REDEFINES WRK-DATA-HOJE.
           05  WRK-HOJE-ANO-MES     PIC 9(06).
           05  WRK-HOJE-DIA         PIC 9(02).
       01  WRK-DATA-PROC-R.
           05  WRK-PROC-ANO-MES     PIC 9(06).
           05  WRK-PROC-DIA         PIC 9(02).
       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-CURSO-ANT            PIC X(20) VALUE SPACES.
       77  WRK-MOTIVO-ANT           PIC X(02) VALUE SPACES.
       77  WRK-DESCRICAO-MOTIVO     PIC X(14) VALUE SPACES.

      * ACUMULADORES POR MOTIVO, POR CURSO E GERAL: QUANTIDADE, MES
      * FINAL PROPORCIONAL, VALOR CANCELADO E REEMBOLSO.
       01  WRK-TOT-MOTIVO.
           05  WRK-QTD-MOTIVO       PIC 9(06) COMP-3 VALUE ZEROS.
           05  WRK-PROP-MOTIVO      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WRK-CANC-MOTIVO      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WRK-REEM-MOTIVO      PIC 9(12)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOT-CURSO.
           05  WRK-QTD-CURSO        PIC 9(06) COMP-3 VALUE ZEROS.
           05  WRK-PROP-CURSO       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WRK-CANC-CURSO       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WRK-REEM-CURSO       PIC 9(12)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOT-GERAL.
           05  WRK-QTD-GERAL        PIC 9(06) COMP-3 VALUE ZEROS.
           05  WRK-PROP-GERAL       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WRK-CANC-GERAL       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WRK-REEM-GERAL       PIC 9(12)V99 COMP-3 VALUE ZEROS.

      * LINHA DE TOTAL (MOTIVO, CURSO OU GERAL).
       01  WRK-LINHA-TOTAL.
           05  WRK-LT-TITULO        PIC X(38) VALUE SPACES.
           05  WRK-LT-QTD           PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LT-PROP          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LT-CANC          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LT-REEM          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      * LINHA DE DETALHE, NAS MESMAS COLUNAS DA LINHA DE TOTAL.
       01  WRK-LINHA-DETALHE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WRK-LD-MATRICULA     PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WRK-LD-DATA          PIC 9(08) VALUE ZEROS.
           05  FILLER               PIC X(24) VALUE SPACES.
           05  WRK-LD-PROP          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-CANC          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WRK-LD-REEM          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'RELATORIO DE DESLIGAMENTOS NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN INPUT DESLIGAMENTO.
           IF NOT FS-DESLIG-OK
              AND NOT FS-DESLIG-NAO-EXISTE
               MOVE 'DESLIG'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-DESLIG TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           IF FS-DESLIG-NAO-EXISTE
               SET FIM-DESLIG TO TRUE
           END-IF.
           OPEN OUTPUT CANMES-REPORT.
           PERFORM 1000-CABECALHO.
           SORT SORT-DESLIG
               ON ASCENDING KEY SD-CURSO
                                SD-MOTIVO
                                SD-MATRICULA
               INPUT PROCEDURE IS 2000-SOLTAR-DESLIGAMENTOS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-DESLIGAMENTOS.
           PERFORM 3600-IMPRIMIR-TOTAL-GERAL.
           CLOSE CANMES-REPORT.
           PERFORM 4000-IMPRIMIR-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             RODA NO ULTIMO DIA UTIL DO MES.  *
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
      * 1000-CABECALHO - TITULO E COLUNAS DO RELATORIO.              *
      ****************************************************************
       1000-CABECALHO.
           MOVE SPACES TO CM-LINHA.
           STRING 'DESLIGAMENTOS DE ALUNOS DO MES ' WRK-HOJE-ANO-MES
                  ' POR CURSO E MOTIVO - EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO CM-LINHA
           END-STRING.
           WRITE CM-LINHA.
           MOVE SPACES TO CM-LINHA.
           MOVE '    MATRICULA DESLIGADO' TO CM-LINHA.
           MOVE 'QTD.' TO CM-LINHA (42:).
           MOVE '    MES FINAL' TO CM-LINHA (51:).
           MOVE '    CANCELADO' TO CM-LINHA (69:).
           MOVE '    REEMBOLSO' TO CM-LINHA (87:).
           WRITE CM-LINHA.
           MOVE ALL '=' TO CM-LINHA.
           WRITE CM-LINHA.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SOLTAR-DESLIGAMENTOS - SO O DESLIGAMENTO PROCESSADO NO  *
      *                             MES CORRENTE VAI PARA O SORT;    *
      *                             PENDENTE E ANULADO FICAM DE FORA.*
      ****************************************************************
       2000-SOLTAR-DESLIGAMENTOS.
           IF NOT FIM-DESLIG
               READ DESLIGAMENTO
                   AT END SET FIM-DESLIG TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-SOLTAR-DESLIGAMENTO UNTIL FIM-DESLIG.
           IF FS-DESLIG-OK OR WRK-FS-DESLIG = '10'
               CLOSE DESLIGAMENTO
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-DESLIGAMENTO.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE DE-DATA-PROCESSAMENTO TO WRK-DATA-PROC-R.
           IF DESLIG-PROCESSADO
              AND WRK-PROC-ANO-MES = WRK-HOJE-ANO-MES
               MOVE DE-CURSO              TO SD-CURSO
               MOVE DE-MOTIVO             TO SD-MOTIVO
               MOVE DE-MATRICULA          TO SD-MATRICULA
               MOVE DE-DATA-DESLIGAMENTO  TO SD-DATA-DESLIGAMENTO
               MOVE DE-VALOR-PROPORCIONAL TO SD-VALOR-PROPORCIONAL
               MOVE DE-VALOR-CANCELADO    TO SD-VALOR-CANCELADO
               MOVE DE-VALOR-REEMBOLSO    TO SD-VALOR-REEMBOLSO
               RELEASE SD-REGISTRO
           END-IF.
           READ DESLIGAMENTO
               AT END SET FIM-DESLIG TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-DESLIGAMENTOS - RECEBE OS DESLIGAMENTOS POR    *
      *                               CURSO, MOTIVO E MATRICULA;     *
      *                               FECHA CADA MOTIVO E CADA CURSO *
      *                               COM O SEU SUBTOTAL.            *
      ****************************************************************
       3000-IMPRIMIR-DESLIGAMENTOS.
           RETURN SORT-DESLIG
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-IMPRIMIR-DESLIGAMENTO UNTIL FIM-SORT.
           IF TEM-ANTERIOR
               PERFORM 3400-FECHAR-MOTIVO
               PERFORM 3500-FECHAR-CURSO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-DESLIGAMENTO.
           EVALUATE TRUE
               WHEN NOT TEM-ANTERIOR
                   SET TEM-ANTERIOR TO TRUE
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3200-ABRIR-CURSO
                   PERFORM 3300-ABRIR-MOTIVO
               WHEN SD-CURSO NOT = WRK-CURSO-ANT
                   PERFORM 3400-FECHAR-MOTIVO
                   PERFORM 3500-FECHAR-CURSO
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3200-ABRIR-CURSO
                   PERFORM 3300-ABRIR-MOTIVO
               WHEN SD-MOTIVO NOT = WRK-MOTIVO-ANT
                   PERFORM 3400-FECHAR-MOTIVO
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3300-ABRIR-MOTIVO
           END-EVALUATE.
           MOVE SD-MATRICULA          TO WRK-LD-MATRICULA.
           MOVE SD-DATA-DESLIGAMENTO  TO WRK-LD-DATA.
           MOVE SD-VALOR-PROPORCIONAL TO WRK-LD-PROP.
           MOVE SD-VALOR-CANCELADO    TO WRK-LD-CANC.
           MOVE SD-VALOR-REEMBOLSO    TO WRK-LD-REEM.
           MOVE WRK-LINHA-DETALHE TO CM-LINHA.
           WRITE CM-LINHA.
           ADD 1 TO WRK-QTD-MOTIVO.
           ADD SD-VALOR-PROPORCIONAL TO WRK-PROP-MOTIVO.
           ADD SD-VALOR-CANCELADO    TO WRK-CANC-MOTIVO.
           ADD SD-VALOR-REEMBOLSO    TO WRK-REEM-MOTIVO.
           RETURN SORT-DESLIG
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3110-GUARDAR-CHAVES.
           MOVE SD-CURSO  TO WRK-CURSO-ANT.
           MOVE SD-MOTIVO TO WRK-MOTIVO-ANT.
       3110-EXIT.
           EXIT.

       3200-ABRIR-CURSO.
           MOVE SPACES TO CM-LINHA.
           STRING 'CURSO ' WRK-CURSO-ANT
               DELIMITED BY SIZE INTO CM-LINHA
           END-STRING.
           WRITE CM-LINHA.
       3200-EXIT.
           EXIT.

       3300-ABRIR-MOTIVO.
           PERFORM 3310-DESCREVER-MOTIVO.
           MOVE SPACES TO CM-LINHA.
           STRING '  MOTIVO ' WRK-MOTIVO-ANT ' ' WRK-DESCRICAO-MOTIVO
               DELIMITED BY SIZE INTO CM-LINHA
           END-STRING.
           WRITE CM-LINHA.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3310-DESCREVER-MOTIVO - TRADUZ O CODIGO DO MOTIVO GRAVADO NO *
      *                         DESLIGAMENTO.                        *
      ****************************************************************
       3310-DESCREVER-MOTIVO.
           EVALUATE WRK-MOTIVO-ANT
               WHEN 'DE' MOVE 'DESISTENCIA'    TO WRK-DESCRICAO-MOTIVO
               WHEN 'FI' MOVE 'FINANCEIRO'     TO WRK-DESCRICAO-MOTIVO
               WHEN 'MU' MOVE 'MUDANCA'        TO WRK-DESCRICAO-MOTIVO
               WHEN 'TR' MOVE 'TRANSFERENCIA'  TO WRK-DESCRICAO-MOTIVO
               WHEN 'SA' MOVE 'SAUDE'          TO WRK-DESCRICAO-MOTIVO
               WHEN OTHER MOVE 'OUTROS'        TO WRK-DESCRICAO-MOTIVO
           END-EVALUATE.
       3310-EXIT.
           EXIT.

       3400-FECHAR-MOTIVO.
           MOVE SPACES TO WRK-LT-TITULO.
           STRING '  TOTAL MOTIVO ' WRK-DESCRICAO-MOTIVO
               DELIMITED BY SIZE INTO WRK-LT-TITULO
           END-STRING.
           MOVE WRK-QTD-MOTIVO  TO WRK-LT-QTD.
           MOVE WRK-PROP-MOTIVO TO WRK-LT-PROP.
           MOVE WRK-CANC-MOTIVO TO WRK-LT-CANC.
           MOVE WRK-REEM-MOTIVO TO WRK-LT-REEM.
           MOVE WRK-LINHA-TOTAL TO CM-LINHA.
           WRITE CM-LINHA.
           ADD WRK-QTD-MOTIVO  TO WRK-QTD-CURSO.
           ADD WRK-PROP-MOTIVO TO WRK-PROP-CURSO.
           ADD WRK-CANC-MOTIVO TO WRK-CANC-CURSO.
           ADD WRK-REEM-MOTIVO TO WRK-REEM-CURSO.
           MOVE ZEROS TO WRK-QTD-MOTIVO
                         WRK-PROP-MOTIVO
                         WRK-CANC-MOTIVO
                         WRK-REEM-MOTIVO.
       3400-EXIT.
           EXIT.

       3500-FECHAR-CURSO.
           MOVE SPACES TO WRK-LT-TITULO.
           STRING 'TOTAL CURSO ' WRK-CURSO-ANT
               DELIMITED BY SIZE INTO WRK-LT-TITULO
           END-STRING.
           MOVE WRK-QTD-CURSO  TO WRK-LT-QTD.
           MOVE WRK-PROP-CURSO TO WRK-LT-PROP.
           MOVE WRK-CANC-CURSO TO WRK-LT-CANC.
           MOVE WRK-REEM-CURSO TO WRK-LT-REEM.
           MOVE WRK-LINHA-TOTAL TO CM-LINHA.
           WRITE CM-LINHA.
           MOVE ALL '-' TO CM-LINHA.
           WRITE CM-LINHA.
           ADD WRK-QTD-CURSO  TO WRK-QTD-GERAL.
           ADD WRK-PROP-CURSO TO WRK-PROP-GERAL.
           ADD WRK-CANC-CURSO TO WRK-CANC-GERAL.
           ADD WRK-REEM-CURSO TO WRK-REEM-GERAL.
           MOVE ZEROS TO WRK-QTD-CURSO
                         WRK-PROP-CURSO
                         WRK-CANC-CURSO
                         WRK-REEM-CURSO.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-IMPRIMIR-TOTAL-GERAL - TOTAL DO MES; SEM DESLIGAMENTO,  *
      *                             O RELATORIO DIZ ISSO.            *
      ****************************************************************
       3600-IMPRIMIR-TOTAL-GERAL.
           IF WRK-QTD-GERAL = ZEROS
               MOVE 'NENHUM DESLIGAMENTO NO MES' TO CM-LINHA
               WRITE CM-LINHA
           ELSE
               MOVE 'TOTAL GERAL'  TO WRK-LT-TITULO
               MOVE WRK-QTD-GERAL  TO WRK-LT-QTD
               MOVE WRK-PROP-GERAL TO WRK-LT-PROP
               MOVE WRK-CANC-GERAL TO WRK-LT-CANC
               MOVE WRK-REEM-GERAL TO WRK-LT-REEM
               MOVE WRK-LINHA-TOTAL TO CM-LINHA
               WRITE CM-LINHA
           END-IF.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-CONTROLE - TOTAIS DE CONTROLE NO CONSOLE.      *
      ****************************************************************
       4000-IMPRIMIR-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDOS  TO WRK-CONTROLEFN.
           DISPLAY 'DESLIGAMENTOS LIDOS:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-GERAL  TO WRK-CONTROLEFN.
           DISPLAY 'DESLIGAMENTOS NO MES: ' WRK-CONTROLEFN.
           MOVE WRK-REEM-GERAL TO WRK-VALORFN.
           DISPLAY 'REEMBOLSOS DO MES:    ' WRK-VALORFN.
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
           MOVE 'PROGCANMES' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GERAL TO RG-QTD-GRAVADOS.
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
           MOVE 'PROGCANMES' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
