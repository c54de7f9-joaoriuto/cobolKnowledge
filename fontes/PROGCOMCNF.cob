       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGCOMCNF.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CASAMENTO DA INTERFACE DE COMISSOES ENVIADA A FOLHA*
      *           (COMISFOL, GERADA PELO PROGCOMIS) COM O RETORNO DE *
      *           PAGAMENTO DA FOLHA (FOLHARET) - CADA 'DET' DA      *
      *           COMPETENCIA DO CABECALHO PROCURA A CONFIRMACAO DO  *
      *           VENDEDOR; RELATA (COMCNFRP) O VENDEDOR SEM         *
      *           CONFIRMACAO, O RECUSADO PELA FOLHA, O PAGO COM     *
      *           VALOR DIFERENTE DO ENVIADO E A CONFIRMACAO DE      *
      *           VENDEDOR QUE NAO FOI ENVIADO, PARA O COMERCIAL     *
      *           ACERTAR ANTES DO PROXIMO FECHAMENTO. O 'DET' COM   *
      *           LIQUIDO ZERO NAO PRECISA DE CONFIRMACAO.           *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      * 2026-10-15 JR  RETORNO DA FOLHA AUSENTE OU SEM A COMPETENCIA *
      *                E AVISO (RC 4), SEM CONTAR OS ENVIADOS COMO   *
      *                REJEITADOS; O PASSO SAI DO NIGHTLY PARA O JOB *
      *                MENSAL COMISSAO, ANTES DO NOVO FECHAMENTO.    *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT INTERFACE-FOLHA  ASSIGN TO "COMISFOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISFOL.
           SELECT RETORNO-FOLHA    ASSIGN TO "FOLHARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHARET.
           SELECT COMCNF-REPORT    ASSIGN TO "COMCNFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMCNFRP.
           SELECT ERROR-LOG        ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG          ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  INTERFACE-FOLHA.
           COPY FOLHAINT.
       FD  RETORNO-FOLHA.
           COPY FOLHARET.
       FD  COMCNF-REPORT.
       01  CN-LINHA                 PICTURE X(80).
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
       77  WRK-FS-COMISFOL          PIC X(02) VALUE SPACES.
           88  FS-COMISFOL-OK           VALUE '00'.
       77  WRK-FS-FOLHARET          PIC X(02) VALUE SPACES.
           88  FS-FOLHARET-OK           VALUE '00'.
       77  WRK-FS-COMCNFRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-COMISFOL         PIC X(01) VALUE 'N'.
           88  FIM-COMISFOL             VALUE 'S'.
       77  WRK-FIM-FOLHARET         PIC X(01) VALUE 'N'.
           88  FIM-FOLHARET             VALUE 'S'.
       77  WRK-RETORNO-RECEBIDO     PIC X(01) VALUE 'N'.
           88  RETORNO-RECEBIDO         VALUE 'S'.

      * CABECALHO E TRAILER DA INTERFACE ENVIADA.
       77  WRK-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-ENVIO           PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-TRAILER          PIC 9(08) VALUE ZEROS.
       77  WRK-TEM-TRAILER          PIC X(01) VALUE 'N'.
           88  TEM-TRAILER              VALUE 'S'.

      * VENDEDORES ENVIADOS, COM A SITUACAO APURADA NO RETORNO.
       01  WRK-TAB-ENVIADOS.
           05  WRK-ENV-ITEM OCCURS 200 TIMES
                   INDEXED BY IDX-ENV.
               10  WRK-ENV-CODIGO        PICTURE X(05).
               10  WRK-ENV-ID-FOLHA      PICTURE X(10).
               10  WRK-ENV-LIQUIDO       PICTURE 9(10)V99.
               10  WRK-ENV-PAGO          PICTURE 9(10)V99.
               10  WRK-ENV-SITUACAO      PICTURE X(01).
                   88  ENV-SEM-RETORNO       VALUE ' '.
                   88  ENV-PAGO              VALUE 'P'.
                   88  ENV-RECUSADO          VALUE 'R'.
                   88  ENV-DIVERGENTE        VALUE 'D'.
               10  WRK-ENV-MOTIVO        PICTURE X(30).
       77  WRK-QTD-ENVIADOS         PIC 9(03) VALUE ZEROS.
       77  WRK-ENV-POS              PIC 9(03) VALUE ZEROS.

       77  WRK-QTD-RETORNOS         PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-PAGOS            PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-SEM-RETORNO      PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES      PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-SEM-ENVIO        PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-PENDENCIAS       PIC 9(06) COMP VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PAGOFN               PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-ENVIO THRU 1000-EXIT.
           IF WRK-QTD-ENVIADOS = ZEROS AND WRK-COMPETENCIA = ZEROS
               DISPLAY 'COMISFOL SEM INTERFACE DE COMISSOES - NADA A '
                       'CASAR'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT COMCNF-REPORT.
           PERFORM 4000-IMPRIMIR-CABECALHO.
           PERFORM 2000-CASAR-RETORNO.
           PERFORM 4100-IMPRIMIR-PENDENCIA
               VARYING IDX-ENV FROM 1 BY 1
               UNTIL IDX-ENV > WRK-QTD-ENVIADOS.
           PERFORM 4200-IMPRIMIR-RESUMO.
           CLOSE COMCNF-REPORT.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-ENVIO - COMPETENCIA DO CABECALHO, UM ITEM POR  *
      *                       'DET' DE COMISSAO E A QUANTIDADE DO    *
      *                       TRAILER, PARA CONFERIR O ARQUIVO.      *
      ****************************************************************
       1000-CARREGAR-ENVIO.
           OPEN INPUT INTERFACE-FOLHA.
           IF NOT FS-COMISFOL-OK
               MOVE 'COMISFOL' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-COMISFOL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 1000-EXIT
           END-IF.
           READ INTERFACE-FOLHA
               AT END SET FIM-COMISFOL TO TRUE
           END-READ.
           PERFORM 1010-GUARDAR-ENVIO UNTIL FIM-COMISFOL.
           CLOSE INTERFACE-FOLHA.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-ENVIO.
           EVALUATE TRUE
               WHEN FI-CABECALHO
                   MOVE FI-COMPETENCIA TO WRK-COMPETENCIA
                   MOVE FI-DATA        TO WRK-DATA-ENVIO
               WHEN FI-PAGAMENTO
                   IF FI-COMISSAO AND WRK-QTD-ENVIADOS < 200
                       ADD 1 TO WRK-QTD-ENVIADOS
                       MOVE FI-CODIGO
                           TO WRK-ENV-CODIGO (WRK-QTD-ENVIADOS)
                       MOVE FI-ID-FOLHA
                           TO WRK-ENV-ID-FOLHA (WRK-QTD-ENVIADOS)
                       MOVE FI-VALOR-LIQUIDO
                           TO WRK-ENV-LIQUIDO (WRK-QTD-ENVIADOS)
                       MOVE ZEROS
                           TO WRK-ENV-PAGO (WRK-QTD-ENVIADOS)
                       MOVE SPACES
                           TO WRK-ENV-SITUACAO (WRK-QTD-ENVIADOS)
                              WRK-ENV-MOTIVO (WRK-QTD-ENVIADOS)
                   END-IF
               WHEN FI-TRAILER
                   SET TEM-TRAILER TO TRUE
                   MOVE FI-DATA TO WRK-QTD-TRAILER
           END-EVALUATE.
           READ INTERFACE-FOLHA
               AT END SET FIM-COMISFOL TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CASAR-RETORNO - CADA CONFIRMACAO DE COMISSAO DA         *
      *                      COMPETENCIA ENVIADA MARCA O VENDEDOR    *
      *                      COMO PAGO, RECUSADO OU DIVERGENTE.      *
      ****************************************************************
       2000-CASAR-RETORNO.
           OPEN INPUT RETORNO-FOLHA.
           IF FS-FOLHARET-OK
               READ RETORNO-FOLHA
                   AT END SET FIM-FOLHARET TO TRUE
               END-READ
               PERFORM 2100-CASAR-CONFIRMACAO UNTIL FIM-FOLHARET
               CLOSE RETORNO-FOLHA
           ELSE
               MOVE 'FOLHARET' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-FOLHARET TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           IF WRK-QTD-RETORNOS > ZEROS
               SET RETORNO-RECEBIDO TO TRUE
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CASAR-CONFIRMACAO.
           IF FR-COMPETENCIA = WRK-COMPETENCIA
              AND FR-EVENTO = 'COMI'
               ADD 1 TO WRK-QTD-RETORNOS
               PERFORM 2200-LOCALIZAR-ENVIO
               IF WRK-ENV-POS = ZEROS
                   PERFORM 2300-IMPRIMIR-SEM-ENVIO
               ELSE
                   MOVE FR-VALOR-PAGO TO WRK-ENV-PAGO (WRK-ENV-POS)
                   EVALUATE TRUE
                       WHEN FR-RECUSADO
                           SET ENV-RECUSADO (WRK-ENV-POS) TO TRUE
                           MOVE FR-MOTIVO
                               TO WRK-ENV-MOTIVO (WRK-ENV-POS)
                       WHEN FR-VALOR-PAGO
                               NOT = WRK-ENV-LIQUIDO (WRK-ENV-POS)
                           SET ENV-DIVERGENTE (WRK-ENV-POS) TO TRUE
                       WHEN OTHER
                           SET ENV-PAGO (WRK-ENV-POS) TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.
           READ RETORNO-FOLHA
               AT END SET FIM-FOLHARET TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LOCALIZAR-ENVIO.
           MOVE ZEROS TO WRK-ENV-POS.
           IF WRK-QTD-ENVIADOS > ZEROS
               SET IDX-ENV TO 1
               SEARCH WRK-ENV-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-ENV > WRK-QTD-ENVIADOS
                       CONTINUE
                   WHEN WRK-ENV-CODIGO (IDX-ENV) = FR-CODIGO
                       SET WRK-ENV-POS TO IDX-ENV
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

       2300-IMPRIMIR-SEM-ENVIO.
           ADD 1 TO WRK-QTD-SEM-ENVIO.
           MOVE FR-VALOR-PAGO TO WRK-PAGOFN.
           MOVE SPACES TO CN-LINHA.
           MOVE FR-CODIGO   TO CN-LINHA (1:5).
           MOVE FR-ID-FOLHA TO CN-LINHA (7:10).
           MOVE WRK-PAGOFN  TO CN-LINHA (33:14).
           MOVE 'PAGAMENTO SEM ENVIO NA INTERFACE' TO CN-LINHA (49:32).
           WRITE CN-LINHA.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-CABECALHO - COMPETENCIA E DATA DO ENVIO, E O   *
      *                           ALERTA DE ARQUIVO INCOMPLETO.      *
      ****************************************************************
       4000-IMPRIMIR-CABECALHO.
           MOVE SPACES TO CN-LINHA.
           STRING 'CONFIRMACAO DA FOLHA - COMISSOES DA COMPETENCIA '
                  WRK-COMPETENCIA ' (ENVIO ' WRK-DATA-ENVIO ')'
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE ALL '=' TO CN-LINHA.
           WRITE CN-LINHA.
           IF NOT TEM-TRAILER
              OR WRK-QTD-TRAILER NOT = WRK-QTD-ENVIADOS
               MOVE SPACES TO CN-LINHA
               STRING 'ATENCAO: COMISFOL SEM TRAILER OU COM '
                      'QUANTIDADE DIFERENTE DOS DETALHES'
                   DELIMITED BY SIZE INTO CN-LINHA
               END-STRING
               WRITE CN-LINHA
           END-IF.
           MOVE SPACES TO CN-LINHA.
           STRING 'VEND. MATRICULA         ENVIADO'
                  '           PAGO  SITUACAO'
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE ALL '-' TO CN-LINHA.
           WRITE CN-LINHA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-IMPRIMIR-PENDENCIA - VENDEDOR ENVIADO QUE NAO FECHOU    *
      *                           COM A FOLHA.                       *
      ****************************************************************
       4100-IMPRIMIR-PENDENCIA.
           IF ENV-SEM-RETORNO (IDX-ENV)
              AND WRK-ENV-LIQUIDO (IDX-ENV) = ZEROS
               SET ENV-PAGO (IDX-ENV) TO TRUE
           END-IF.
           IF ENV-PAGO (IDX-ENV)
               ADD 1 TO WRK-QTD-PAGOS
           ELSE
               MOVE SPACES TO CN-LINHA
               MOVE WRK-ENV-CODIGO (IDX-ENV)   TO CN-LINHA (1:5)
               MOVE WRK-ENV-ID-FOLHA (IDX-ENV) TO CN-LINHA (7:10)
               MOVE WRK-ENV-LIQUIDO (IDX-ENV)  TO WRK-VALORFN
               MOVE WRK-VALORFN                TO CN-LINHA (18:14)
               MOVE WRK-ENV-PAGO (IDX-ENV)     TO WRK-PAGOFN
               MOVE WRK-PAGOFN                 TO CN-LINHA (33:14)
               EVALUATE TRUE
                   WHEN ENV-SEM-RETORNO (IDX-ENV)
                       ADD 1 TO WRK-QTD-SEM-RETORNO
                       MOVE 'NAO PAGO - SEM CONFIRMACAO'
                           TO CN-LINHA (49:32)
                   WHEN ENV-RECUSADO (IDX-ENV)
                       ADD 1 TO WRK-QTD-RECUSADOS
                       MOVE '      RECUSADO' TO CN-LINHA (33:14)
                       MOVE WRK-ENV-MOTIVO (IDX-ENV)
                           TO CN-LINHA (49:30)
                   WHEN ENV-DIVERGENTE (IDX-ENV)
                       ADD 1 TO WRK-QTD-DIVERGENTES
                       MOVE 'PAGO COM VALOR DIVERGENTE'
                           TO CN-LINHA (49:32)
               END-EVALUATE
               WRITE CN-LINHA
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4200-IMPRIMIR-RESUMO - CONTAGEM POR SITUACAO.                *
      ****************************************************************
       4200-IMPRIMIR-RESUMO.
           MOVE SPACES TO CN-LINHA.
           WRITE CN-LINHA.
           IF NOT RETORNO-RECEBIDO
               MOVE SPACES TO CN-LINHA
               STRING 'RETORNO DA FOLHA AINDA NAO RECEBIDO PARA A '
                      'COMPETENCIA'
                   DELIMITED BY SIZE INTO CN-LINHA
               END-STRING
               WRITE CN-LINHA
           END-IF.
           MOVE WRK-QTD-ENVIADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'VENDEDORES ENVIADOS.........: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE WRK-QTD-PAGOS TO WRK-CONTROLEFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'PAGOS CONFORME ENVIADO......: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE WRK-QTD-SEM-RETORNO TO WRK-CONTROLEFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'SEM CONFIRMACAO.............: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE WRK-QTD-RECUSADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'RECUSADOS PELA FOLHA........: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE WRK-QTD-DIVERGENTES TO WRK-CONTROLEFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'PAGOS COM VALOR DIVERGENTE..: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           MOVE WRK-QTD-SEM-ENVIO TO WRK-CONTROLEFN.
           MOVE SPACES TO CN-LINHA.
           STRING 'PAGAMENTOS SEM ENVIO........: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CN-LINHA
           END-STRING.
           WRITE CN-LINHA.
           COMPUTE WRK-QTD-PENDENCIAS = WRK-QTD-SEM-RETORNO
               + WRK-QTD-RECUSADOS + WRK-QTD-DIVERGENTES
               + WRK-QTD-SEM-ENVIO.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGCOMCNF ***'.
           MOVE WRK-QTD-ENVIADOS TO WRK-CONTROLEFN.
           DISPLAY 'VENDEDORES ENVIADOS.....: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RETORNOS TO WRK-CONTROLEFN.
           DISPLAY 'CONFIRMACOES DA FOLHA...: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PAGOS TO WRK-CONTROLEFN.
           DISPLAY 'PAGOS CONFORME ENVIADO..: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PENDENCIAS TO WRK-CONTROLEFN.
           DISPLAY 'PENDENCIAS..............: ' WRK-CONTROLEFN.
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
           MOVE 'PROGCOMCNF'  TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ENVIADOS   TO RG-QTD-LIDOS.
           MOVE WRK-QTD-PAGOS      TO RG-QTD-GRAVADOS.
           IF RETORNO-RECEBIDO
               MOVE WRK-QTD-PENDENCIAS TO RG-QTD-REJEITADOS
           ELSE
               MOVE ZEROS TO RG-QTD-REJEITADOS
           END-IF.
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
           MOVE 'PROGCOMCNF'  TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
