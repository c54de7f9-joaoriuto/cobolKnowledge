       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGORCCAR.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CARGA DO ORCAMENTO ANUAL POR CONTA (ORCENT, UMA    *
      *           LINHA POR CONTA COM OS DOZE MESES) NO MESTRE DO    *
      *           ORCAMENTO. A ENTRADA TEM DE SER DE UM SO ANO (O    *
      *           CORRENTE OU O SEGUINTE), COM CONTAS DO CONTMST SEM *
      *           REPETICAO E VALORES NUMERICOS; QUALQUER LINHA      *
      *           RECUSADA RECUSA A CARGA INTEIRA E O MESTRE FICA    *
      *           COMO ESTAVA. ACEITA, A CARGA ENTRA COMO A VERSAO   *
      *           SEGUINTE A MAIOR JA CARREGADA NO ANO (A PRIMEIRA E *
      *           A 001) E AS ANTERIORES FICAM COMO HISTORICO. GRAVA *
      *           O MESTRE NOVO (ORCAMENN), DEVOLVIDO POR IEBGENER   *
      *           SOBRE O ORCAMEN, E LISTA A CARGA NO ORCCARRP.      *
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
           SELECT CONTA-MASTER   ASSIGN TO "CONTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTMST.
           SELECT ORCAMENTO-ENTRADA ASSIGN TO "ORCENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCENT.
           SELECT ORCAMENTO-MASTER ASSIGN TO "ORCAMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCAMEN.
           SELECT ORCAMENTO-NOVO ASSIGN TO "ORCAMENN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCAMENN.
           SELECT ORCCAR-REPORT  ASSIGN TO "ORCCARRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCCARRP.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONTA-MASTER.
           COPY CONTMST.
       FD  ORCAMENTO-ENTRADA.
           COPY ORCAMENT.
       FD  ORCAMENTO-MASTER.
       01  OA-REGISTRO.
           05  OA-ANO               PICTURE 9(04).
           05  OA-VERSAO            PICTURE 9(03).
           05  FILLER               PICTURE X(169).
       FD  ORCAMENTO-NOVO.
       01  ON-REGISTRO              PICTURE X(176).
       FD  ORCCAR-REPORT.
       01  OR-LINHA                 PICTURE X(80).
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
       77  WRK-FS-CONTMST           PIC X(02) VALUE SPACES.
           88  FS-CONTMST-OK            VALUE '00'.
       77  WRK-FS-ORCENT            PIC X(02) VALUE SPACES.
           88  FS-ORCENT-OK             VALUE '00'.
       77  WRK-FS-ORCAMEN           PIC X(02) VALUE SPACES.
           88  FS-ORCAMEN-OK            VALUE '00'.
       77  WRK-FS-ORCAMENN          PIC X(02) VALUE SPACES.
           88  FS-ORCAMENN-OK           VALUE '00'.
       77  WRK-FS-ORCCARRP          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CONTMST          PIC X(01) VALUE 'N'.
           88  FIM-CONTMST              VALUE 'S'.
       77  WRK-FIM-ORCENT           PIC X(01) VALUE 'N'.
           88  FIM-ORCENT               VALUE 'S'.
       77  WRK-FIM-ORCAMEN          PIC X(01) VALUE 'N'.
           88  FIM-ORCAMEN              VALUE 'S'.

       01  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R          REDEFINES WRK-DATA-HOJE.
           05  WRK-ANO-HOJE         PIC 9(04).
           05  FILLER               PIC 9(04).
       77  WRK-ANO-SEGUINTE         PIC 9(04) VALUE ZEROS.

      * PLANO DE CONTAS (CONTMST) PARA CONFERIR A CONTA DA ENTRADA.
       01  WRK-TAB-CONTAS.
           05  WRK-TAB-CONTA-ITEM OCCURS 500 TIMES
                   INDEXED BY IDX-CTA.
               10  WRK-TAB-CONTA         PICTURE X(05).
               10  WRK-TAB-CONTA-NOME    PICTURE X(30).
       77  WRK-QTD-CONTAS           PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-CONTA          PIC X(01) VALUE 'N'.
           88  ACHOU-CONTA              VALUE 'S'.

      * LINHAS ACEITAS DA ENTRADA, NA IMAGEM DO REGISTRO.
       01  WRK-TAB-ENTRADA.
           05  WRK-ENT-ITEM OCCURS 500 TIMES
                   INDEXED BY IDX-ENT.
               10  WRK-ENT-CONTA         PICTURE X(05).
               10  WRK-ENT-NOME          PICTURE X(30).
               10  WRK-ENT-IMAGEM        PICTURE X(176).
       77  WRK-QTD-ENTRADA          PIC 9(03) VALUE ZEROS.

      * LINHAS RECUSADAS, COM O MOTIVO.
       01  WRK-TAB-RECUSAS.
           05  WRK-REC-ITEM OCCURS 200 TIMES
                   INDEXED BY IDX-REC.
               10  WRK-REC-LINHA         PICTURE 9(05).
               10  WRK-REC-CONTA         PICTURE X(05).
               10  WRK-REC-MOTIVO        PICTURE X(40).
       77  WRK-QTD-RECUSAS          PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO               PIC X(40) VALUE SPACES.

      * REGISTRO DA VERSAO NOVA, MONTADO A PARTIR DA IMAGEM ACEITA.
       01  WRK-ORC-IMAGEM.
           05  WRK-ORC-ANO          PICTURE 9(04).
           05  WRK-ORC-VERSAO       PICTURE 9(03).
           05  WRK-ORC-CONTA        PICTURE X(05).
           05  WRK-ORC-DATA-CARGA   PICTURE 9(08).
           05  WRK-ORC-VALOR-MES    PICTURE S9(11)V99
                                    OCCURS 12 TIMES.

       77  WRK-ANO-CARGA            PIC 9(04) VALUE ZEROS.
       77  WRK-MAIOR-VERSAO         PIC 9(03) VALUE ZEROS.
       77  WRK-VERSAO-NOVA          PIC 9(03) VALUE ZEROS.
       77  WRK-MES                  PIC 9(02) VALUE ZEROS.
       77  WRK-VALORES-OK           PIC X(01) VALUE 'S'.
           88  VALORES-OK               VALUE 'S'.
       77  WRK-CARGA-ACEITA         PIC X(01) VALUE 'N'.
           88  CARGA-ACEITA             VALUE 'S'.

       77  WRK-QTD-LIDAS            PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-COPIADOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CONTA          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       01  WRK-TOTAIS-MES.
           05  WRK-TOTAL-MES        PIC S9(13)V99 COMP-3
                                    OCCURS 12 TIMES.
       77  WRK-TOTAL-ANO            PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALORFN          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-ANO-SEGUINTE = WRK-ANO-HOJE + 1.
           INITIALIZE WRK-TOTAIS-MES.
           PERFORM 1000-CARREGAR-CONTAS THRU 1000-EXIT.
           PERFORM 2000-LER-ENTRADA THRU 2000-EXIT.
           IF WRK-QTD-RECUSAS = ZEROS
              AND WRK-QTD-ENTRADA > ZEROS
               SET CARGA-ACEITA TO TRUE
           END-IF.
           PERFORM 3000-COPIAR-MESTRE THRU 3000-EXIT.
           IF CARGA-ACEITA
               PERFORM 4000-GRAVAR-VERSAO
           END-IF.
           CLOSE ORCAMENTO-NOVO.
           PERFORM 5000-IMPRIMIR-CARGA.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-CONTAS - PLANO DE CONTAS EM MEMORIA.           *
      ****************************************************************
       1000-CARREGAR-CONTAS.
           OPEN INPUT CONTA-MASTER.
           IF NOT FS-CONTMST-OK
               MOVE 'CONTMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CONTMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ CONTA-MASTER
               AT END SET FIM-CONTMST TO TRUE
           END-READ.
           PERFORM 1100-GUARDAR-CONTA UNTIL FIM-CONTMST.
           CLOSE CONTA-MASTER.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-CONTA.
           IF WRK-QTD-CONTAS < 500
               ADD 1 TO WRK-QTD-CONTAS
               MOVE CC-CONTA TO WRK-TAB-CONTA (WRK-QTD-CONTAS)
               MOVE CC-NOME  TO WRK-TAB-CONTA-NOME (WRK-QTD-CONTAS)
           ELSE
               DISPLAY 'CONTMST EXCEDE A TABELA - CONTA '
                       CC-CONTA ' IGNORADA'
           END-IF.
           READ CONTA-MASTER
               AT END SET FIM-CONTMST TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LER-ENTRADA - CONFERE CADA LINHA DO ORCENT; A ACEITA    *
      *                    VAI PARA A TABELA, A RECUSADA PARA A      *
      *                    LISTA DE RECUSAS COM O MOTIVO.            *
      ****************************************************************
       2000-LER-ENTRADA.
           OPEN INPUT ORCAMENTO-ENTRADA.
           IF NOT FS-ORCENT-OK
               DISPLAY 'ORCENT AUSENTE - NENHUM ORCAMENTO A CARREGAR'
               MOVE 'PULADO' TO WRK-RL-STATUS
               GO TO 2000-EXIT
           END-IF.
           READ ORCAMENTO-ENTRADA
               AT END SET FIM-ORCENT TO TRUE
           END-READ.
           PERFORM 2100-CONFERIR-LINHA THRU 2100-EXIT
               UNTIL FIM-ORCENT.
           CLOSE ORCAMENTO-ENTRADA.
           IF WRK-QTD-LIDAS = ZEROS
               DISPLAY 'ORCENT VAZIO - NENHUM ORCAMENTO A CARREGAR'
               MOVE 'PULADO' TO WRK-RL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CONFERIR-LINHA.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-QTD-LIDAS = 1
               MOVE OB-ANO TO WRK-ANO-CARGA
           END-IF.
           IF OB-ANO NOT NUMERIC
               MOVE 'ANO NAO NUMERICO' TO WRK-MOTIVO
               GO TO 2100-RECUSAR
           END-IF.
           IF OB-ANO NOT = WRK-ANO-CARGA
               MOVE 'ANO DIFERENTE DA PRIMEIRA LINHA' TO WRK-MOTIVO
               GO TO 2100-RECUSAR
           END-IF.
           IF OB-ANO < WRK-ANO-HOJE
              OR OB-ANO > WRK-ANO-SEGUINTE
               MOVE 'SO O ANO CORRENTE OU O SEGUINTE' TO WRK-MOTIVO
               GO TO 2100-RECUSAR
           END-IF.
           PERFORM 2200-LOCALIZAR-CONTA.
           IF NOT ACHOU-CONTA
               MOVE 'CONTA FORA DO CONTMST' TO WRK-MOTIVO
               GO TO 2100-RECUSAR
           END-IF.
           IF WRK-QTD-ENTRADA > ZEROS
               SET IDX-ENT TO 1
               SEARCH WRK-ENT-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-ENT > WRK-QTD-ENTRADA
                       CONTINUE
                   WHEN WRK-ENT-CONTA (IDX-ENT) = OB-CONTA
                       MOVE 'CONTA REPETIDA NA ENTRADA' TO WRK-MOTIVO
               END-SEARCH
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 2100-RECUSAR
           END-IF.
           MOVE 'S' TO WRK-VALORES-OK.
           PERFORM 2300-CONFERIR-VALOR
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.
           IF NOT VALORES-OK
               MOVE 'VALOR DE MES NAO NUMERICO' TO WRK-MOTIVO
               GO TO 2100-RECUSAR
           END-IF.
           IF WRK-QTD-ENTRADA NOT < 500
               MOVE 'ENTRADA EXCEDE A TABELA (500 CONTAS)'
                   TO WRK-MOTIVO
               GO TO 2100-RECUSAR
           END-IF.
           ADD 1 TO WRK-QTD-ENTRADA.
           MOVE OB-CONTA    TO WRK-ENT-CONTA (WRK-QTD-ENTRADA).
           MOVE WRK-TAB-CONTA-NOME (IDX-CTA)
                            TO WRK-ENT-NOME (WRK-QTD-ENTRADA).
           MOVE OB-REGISTRO TO WRK-ENT-IMAGEM (WRK-QTD-ENTRADA).
           GO TO 2100-LER.
       2100-RECUSAR.
           IF WRK-QTD-RECUSAS < 200
               ADD 1 TO WRK-QTD-RECUSAS
               MOVE WRK-QTD-LIDAS TO WRK-REC-LINHA (WRK-QTD-RECUSAS)
               MOVE OB-CONTA      TO WRK-REC-CONTA (WRK-QTD-RECUSAS)
               MOVE WRK-MOTIVO    TO WRK-REC-MOTIVO (WRK-QTD-RECUSAS)
           ELSE
               ADD 1 TO WRK-QTD-RECUSAS
           END-IF.
       2100-LER.
           READ ORCAMENTO-ENTRADA
               AT END SET FIM-ORCENT TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-ACHOU-CONTA.
           IF WRK-QTD-CONTAS > ZEROS
               SET IDX-CTA TO 1
               SEARCH WRK-TAB-CONTA-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-CTA > WRK-QTD-CONTAS
                       CONTINUE
                   WHEN WRK-TAB-CONTA (IDX-CTA) = OB-CONTA
                       SET ACHOU-CONTA TO TRUE
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

       2300-CONFERIR-VALOR.
           IF OB-VALOR-MES (WRK-MES) NOT NUMERIC
               MOVE 'N' TO WRK-VALORES-OK
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-COPIAR-MESTRE - COPIA O MESTRE ATUAL PARA O NOVO (ACEITA*
      *                      OU NAO A CARGA) E APURA A MAIOR VERSAO  *
      *                      JA CARREGADA NO ANO DA ENTRADA.         *
      ****************************************************************
       3000-COPIAR-MESTRE.
           OPEN OUTPUT ORCAMENTO-NOVO.
           IF NOT FS-ORCAMENN-OK
               MOVE 'ORCAMENN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-ORCAMENN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               MOVE 'N' TO WRK-CARGA-ACEITA
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT ORCAMENTO-MASTER.
           IF NOT FS-ORCAMEN-OK
               DISPLAY 'ORCAMEN AUSENTE - PRIMEIRA CARGA DO MESTRE'
               GO TO 3000-EXIT
           END-IF.
           READ ORCAMENTO-MASTER
               AT END SET FIM-ORCAMEN TO TRUE
           END-READ.
           PERFORM 3100-COPIAR-REGISTRO UNTIL FIM-ORCAMEN.
           CLOSE ORCAMENTO-MASTER.
       3000-EXIT.
           EXIT.

       3100-COPIAR-REGISTRO.
           IF OA-ANO = WRK-ANO-CARGA
              AND OA-VERSAO > WRK-MAIOR-VERSAO
               MOVE OA-VERSAO TO WRK-MAIOR-VERSAO
           END-IF.
           MOVE OA-REGISTRO TO ON-REGISTRO.
           WRITE ON-REGISTRO.
           ADD 1 TO WRK-QTD-COPIADOS.
           READ ORCAMENTO-MASTER
               AT END SET FIM-ORCAMEN TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4000-GRAVAR-VERSAO - GRAVA AS LINHAS ACEITAS COMO A VERSAO   *
      *                      SEGUINTE DO ANO, COM A DATA DA CARGA.   *
      ****************************************************************
       4000-GRAVAR-VERSAO.
           COMPUTE WRK-VERSAO-NOVA = WRK-MAIOR-VERSAO + 1.
           PERFORM 4100-GRAVAR-CONTA
               VARYING IDX-ENT FROM 1 BY 1
               UNTIL IDX-ENT > WRK-QTD-ENTRADA.
       4000-EXIT.
           EXIT.

       4100-GRAVAR-CONTA.
           MOVE WRK-ENT-IMAGEM (IDX-ENT) TO WRK-ORC-IMAGEM.
           MOVE WRK-VERSAO-NOVA TO WRK-ORC-VERSAO.
           MOVE WRK-DATA-HOJE   TO WRK-ORC-DATA-CARGA.
           MOVE WRK-ORC-IMAGEM  TO ON-REGISTRO.
           WRITE ON-REGISTRO.
           ADD 1 TO WRK-QTD-GRAVADOS.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-CARGA - CONTAS CARREGADAS COM O TOTAL DO ANO,  *
      *                       TOTAL POR MES E, SE HOUVER, AS LINHAS  *
      *                       RECUSADAS.                             *
      ****************************************************************
       5000-IMPRIMIR-CARGA.
           OPEN OUTPUT ORCCAR-REPORT.
           MOVE SPACES TO OR-LINHA.
           STRING 'CARGA DO ORCAMENTO ANUAL EM ' WRK-DATA-HOJE
                  ' - ANO ' WRK-ANO-CARGA
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
           MOVE ALL '=' TO OR-LINHA.
           WRITE OR-LINHA.
           IF CARGA-ACEITA
               MOVE SPACES TO OR-LINHA
               STRING 'CARGA ACEITA COMO VERSAO ' WRK-VERSAO-NOVA
                      ' DO ANO ' WRK-ANO-CARGA
                   DELIMITED BY SIZE INTO OR-LINHA
               END-STRING
               WRITE OR-LINHA
               MOVE SPACES TO OR-LINHA
               WRITE OR-LINHA
               MOVE 'CONTA NOME                                    '
                   TO OR-LINHA
               MOVE 'TOTAL DO ANO' TO OR-LINHA (48:12)
               WRITE OR-LINHA
               PERFORM 5100-IMPRIMIR-CONTA
                   VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > WRK-QTD-ENTRADA
               MOVE SPACES TO OR-LINHA
               WRITE OR-LINHA
               MOVE 'TOTAL POR MES' TO OR-LINHA
               WRITE OR-LINHA
               PERFORM 5200-IMPRIMIR-MES
                   VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               MOVE WRK-TOTAL-ANO TO WRK-VALORFN
               MOVE SPACES TO OR-LINHA
               STRING 'TOTAL DO ANO   ' WRK-VALORFN
                   DELIMITED BY SIZE INTO OR-LINHA
               END-STRING
               WRITE OR-LINHA
           ELSE
               IF WRK-QTD-RECUSAS > ZEROS
                   MOVE 'CARGA RECUSADA - O ORCAMENTO CARREGADO FICA '
                       TO OR-LINHA
                   MOVE 'COMO ESTAVA' TO OR-LINHA (45:11)
                   WRITE OR-LINHA
                   MOVE 'ERRO' TO WRK-RL-STATUS
               ELSE
                   MOVE 'NENHUMA LINHA NO ORCENT - NADA CARREGADO'
                       TO OR-LINHA
                   WRITE OR-LINHA
               END-IF
           END-IF.
           IF WRK-QTD-RECUSAS > ZEROS
               MOVE SPACES TO OR-LINHA
               WRITE OR-LINHA
               MOVE 'LINHAS RECUSADAS' TO OR-LINHA
               WRITE OR-LINHA
               MOVE 'LINHA CONTA MOTIVO' TO OR-LINHA
               WRITE OR-LINHA
               PERFORM 5300-IMPRIMIR-RECUSA
                   VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > WRK-QTD-RECUSAS
                      OR IDX-REC > 200
               IF WRK-QTD-RECUSAS > 200
                   MOVE '(LISTA LIMITADA AS 200 PRIMEIRAS RECUSAS)'
                       TO OR-LINHA
                   WRITE OR-LINHA
               END-IF
           END-IF.
           CLOSE ORCCAR-REPORT.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-CONTA.
           MOVE WRK-ENT-IMAGEM (IDX-ENT) TO WRK-ORC-IMAGEM.
           MOVE ZEROS TO WRK-TOTAL-CONTA.
           PERFORM 5110-SOMAR-MES
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.
           ADD WRK-TOTAL-CONTA TO WRK-TOTAL-ANO.
           MOVE WRK-TOTAL-CONTA TO WRK-VALORFN.
           MOVE SPACES TO OR-LINHA.
           STRING WRK-ENT-CONTA (IDX-ENT) ' '
                  WRK-ENT-NOME (IDX-ENT) '    '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
       5100-EXIT.
           EXIT.

       5110-SOMAR-MES.
           ADD WRK-ORC-VALOR-MES (WRK-MES) TO WRK-TOTAL-CONTA.
           ADD WRK-ORC-VALOR-MES (WRK-MES) TO WRK-TOTAL-MES (WRK-MES).
       5110-EXIT.
           EXIT.

       5200-IMPRIMIR-MES.
           MOVE WRK-TOTAL-MES (WRK-MES) TO WRK-VALORFN.
           MOVE SPACES TO OR-LINHA.
           STRING '  MES ' WRK-MES '         ' WRK-VALORFN
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
       5200-EXIT.
           EXIT.

       5300-IMPRIMIR-RECUSA.
           MOVE SPACES TO OR-LINHA.
           STRING WRK-REC-LINHA (IDX-REC) ' '
                  WRK-REC-CONTA (IDX-REC) ' '
                  WRK-REC-MOTIVO (IDX-REC)
               DELIMITED BY SIZE INTO OR-LINHA
           END-STRING.
           WRITE OR-LINHA.
       5300-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGORCCAR ***'.
           MOVE WRK-QTD-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS LIDAS NO ORCENT..: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RECUSAS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS RECUSADAS........: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-GRAVADOS TO WRK-CONTROLEFN.
           DISPLAY 'CONTAS CARREGADAS.......: ' WRK-CONTROLEFN.
           IF CARGA-ACEITA
               DISPLAY 'VERSAO CARREGADA........: ' WRK-ANO-CARGA
                       '/' WRK-VERSAO-NOVA
           ELSE
               DISPLAY 'CARGA NAO ACEITA - MESTRE SEM ALTERACAO'
           END-IF.
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
           MOVE 'PROGORCCAR' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS    TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RECUSAS  TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGORCCAR' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
