       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGCAMAPU.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: APURACAO DA RESPOSTA DAS CAMPANHAS DE MARKETING -  *
      *           TODA NOITE, SOMA AS COMPRAS DO SALES-POSTED DO DIA *
      *           DOS CLIENTES DA LISTA (CAMPALVO, GRUPO ALVO E DE   *
      *           CONTROLE) DE CADA CAMPANHA GERADA CUJA JANELA      *
      *           INCLUI A DATA DA VENDA (DEVOLUCAO E CANCELAMENTO   *
      *           ESTORNAM, COMO NO PROGHISTC). O DIA APURADO FICA   *
      *           NO CAMPMST, E A REEXECUCAO NAO SOMA DE NOVO. NA    *
      *           NOITE SEGUINTE AO FIM DA JANELA, IMPRIME NO        *
      *           CAMPRSP O RESULTADO POR GRUPO (CLIENTES,           *
      *           COMPRADORES, TAXA DE RESPOSTA, RECEITA, DORMENTES  *
      *           REATIVADOS), A DIFERENCA ALVO X CONTROLE E A       *
      *           RECEITA INCREMENTAL, E ENCERRA A CAMPANHA.         *
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
           SELECT CAMPANHA-MASTER  ASSIGN TO "CAMPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODIGO
               FILE STATUS IS WRK-FS-CAMPMST.
           SELECT CAMPANHA-ALVO    ASSIGN TO "CAMPALVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WRK-FS-CAMPALVO.
           SELECT SALES-POSTED     ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT RESPOSTA-REPORT  ASSIGN TO "CAMPRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMPRSP.
           SELECT ERROR-LOG        ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CAMPANHA-MASTER.
           COPY CAMPMST.
       FD  CAMPANHA-ALVO.
           COPY CAMPALVO.
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  RESPOSTA-REPORT.
       01  RR-LINHA                 PICTURE X(100).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-CAMPMST           PIC X(02) VALUE SPACES.
           88  FS-CAMPMST-OK            VALUE '00'.
           88  FS-CAMPMST-NAO-EXISTE    VALUE '35'.
       77  WRK-FS-CAMPALVO          PIC X(02) VALUE SPACES.
           88  FS-CAMPALVO-OK           VALUE '00'.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-CAMPRSP           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CAMPMST          PIC X(01) VALUE 'N'.
           88  FIM-CAMPMST              VALUE 'S'.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-LISTA            PIC X(01) VALUE 'N'.
           88  FIM-LISTA                VALUE 'S'.
       77  WRK-CAMPALVO-ABERTO      PIC X(01) VALUE 'N'.
           88  CAMPALVO-ABERTO          VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      * CAMPANHAS GERADAS (EM APURACAO) CARREGADAS DO CAMPMST. O DIA
      * JA APURADO E O DA CARGA; O NOVO VAI PARA O CAMPMST NO FIM.
       01  WRK-TAB-CAMPANHA.
           05  WRK-TAB-CAM-ITEM OCCURS 20 TIMES.
               10  WRK-TAB-CAM-CODIGO    PICTURE X(06).
               10  WRK-TAB-CAM-INICIO    PICTURE 9(08).
               10  WRK-TAB-CAM-FIM       PICTURE 9(08).
               10  WRK-TAB-CAM-APURADO   PICTURE 9(08).
               10  WRK-TAB-CAM-NOVO-DIA  PICTURE 9(08).
       77  WRK-QTD-CAMPANHAS        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                  PIC 9(02) VALUE ZEROS.

      * RESULTADO POR GRUPO: 1 = ALVO, 2 = CONTROLE.
       01  WRK-TAB-GRUPO.
           05  WRK-GRP-ITEM OCCURS 2 TIMES.
               10  WRK-GRP-CLIENTES      PICTURE 9(07).
               10  WRK-GRP-COMPRADORES   PICTURE 9(07).
               10  WRK-GRP-RECEITA       PICTURE S9(12)V99.
               10  WRK-GRP-DORMENTES     PICTURE 9(07).
               10  WRK-GRP-REATIVADOS    PICTURE 9(07).
               10  WRK-GRP-TAXA          PICTURE 9(03)V99.
               10  WRK-GRP-POR-CLIENTE   PICTURE S9(10)V99.
       77  WRK-GRP                  PIC 9(01) VALUE ZEROS.
       77  WRK-DIF-TAXA             PIC S9(03)V99 VALUE ZEROS.
       77  WRK-RECEITA-INCREMENTAL  PIC S9(12)V99 VALUE ZEROS.
       77  WRK-QTD-ENCERRADAS       PIC 9(02) VALUE ZEROS.

       77  WRK-QTD-VENDAS-LIDAS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LANCADAS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-DORMENTESFN          PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXAFN               PIC ZZ9,99 VALUE ZEROS.
       77  WRK-DIFFN                PIC -ZZ9,99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RESPOSTA-REPORT.
           MOVE SPACES TO RR-LINHA.
           STRING 'RESPOSTA DAS CAMPANHAS DE MARKETING EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE ALL '=' TO RR-LINHA.
           WRITE RR-LINHA.
           PERFORM 1000-CARREGAR-CAMPANHAS THRU 1000-EXIT.
           IF WRK-QTD-CAMPANHAS > ZEROS
               PERFORM 2000-APURAR-VENDAS THRU 2000-EXIT
               PERFORM 3000-ATUALIZAR-CAMPANHA THRU 3000-EXIT
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CAMPANHAS
           END-IF.
           IF WRK-QTD-ENCERRADAS = ZEROS
               MOVE 'NENHUMA CAMPANHA COM JANELA ENCERRADA' TO RR-LINHA
               WRITE RR-LINHA
           END-IF.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-CAMPANHAS - ABRE O CAMPMST E O CAMPALVO E      *
      *                           GUARDA AS CAMPANHAS GERADAS. SEM   *
      *                           CAMPMST (NENHUMA CAMPANHA AINDA)   *
      *                           NAO HA O QUE APURAR.               *
      ****************************************************************
       1000-CARREGAR-CAMPANHAS.
           OPEN I-O CAMPANHA-MASTER.
           IF FS-CAMPMST-NAO-EXISTE
               GO TO 1000-EXIT
           END-IF.
           IF NOT FS-CAMPMST-OK
               MOVE 'CAMPMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CAMPMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ CAMPANHA-MASTER NEXT
               AT END SET FIM-CAMPMST TO TRUE
           END-READ.
           PERFORM 1100-GUARDAR-CAMPANHA UNTIL FIM-CAMPMST.
           IF WRK-QTD-CAMPANHAS = ZEROS
               CLOSE CAMPANHA-MASTER
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CAMPANHA-ALVO.
           IF NOT FS-CAMPALVO-OK
               MOVE 'CAMPALVO' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-CAMPALVO TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               MOVE ZEROS TO WRK-QTD-CAMPANHAS
               CLOSE CAMPANHA-MASTER
               GO TO 1000-EXIT
           END-IF.
           MOVE 'S' TO WRK-CAMPALVO-ABERTO.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-CAMPANHA.
           IF CAMPANHA-GERADA
               IF WRK-QTD-CAMPANHAS < 20
                   ADD 1 TO WRK-QTD-CAMPANHAS
                   MOVE CP-CODIGO
                       TO WRK-TAB-CAM-CODIGO (WRK-QTD-CAMPANHAS)
                   MOVE CP-DATA-INICIO
                       TO WRK-TAB-CAM-INICIO (WRK-QTD-CAMPANHAS)
                   MOVE CP-DATA-FIM
                       TO WRK-TAB-CAM-FIM (WRK-QTD-CAMPANHAS)
                   MOVE CP-DATA-APURACAO
                       TO WRK-TAB-CAM-APURADO (WRK-QTD-CAMPANHAS)
                   MOVE CP-DATA-APURACAO
                       TO WRK-TAB-CAM-NOVO-DIA (WRK-QTD-CAMPANHAS)
               ELSE
                   MOVE 'CAMPMST' TO EL-ARQUIVO
                   MOVE 'CAPAC'   TO EL-OPERACAO
                   MOVE '20'      TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               END-IF
           END-IF.
           READ CAMPANHA-MASTER NEXT
               AT END SET FIM-CAMPMST TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APURAR-VENDAS - PASSA O SALES-POSTED DO DIA PELAS       *
      *                      CAMPANHAS EM APURACAO. CLIENTE PJ NAO   *
      *                      ENTRA EM LISTA DE CAMPANHA.             *
      ****************************************************************
       2000-APURAR-VENDAS.
           OPEN INPUT SALES-POSTED.
           IF NOT FS-SALESPST-OK
               MOVE 'SALESPST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 2000-EXIT
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
           PERFORM 2100-APURAR-VENDA UNTIL FIM-SALESPST.
           CLOSE SALES-POSTED.
       2000-EXIT.
           EXIT.

       2100-APURAR-VENDA.
           ADD 1 TO WRK-QTD-VENDAS-LIDAS.
           IF PS-CLIENTE-PF
              AND PS-CPF-CLIENTE NOT = ZEROS
               PERFORM 2200-APLICAR-NA-CAMPANHA THRU 2200-EXIT
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CAMPANHAS
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-APLICAR-NA-CAMPANHA - VENDA DENTRO DA JANELA, DE DIA    *
      *                            AINDA NAO APURADO, DE CLIENTE DA  *
      *                            LISTA: A VENDA SOMA, A DEVOLUCAO  *
      *                            E O CANCELAMENTO ESTORNAM.        *
      ****************************************************************
       2200-APLICAR-NA-CAMPANHA.
           IF PS-DATA < WRK-TAB-CAM-INICIO (WRK-IDX)
              OR PS-DATA > WRK-TAB-CAM-FIM (WRK-IDX)
              OR PS-DATA NOT > WRK-TAB-CAM-APURADO (WRK-IDX)
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-TAB-CAM-CODIGO (WRK-IDX) TO CA-CAMPANHA.
           MOVE PS-CPF-CLIENTE               TO CA-CPF.
           READ CAMPANHA-ALVO
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF PS-DEVOLUCAO OR PS-CANCELAMENTO
               IF PS-CANCELAMENTO
                  AND CA-QTD-COMPRAS > ZEROS
                   SUBTRACT 1 FROM CA-QTD-COMPRAS
               END-IF
               IF PS-VALOR-REAL > CA-VALOR-COMPRAS
                   MOVE ZEROS TO CA-VALOR-COMPRAS
               ELSE
                   SUBTRACT PS-VALOR-REAL FROM CA-VALOR-COMPRAS
               END-IF
           ELSE
               ADD 1 TO CA-QTD-COMPRAS
               ADD PS-VALOR-REAL TO CA-VALOR-COMPRAS
               IF CA-DATA-PRIMEIRA = ZEROS
                   MOVE PS-DATA TO CA-DATA-PRIMEIRA
               END-IF
           END-IF.
           REWRITE CA-REGISTRO
               INVALID KEY
                   MOVE 'CAMPALVO' TO EL-ARQUIVO
                   MOVE 'REWRITE'  TO EL-OPERACAO
                   MOVE WRK-FS-CAMPALVO TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTD-LANCADAS.
           IF PS-DATA > WRK-TAB-CAM-NOVO-DIA (WRK-IDX)
               MOVE PS-DATA TO WRK-TAB-CAM-NOVO-DIA (WRK-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 3000-ATUALIZAR-CAMPANHA - GRAVA O DIA APURADO NO CAMPMST; A  *
      *                           CAMPANHA CUJA JANELA JA TERMINOU   *
      *                           TEM A RESPOSTA IMPRESSA E E        *
      *                           ENCERRADA.                         *
      ****************************************************************
       3000-ATUALIZAR-CAMPANHA.
           MOVE WRK-TAB-CAM-CODIGO (WRK-IDX) TO CP-CODIGO.
           READ CAMPANHA-MASTER
               INVALID KEY
                   MOVE 'CAMPMST' TO EL-ARQUIVO
                   MOVE 'READ'    TO EL-OPERACAO
                   MOVE WRK-FS-CAMPMST TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   GO TO 3000-EXIT
           END-READ.
           MOVE WRK-TAB-CAM-NOVO-DIA (WRK-IDX) TO CP-DATA-APURACAO.
           IF CP-DATA-FIM < WRK-DATA-HOJE
               PERFORM 4000-RELATAR-RESPOSTA
               MOVE 'E' TO CP-SITUACAO
               ADD 1 TO WRK-QTD-ENCERRADAS
           END-IF.
           REWRITE CP-REGISTRO
               INVALID KEY
                   MOVE 'CAMPMST' TO EL-ARQUIVO
                   MOVE 'REWRITE' TO EL-OPERACAO
                   MOVE WRK-FS-CAMPMST TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
           END-REWRITE.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 4000-RELATAR-RESPOSTA - LE A LISTA DA CAMPANHA (START PELO   *
      *                         CODIGO), SOMA OS DOIS GRUPOS E       *
      *                         IMPRIME A COMPARACAO.                *
      ****************************************************************
       4000-RELATAR-RESPOSTA.
           INITIALIZE WRK-TAB-GRUPO.
           MOVE 'N' TO WRK-FIM-LISTA.
           MOVE CP-CODIGO TO CA-CAMPANHA.
           MOVE ZEROS     TO CA-CPF.
           START CAMPANHA-ALVO
               KEY IS NOT LESS THAN CA-CHAVE
               INVALID KEY
                   SET FIM-LISTA TO TRUE
           END-START.
           PERFORM 4100-SOMAR-CLIENTE UNTIL FIM-LISTA.
           PERFORM 4200-CALCULAR-GRUPO
               VARYING WRK-GRP FROM 1 BY 1 UNTIL WRK-GRP > 2.
           MOVE SPACES TO RR-LINHA.
           STRING 'CAMPANHA ' CP-CODIGO ' ' CP-DESCRICAO
                  ' CANAL ' CP-CANAL
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE SPACES TO RR-LINHA.
           STRING '    SEGMENTO ' CP-SEGMENTO
                  ' JANELA ' CP-DATA-INICIO ' A ' CP-DATA-FIM
                  ' CONTROLE ' CP-PCT-CONTROLE '%'
                  ' SUPRIMIDOS SEM OPT-IN ' CP-QTD-SUPRIMIDOS
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE 1 TO WRK-GRP.
           MOVE '    GRUPO ALVO' TO RR-LINHA.
           WRITE RR-LINHA.
           PERFORM 4300-IMPRIMIR-GRUPO.
           MOVE 2 TO WRK-GRP.
           MOVE '    GRUPO DE CONTROLE' TO RR-LINHA.
           WRITE RR-LINHA.
           PERFORM 4300-IMPRIMIR-GRUPO.
           COMPUTE WRK-DIF-TAXA =
               WRK-GRP-TAXA (1) - WRK-GRP-TAXA (2).
           COMPUTE WRK-RECEITA-INCREMENTAL =
               (WRK-GRP-POR-CLIENTE (1) - WRK-GRP-POR-CLIENTE (2))
               * WRK-GRP-CLIENTES (1).
           MOVE WRK-DIF-TAXA TO WRK-DIFFN.
           MOVE SPACES TO RR-LINHA.
           STRING '    DIFERENCA NA TAXA DE RESPOSTA (P.P.): '
                  WRK-DIFFN
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE WRK-RECEITA-INCREMENTAL TO WRK-VALORFN.
           MOVE SPACES TO RR-LINHA.
           STRING '    RECEITA INCREMENTAL DA CAMPANHA:    '
                  WRK-VALORFN
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE ALL '-' TO RR-LINHA.
           WRITE RR-LINHA.
       4000-EXIT.
           EXIT.

       4100-SOMAR-CLIENTE.
           READ CAMPANHA-ALVO NEXT
               AT END
                   SET FIM-LISTA TO TRUE
               NOT AT END
                   IF CA-CAMPANHA NOT = CP-CODIGO
                       SET FIM-LISTA TO TRUE
                   ELSE
                       IF CA-GRUPO-CONTROLE
                           MOVE 2 TO WRK-GRP
                       ELSE
                           MOVE 1 TO WRK-GRP
                       END-IF
                       PERFORM 4110-SOMAR-NO-GRUPO
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4110-SOMAR-NO-GRUPO.
           ADD 1 TO WRK-GRP-CLIENTES (WRK-GRP).
           ADD CA-VALOR-COMPRAS TO WRK-GRP-RECEITA (WRK-GRP).
           IF CA-ERA-DORMENTE
               ADD 1 TO WRK-GRP-DORMENTES (WRK-GRP)
           END-IF.
           IF CA-QTD-COMPRAS > ZEROS
               ADD 1 TO WRK-GRP-COMPRADORES (WRK-GRP)
               IF CA-ERA-DORMENTE
                   ADD 1 TO WRK-GRP-REATIVADOS (WRK-GRP)
               END-IF
           END-IF.
       4110-EXIT.
           EXIT.

       4200-CALCULAR-GRUPO.
           IF WRK-GRP-CLIENTES (WRK-GRP) > ZEROS
               COMPUTE WRK-GRP-TAXA (WRK-GRP) ROUNDED =
                   WRK-GRP-COMPRADORES (WRK-GRP) * 100
                   / WRK-GRP-CLIENTES (WRK-GRP)
               COMPUTE WRK-GRP-POR-CLIENTE (WRK-GRP) ROUNDED =
                   WRK-GRP-RECEITA (WRK-GRP)
                   / WRK-GRP-CLIENTES (WRK-GRP)
           END-IF.
       4200-EXIT.
           EXIT.

       4300-IMPRIMIR-GRUPO.
           MOVE WRK-GRP-CLIENTES (WRK-GRP) TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING '        CLIENTES:             ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-GRP-COMPRADORES (WRK-GRP) TO WRK-CONTROLEFN.
           MOVE WRK-GRP-TAXA (WRK-GRP) TO WRK-TAXAFN.
           MOVE SPACES TO RR-LINHA.
           STRING '        COMPRADORES:          ' WRK-CONTROLEFN
                  ' (' WRK-TAXAFN '%)'
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-GRP-RECEITA (WRK-GRP) TO WRK-VALORFN.
           MOVE SPACES TO RR-LINHA.
           STRING '        RECEITA:        ' WRK-VALORFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-GRP-POR-CLIENTE (WRK-GRP) TO WRK-VALORFN.
           MOVE SPACES TO RR-LINHA.
           STRING '        RECEITA/CLIENTE:' WRK-VALORFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-GRP-REATIVADOS (WRK-GRP) TO WRK-CONTROLEFN.
           MOVE WRK-GRP-DORMENTES (WRK-GRP) TO WRK-DORMENTESFN.
           MOVE SPACES TO RR-LINHA.
           STRING '        DORMENTES REATIVADOS: ' WRK-CONTROLEFN
                  ' DE ' WRK-DORMENTESFN
               DELIMITED BY SIZE INTO RR-LINHA.
           WRITE RR-LINHA.
       4300-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF CAMPALVO-ABERTO
               CLOSE CAMPANHA-ALVO
                     CAMPANHA-MASTER
           END-IF.
           CLOSE RESPOSTA-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-CAMPANHAS TO WRK-CONTROLEFN.
           DISPLAY 'CAMPANHAS EM APURACAO:' WRK-CONTROLEFN.
           MOVE WRK-QTD-VENDAS-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS LIDAS:         ' WRK-CONTROLEFN.
           MOVE WRK-QTD-LANCADAS TO WRK-CONTROLEFN.
           DISPLAY 'LANCADAS NAS LISTAS:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ENCERRADAS TO WRK-CONTROLEFN.
           DISPLAY 'CAMPANHAS ENCERRADAS: ' WRK-CONTROLEFN.
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
           MOVE 'PROGCAMAPU' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-VENDAS-LIDAS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LANCADAS TO RG-QTD-GRAVADOS.
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
           MOVE 'PROGCAMAPU' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
