       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGESTATU.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: ATUALIZAR O ESTOQUE-MASTER (SALDO POR PRODUTO E    *
      *           FILIAL) COM AS ENTRADAS DE MERCADORIA DO DEPOSITO  *
      *           (ESTENT, ESVAZIADO DEPOIS DE APLICADO, COM O CUSTO *
      *           MEDIO REFEITO PELO CUSTO DA NOTA) E COM AS VENDAS  *
      *           LANCADAS DO DIA (SALES-POSTED): CADA VENDA BAIXA   *
      *           UMA UNIDADE DO PRODUTO NA FILIAL E CADA DEVOLUCAO  *
      *           DEVOLVE UMA. RODA DUAS VEZES NO LOTE NOTURNO: ANTES*
      *           DA CRITICA DO PROGPREVND SO COM AS ENTRADAS (O     *
      *           SALES-POSTED AINDA E O DA VESPERA E VEM DUMMY),    *
      *           PARA A MERCADORIA RECEBIDA NO DIA JA CONTAR COMO   *
      *           SALDO, E DEPOIS DO PROGVENDAS COM AS VENDAS DO DIA.*
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  VENDA CANCELADA NO DIA DEVOLVE A UNIDADE AO   *
      *                ESTOQUE DA FILIAL, COMO A DEVOLUCAO.          *
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
           SELECT ESTOQUE-MASTER ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ESTOQUE-ENTRADA ASSIGN TO "ESTENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTENT.
           SELECT SALES-POSTED   ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODMST.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ESTOQUE-MASTER.
           COPY ESTOQUE.
       FD  ESTOQUE-ENTRADA.
           COPY ESTENT.
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  PRODUTO-MASTER.
           COPY PRODMST.
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
       77  WRK-FS-ESTOQUE           PIC X(02) VALUE SPACES.
           88  FS-ESTOQUE-OK            VALUE '00'.
           88  FS-ESTOQUE-NAO-EXISTE    VALUE '35'.
       77  WRK-FS-ESTENT            PIC X(02) VALUE SPACES.
           88  FS-ESTENT-OK             VALUE '00'.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-PRODMST           PIC X(02) VALUE SPACES.
           88  FS-PRODMST-OK            VALUE '00'.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ESTENT           PIC X(01) VALUE 'N'.
           88  FIM-ESTENT               VALUE 'S'.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-PRODMST          PIC X(01) VALUE 'N'.
           88  FIM-PRODMST              VALUE 'S'.
       77  WRK-ESTENT-LIDO          PIC X(01) VALUE 'N'.
           88  ESTENT-LIDO              VALUE 'S'.
       77  WRK-ESTOQUE-NOVO         PIC X(01) VALUE 'N'.
           88  ESTOQUE-NOVO             VALUE 'S'.
       77  WRK-PRODUTO-OK           PIC X(01) VALUE 'N'.
           88  PRODUTO-OK               VALUE 'S'.

       01  WRK-TAB-PRODUTO.
           05  WRK-TAB-PROD-ITEM OCCURS 500 TIMES
                                 INDEXED BY WRK-PROD-IDX.
               10  WRK-TAB-PROD-CODIGO   PICTURE X(06).
       77  WRK-QTD-PRODUTOS         PIC 9(03) VALUE ZEROS.
       77  WRK-PRODUTO-PROCURADO    PIC X(06) VALUE SPACES.

       77  WRK-SALDO-ANTERIOR       PIC S9(07) COMP-3 VALUE ZEROS.
       77  WRK-VALOR-ESTOQUE        PIC S9(14)V99 COMP-3 VALUE ZEROS.

       77  WRK-QTD-ENTRADAS-LIDAS   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ENTRADAS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-UNID-ENTRADA     PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ENT-RECUSADAS    PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-VENDAS-LIDAS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-BAIXAS           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DEVOLUCOES       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SALDO-NEGATIVO   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 0100-ABRIR-ESTOQUE.
           IF NOT FS-ESTOQUE-OK
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-PRODUTOS.
           PERFORM 2000-APLICAR-ENTRADAS.
           PERFORM 3000-APLICAR-VENDAS.
           CLOSE ESTOQUE-MASTER.
           IF ESTENT-LIDO
               PERFORM 4000-ESVAZIAR-ENTRADAS
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0100-ABRIR-ESTOQUE - ABRE O ESTOQUE-MASTER PARA ATUALIZACAO, *
      *                      CRIANDO-O NO PRIMEIRO USO.              *
      ****************************************************************
       0100-ABRIR-ESTOQUE.
           OPEN I-O ESTOQUE-MASTER.
           IF FS-ESTOQUE-NAO-EXISTE
               OPEN OUTPUT ESTOQUE-MASTER
               CLOSE ESTOQUE-MASTER
               OPEN I-O ESTOQUE-MASTER
           END-IF.
           IF NOT FS-ESTOQUE-OK
               MOVE 'ESTOQUE' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ESTOQUE TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-PRODUTOS - CARREGA OS CODIGOS DO               *
      *                          PRODUTO-MASTER PARA CRITICAR A      *
      *                          ENTRADA DO DEPOSITO.                *
      ****************************************************************
       1000-CARREGAR-PRODUTOS.
           OPEN INPUT PRODUTO-MASTER.
           IF FS-PRODMST-OK
               READ PRODUTO-MASTER
                   AT END MOVE 'S' TO WRK-FIM-PRODMST
               END-READ
               PERFORM 1100-GUARDAR-PRODUTO UNTIL FIM-PRODMST
               CLOSE PRODUTO-MASTER
           ELSE
               MOVE 'S' TO WRK-FIM-PRODMST
               MOVE 'PRODMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-PRODMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-PRODUTO.
           IF WRK-QTD-PRODUTOS < 500
               ADD 1 TO WRK-QTD-PRODUTOS
               MOVE PD-CODIGO TO WRK-TAB-PROD-CODIGO
                                 (WRK-QTD-PRODUTOS)
           ELSE
               DISPLAY 'PRODUTO-MASTER EXCEDE A CAPACIDADE DA '
                       'TABELA - PRODUTO ' PD-CODIGO ' IGNORADO'
           END-IF.
           READ PRODUTO-MASTER
               AT END MOVE 'S' TO WRK-FIM-PRODMST
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-APLICAR-ENTRADAS - LE AS ENTRADAS DE MERCADORIA DO      *
      *                         DEPOSITO E SOMA CADA UMA NO SALDO DO *
      *                         PRODUTO NA FILIAL.                   *
      ****************************************************************
       2000-APLICAR-ENTRADAS.
           OPEN INPUT ESTOQUE-ENTRADA.
           IF FS-ESTENT-OK
               SET ESTENT-LIDO TO TRUE
               READ ESTOQUE-ENTRADA
                   AT END SET FIM-ESTENT TO TRUE
               END-READ
               PERFORM 2100-APLICAR-ENTRADA THRU 2100-EXIT
                   UNTIL FIM-ESTENT
               CLOSE ESTOQUE-ENTRADA
           ELSE
               DISPLAY 'ESTENT INDISPONIVEL - FS: ' WRK-FS-ESTENT
                       ' - SEM ENTRADAS DO DEPOSITO NESTE LOTE'
           END-IF.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-APLICAR-ENTRADA - PRODUTO FORA DO MESTRE E RECUSADO (SO *
      *                        NO DISPLAY, PARA O DEPOSITO CORRIGIR E*
      *                        REENVIAR). O CUSTO MEDIO E REFEITO    *
      *                        PONDERANDO O SALDO ANTERIOR PELO CUSTO*
      *                        DA NOTA; SALDO ZERADO OU NEGATIVO     *
      *                        ASSUME O CUSTO DA NOTA.               *
      ****************************************************************
       2100-APLICAR-ENTRADA.
           ADD 1 TO WRK-QTD-ENTRADAS-LIDAS.
           MOVE EE-COD-PRODUTO TO WRK-PRODUTO-PROCURADO.
           PERFORM 2200-PROCURAR-PRODUTO.
           IF NOT PRODUTO-OK
               ADD 1 TO WRK-QTD-ENT-RECUSADAS
               DISPLAY 'ENTRADA RECUSADA - PRODUTO FORA DO MESTRE: '
                       EE-COD-PRODUTO ' FILIAL ' EE-FILIAL
                       ' NOTA ' EE-NUM-NOTA
               GO TO 2100-LER-PROXIMA
           END-IF.
           MOVE EE-COD-PRODUTO TO ES-COD-PRODUTO.
           MOVE EE-FILIAL      TO ES-FILIAL.
           PERFORM 5000-LER-ESTOQUE.
           IF EE-QUANTIDADE > ZEROS
               MOVE ES-QTD-SALDO TO WRK-SALDO-ANTERIOR
               IF WRK-SALDO-ANTERIOR > ZEROS
                   COMPUTE WRK-VALOR-ESTOQUE =
                       WRK-SALDO-ANTERIOR * ES-CUSTO-MEDIO
                     + EE-QUANTIDADE * EE-CUSTO-UNITARIO
                   COMPUTE ES-CUSTO-MEDIO ROUNDED =
                       WRK-VALOR-ESTOQUE /
                       (WRK-SALDO-ANTERIOR + EE-QUANTIDADE)
               ELSE
                   MOVE EE-CUSTO-UNITARIO TO ES-CUSTO-MEDIO
               END-IF
               ADD EE-QUANTIDADE TO ES-QTD-SALDO
               ADD EE-QUANTIDADE TO WRK-QTD-UNID-ENTRADA
               MOVE EE-DATA TO ES-DATA-ULT-ENTRADA
           END-IF.
           IF EE-QTD-MINIMO > ZEROS
               MOVE EE-QTD-MINIMO TO ES-QTD-MINIMO
           END-IF.
           PERFORM 5100-GRAVAR-ESTOQUE.
           ADD 1 TO WRK-QTD-ENTRADAS.
       2100-LER-PROXIMA.
           READ ESTOQUE-ENTRADA
               AT END SET FIM-ESTENT TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROCURAR-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-OK.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-PROD-IDX TO 1
               SEARCH WRK-TAB-PROD-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-PROD-CODIGO (WRK-PROD-IDX)
                           = WRK-PRODUTO-PROCURADO
                       MOVE 'S' TO WRK-PRODUTO-OK
               END-SEARCH
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 3000-APLICAR-VENDAS - LE AS VENDAS LANCADAS DO DIA E MOVE O  *
      *                       SALDO DO PRODUTO NA FILIAL DA VENDA.   *
      ****************************************************************
       3000-APLICAR-VENDAS.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               READ SALES-POSTED
                   AT END SET FIM-SALESPST TO TRUE
               END-READ
               PERFORM 3100-APLICAR-VENDA UNTIL FIM-SALESPST
               CLOSE SALES-POSTED
           ELSE
               MOVE 'SALESPST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-APLICAR-VENDA - A VENDA BAIXA UMA UNIDADE; A DEVOLUCAO  *
      *                      E O CANCELAMENTO NO DIA DEVOLVEM UMA.   *
      *                      O SALDO PODE FICAR NEGATIVO (VENDA      *
      *                      CRITICADA SEM O ESTOQUE DISPONIVEL):    *
      *                      FICA CONTADO AQUI E SAI NO RELATORIO DE *
      *                      REPOSICAO.                              *
      ****************************************************************
       3100-APLICAR-VENDA.
           ADD 1 TO WRK-QTD-VENDAS-LIDAS.
           MOVE PS-COD-PRODUTO TO ES-COD-PRODUTO.
           MOVE PS-FILIAL      TO ES-FILIAL.
           PERFORM 5000-LER-ESTOQUE.
           IF PS-DEVOLUCAO OR PS-CANCELAMENTO
               ADD 1 TO ES-QTD-SALDO
               ADD 1 TO WRK-QTD-DEVOLUCOES
           ELSE
               SUBTRACT 1 FROM ES-QTD-SALDO
               MOVE PS-DATA TO ES-DATA-ULT-SAIDA
               ADD 1 TO WRK-QTD-BAIXAS
               IF ES-QTD-SALDO < ZEROS
                   ADD 1 TO WRK-QTD-SALDO-NEGATIVO
               END-IF
           END-IF.
           PERFORM 5100-GRAVAR-ESTOQUE.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4000-ESVAZIAR-ENTRADAS - AS ENTRADAS JA APLICADAS SAEM DO    *
      *                          ESTENT PARA NAO SEREM SOMADAS DE    *
      *                          NOVO NO PROXIMO LOTE.               *
      ****************************************************************
       4000-ESVAZIAR-ENTRADAS.
           OPEN OUTPUT ESTOQUE-ENTRADA.
           CLOSE ESTOQUE-ENTRADA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 5000-LER-ESTOQUE - LE O SALDO DA CHAVE JA MONTADA EM         *
      *                    ES-CHAVE; CHAVE NOVA NASCE ZERADA.        *
      ****************************************************************
       5000-LER-ESTOQUE.
           MOVE 'N' TO WRK-ESTOQUE-NOVO.
           READ ESTOQUE-MASTER
               INVALID KEY
                   MOVE 'S' TO WRK-ESTOQUE-NOVO
           END-READ.
           IF ESTOQUE-NOVO
               MOVE ZEROS TO ES-QTD-SALDO
                             ES-QTD-MINIMO
                             ES-CUSTO-MEDIO
                             ES-DATA-ULT-ENTRADA
                             ES-DATA-ULT-SAIDA
           END-IF.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-GRAVAR-ESTOQUE - GRAVA (CHAVE NOVA) OU REGRAVA O SALDO. *
      ****************************************************************
       5100-GRAVAR-ESTOQUE.
           IF ESTOQUE-NOVO
               WRITE ES-REGISTRO
                   INVALID KEY
                       MOVE 'ESTOQUE' TO EL-ARQUIVO
                       MOVE 'WRITE'   TO EL-OPERACAO
                       MOVE WRK-FS-ESTOQUE TO EL-STATUS
                       PERFORM 9900-GRAVAR-ERRO
                       ADD 1 TO WRK-QTD-REJEITADOS
               END-WRITE
           ELSE
               REWRITE ES-REGISTRO
                   INVALID KEY
                       MOVE 'ESTOQUE' TO EL-ARQUIVO
                       MOVE 'REWRITE' TO EL-OPERACAO
                       MOVE WRK-FS-ESTOQUE TO EL-STATUS
                       PERFORM 9900-GRAVAR-ERRO
                       ADD 1 TO WRK-QTD-REJEITADOS
               END-REWRITE
           END-IF.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - ENTRADAS E VENDAS LIDAS E    *
      *                       APLICADAS NO ESTOQUE-MASTER.           *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ENTRADAS-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'ENTRADAS LIDAS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ENTRADAS       TO WRK-CONTROLEFN.
           DISPLAY 'ENTRADAS APLICADAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-UNID-ENTRADA   TO WRK-CONTROLEFN.
           DISPLAY 'UNIDADES RECEBIDAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ENT-RECUSADAS  TO WRK-CONTROLEFN.
           DISPLAY 'ENTRADAS RECUSADAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-VENDAS-LIDAS   TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS LIDAS:         ' WRK-CONTROLEFN.
           MOVE WRK-QTD-BAIXAS         TO WRK-CONTROLEFN.
           DISPLAY 'UNIDADES BAIXADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DEVOLUCOES     TO WRK-CONTROLEFN.
           DISPLAY 'UNIDADES DEVOLVIDAS:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SALDO-NEGATIVO TO WRK-CONTROLEFN.
           DISPLAY 'BAIXAS COM SALDO NEG.:' WRK-CONTROLEFN.
           MOVE WRK-QTD-REJEITADOS     TO WRK-CONTROLEFN.
           DISPLAY 'ERROS DE GRAVACAO:    ' WRK-CONTROLEFN.
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
           MOVE 'PROGESTATU' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           COMPUTE RG-QTD-LIDOS =
               WRK-QTD-ENTRADAS-LIDAS + WRK-QTD-VENDAS-LIDAS.
           COMPUTE RG-QTD-GRAVADOS =
               WRK-QTD-ENTRADAS + WRK-QTD-BAIXAS + WRK-QTD-DEVOLUCOES.
           COMPUTE RG-QTD-REJEITADOS =
               WRK-QTD-ENT-RECUSADAS + WRK-QTD-REJEITADOS.
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
           MOVE 'PROGESTATU' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
