       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGESTREP.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RELATORIO DIARIO DE REPOSICAO - LISTA, POR FILIAL, *
      *           OS PRODUTOS DO ESTOQUE-MASTER COM SALDO ABAIXO DO  *
      *           MINIMO DE REPOSICAO (SALDO NEGATIVO INCLUSIVE),    *
      *           COM A DESCRICAO DO PRODUTO-MASTER E A QUANTIDADE   *
      *           QUE FALTA PARA VOLTAR AO MINIMO, PARA O DEPOSITO   *
      *           MONTAR AS ENTREGAS DO DIA SEGUINTE.                *
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
           SELECT ESTOQUE-MASTER ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODMST.
           SELECT SORT-ESTOQUE   ASSIGN TO "SORTWK01".
           SELECT REPOSICAO-REPORT ASSIGN TO "REPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REPRPT.
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
       FD  PRODUTO-MASTER.
           COPY PRODMST.
       SD  SORT-ESTOQUE.
       01  SE-REGISTRO.
           05  SE-FILIAL            PICTURE X(03).
           05  SE-COD-PRODUTO       PICTURE X(06).
           05  SE-QTD-SALDO         PICTURE S9(07).
           05  SE-QTD-MINIMO        PICTURE 9(07).
       FD  REPOSICAO-REPORT.
       01  RP-LINHA                 PICTURE X(80).
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
       77  WRK-FS-PRODMST           PIC X(02) VALUE SPACES.
           88  FS-PRODMST-OK            VALUE '00'.
       77  WRK-FS-REPRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ESTOQUE          PIC X(01) VALUE 'N'.
           88  FIM-ESTOQUE              VALUE 'S'.
       77  WRK-FIM-PRODMST          PIC X(01) VALUE 'N'.
           88  FIM-PRODMST              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.

       01  WRK-TAB-PRODUTO.
           05  WRK-TAB-PROD-ITEM OCCURS 500 TIMES
                                 INDEXED BY WRK-PROD-IDX.
               10  WRK-TAB-PROD-CODIGO    PICTURE X(06).
               10  WRK-TAB-PROD-DESCRICAO PICTURE X(30).
       77  WRK-QTD-PRODUTOS         PIC 9(03) VALUE ZEROS.
       77  WRK-DESCRICAO-ACHADA     PIC X(30) VALUE SPACES.

       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-FILIAL-ANT           PIC X(03) VALUE SPACES.
       77  WRK-QTD-FALTA            PIC S9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ITENS-FILIAL     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FALTA-FILIAL     PIC S9(09) COMP-3 VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ABAIXO           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FILIAIS          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SALDOFN              PIC -Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-MINIMOFN             PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-FALTAFN              PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           OPEN INPUT ESTOQUE-MASTER.
           IF NOT FS-ESTOQUE-OK
               MOVE 'ESTOQUE' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ESTOQUE TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-PRODUTOS.
           OPEN OUTPUT REPOSICAO-REPORT.
           MOVE SPACES TO RP-LINHA.
           STRING 'RELATORIO DE REPOSICAO DE ESTOQUE POR FILIAL - '
                  WRK-RL-DATA
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING.
           WRITE RP-LINHA.
           MOVE ALL '=' TO RP-LINHA.
           WRITE RP-LINHA.
           SORT SORT-ESTOQUE
               ON ASCENDING KEY SE-FILIAL
                                SE-COD-PRODUTO
               INPUT PROCEDURE IS 2000-SOLTAR-ABAIXO
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-FILIAIS.
           PERFORM 4000-IMPRIMIR-TOTAL-GERAL.
           CLOSE REPOSICAO-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-PRODUTOS - CARREGA O PRODUTO-MASTER EM MEMORIA *
      *                          PARA TRADUZIR CODIGO EM DESCRICAO.  *
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
               DISPLAY 'PRODUTO-MASTER INDISPONIVEL - FS: '
                       WRK-FS-PRODMST
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-PRODUTO.
           IF WRK-QTD-PRODUTOS < 500
               ADD 1 TO WRK-QTD-PRODUTOS
               MOVE PD-CODIGO    TO WRK-TAB-PROD-CODIGO
                                    (WRK-QTD-PRODUTOS)
               MOVE PD-DESCRICAO TO WRK-TAB-PROD-DESCRICAO
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
      * 2000-SOLTAR-ABAIXO - LE O ESTOQUE-MASTER INTEIRO E SOLTA     *
      *                      PARA O SORT SO O QUE ESTA ABAIXO DO     *
      *                      MINIMO.                                 *
      ****************************************************************
       2000-SOLTAR-ABAIXO.
           READ ESTOQUE-MASTER NEXT
               AT END SET FIM-ESTOQUE TO TRUE
           END-READ.
           PERFORM 2100-SOLTAR-ITEM UNTIL FIM-ESTOQUE.
           CLOSE ESTOQUE-MASTER.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-ITEM.
           ADD 1 TO WRK-QTD-LIDOS.
           IF ES-QTD-SALDO < ES-QTD-MINIMO
               MOVE ES-FILIAL      TO SE-FILIAL
               MOVE ES-COD-PRODUTO TO SE-COD-PRODUTO
               MOVE ES-QTD-SALDO   TO SE-QTD-SALDO
               MOVE ES-QTD-MINIMO  TO SE-QTD-MINIMO
               RELEASE SE-REGISTRO
           END-IF.
           READ ESTOQUE-MASTER NEXT
               AT END SET FIM-ESTOQUE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-FILIAIS - RECEBE OS ITENS CLASSIFICADOS POR    *
      *                         FILIAL E PRODUTO, ABRE CADA FILIAL   *
      *                         COM O CABECALHO DE COLUNAS E FECHA   *
      *                         COM A CONTAGEM DE ITENS.             *
      ****************************************************************
       3000-IMPRIMIR-FILIAIS.
           RETURN SORT-ESTOQUE
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-IMPRIMIR-ITEM UNTIL FIM-SORT.
           IF TEM-ANTERIOR
               PERFORM 3300-FECHAR-FILIAL
           END-IF.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-ITEM.
           IF NOT TEM-ANTERIOR
               SET TEM-ANTERIOR TO TRUE
               MOVE SE-FILIAL TO WRK-FILIAL-ANT
               PERFORM 3200-ABRIR-FILIAL
           ELSE
               IF SE-FILIAL NOT = WRK-FILIAL-ANT
                   PERFORM 3300-FECHAR-FILIAL
                   MOVE SE-FILIAL TO WRK-FILIAL-ANT
                   PERFORM 3200-ABRIR-FILIAL
               END-IF
           END-IF.
           PERFORM 3400-PROCURAR-PRODUTO.
           COMPUTE WRK-QTD-FALTA = SE-QTD-MINIMO - SE-QTD-SALDO.
           MOVE SE-QTD-SALDO  TO WRK-SALDOFN.
           MOVE SE-QTD-MINIMO TO WRK-MINIMOFN.
           MOVE WRK-QTD-FALTA TO WRK-FALTAFN.
           MOVE SPACES TO RP-LINHA.
           STRING SE-COD-PRODUTO
                  ' ' WRK-DESCRICAO-ACHADA
                  ' ' WRK-SALDOFN
                  ' ' WRK-MINIMOFN
                  ' ' WRK-FALTAFN
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING.
           WRITE RP-LINHA.
           ADD 1             TO WRK-QTD-ITENS-FILIAL.
           ADD WRK-QTD-FALTA TO WRK-QTD-FALTA-FILIAL.
           RETURN SORT-ESTOQUE
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-ABRIR-FILIAL.
           ADD 1 TO WRK-QTD-FILIAIS.
           MOVE SPACES TO RP-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-ANT
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING.
           WRITE RP-LINHA.
           MOVE 'PRODUT DESCRICAO                           SALDO'
               TO RP-LINHA.
           MOVE '    MINIMO      REPOR' TO RP-LINHA (49:).
           WRITE RP-LINHA.
       3200-EXIT.
           EXIT.

       3300-FECHAR-FILIAL.
           MOVE WRK-QTD-ITENS-FILIAL TO WRK-CONTROLEFN.
           MOVE WRK-QTD-FALTA-FILIAL TO WRK-FALTAFN.
           MOVE SPACES TO RP-LINHA.
           STRING 'TOTAL FILIAL ' WRK-FILIAL-ANT
                  '  ITENS ' WRK-CONTROLEFN
                  '  UNIDADES A REPOR ' WRK-FALTAFN
               DELIMITED BY SIZE INTO RP-LINHA
           END-STRING.
           WRITE RP-LINHA.
           MOVE ALL '-' TO RP-LINHA.
           WRITE RP-LINHA.
           ADD WRK-QTD-ITENS-FILIAL TO WRK-QTD-ABAIXO.
           MOVE ZEROS TO WRK-QTD-ITENS-FILIAL
                         WRK-QTD-FALTA-FILIAL.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-PROCURAR-PRODUTO - TRADUZ O CODIGO PELA TABELA DO       *
      *                         MESTRE.                              *
      ****************************************************************
       3400-PROCURAR-PRODUTO.
           MOVE 'PRODUTO SEM CADASTRO NO MESTRE'
               TO WRK-DESCRICAO-ACHADA.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-PROD-IDX TO 1
               SEARCH WRK-TAB-PROD-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-PROD-CODIGO (WRK-PROD-IDX)
                           = SE-COD-PRODUTO
                       MOVE WRK-TAB-PROD-DESCRICAO (WRK-PROD-IDX)
                           TO WRK-DESCRICAO-ACHADA
               END-SEARCH
           END-IF.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-TOTAL-GERAL - TOTAL GERAL E TOTAIS DE CONTROLE.*
      ****************************************************************
       4000-IMPRIMIR-TOTAL-GERAL.
           MOVE ALL '=' TO RP-LINHA.
           WRITE RP-LINHA.
           MOVE SPACES TO RP-LINHA.
           IF WRK-QTD-ABAIXO = ZEROS
               MOVE 'NENHUM PRODUTO ABAIXO DO MINIMO EM NENHUMA FILIAL'
                   TO RP-LINHA
           ELSE
               MOVE WRK-QTD-ABAIXO TO WRK-CONTROLEFN
               STRING 'TOTAL GERAL  ITENS ABAIXO DO MINIMO '
                      WRK-CONTROLEFN
                   DELIMITED BY SIZE INTO RP-LINHA
               END-STRING
           END-IF.
           WRITE RP-LINHA.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDOS   TO WRK-CONTROLEFN.
           DISPLAY 'REGISTROS LIDOS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ABAIXO  TO WRK-CONTROLEFN.
           DISPLAY 'ABAIXO DO MINIMO:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-FILIAIS TO WRK-CONTROLEFN.
           DISPLAY 'FILIAIS NO RELATORIO: ' WRK-CONTROLEFN.
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
           MOVE 'PROGESTREP' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS  TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ABAIXO TO RG-QTD-GRAVADOS.
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
           MOVE 'PROGESTREP' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
