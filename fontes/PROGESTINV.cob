       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGESTINV.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RELATORIO DE VALORIZACAO DO ESTOQUE PARA O         *
      *           INVENTARIO FISICO MENSAL - LISTA, POR FILIAL E     *
      *           PRODUTO, O SALDO DO ESTOQUE-MASTER, O CUSTO MEDIO  *
      *           E O VALOR (SALDO X CUSTO MEDIO), COM AS COLUNAS DE *
      *           CONTAGEM E DIFERENCA EM BRANCO PARA A EQUIPE DA    *
      *           LOJA PREENCHER NA CONTAGEM; SUBTOTAL POR FILIAL E  *
      *           TOTAL GERAL. COM O CALENDARIO (CALDIA) PRESENTE, SO*
      *           EMITE NO DIA MARCADO COMO ULTIMO DIA UTIL DO MES.  *
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
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT SORT-ESTOQUE   ASSIGN TO "SORTWK01".
           SELECT INVENTARIO-REPORT ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVRPT.
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
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       SD  SORT-ESTOQUE.
       01  SE-REGISTRO.
           05  SE-FILIAL            PICTURE X(03).
           05  SE-COD-PRODUTO       PICTURE X(06).
           05  SE-QTD-SALDO         PICTURE S9(07).
           05  SE-CUSTO-MEDIO       PICTURE 9(07)V99.
       FD  INVENTARIO-REPORT.
       01  IV-LINHA                 PICTURE X(132).
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
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-INVRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ESTOQUE          PIC X(01) VALUE 'N'.
           88  FIM-ESTOQUE              VALUE 'S'.
       77  WRK-FIM-PRODMST          PIC X(01) VALUE 'N'.
           88  FIM-PRODMST              VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

       01  WRK-TAB-PRODUTO.
           05  WRK-TAB-PROD-ITEM OCCURS 500 TIMES
                                 INDEXED BY WRK-PROD-IDX.
               10  WRK-TAB-PROD-CODIGO    PICTURE X(06).
               10  WRK-TAB-PROD-DESCRICAO PICTURE X(30).
       77  WRK-QTD-PRODUTOS         PIC 9(03) VALUE ZEROS.
       77  WRK-DESCRICAO-ACHADA     PIC X(30) VALUE SPACES.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-FILIAL-ANT           PIC X(03) VALUE SPACES.
       77  WRK-VALOR-ITEM           PIC S9(14)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-FILIAL           PIC S9(09)    COMP-3 VALUE ZEROS.
       77  WRK-VALOR-FILIAL         PIC S9(14)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-GERAL            PIC S9(09)    COMP-3 VALUE ZEROS.
       77  WRK-VALOR-GERAL          PIC S9(14)V99 COMP-3 VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IMPRESSOS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SALDOFN              PIC -Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-QTDFN                PIC -ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CUSTOFN              PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'RELATORIO DE INVENTARIO NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
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
           OPEN OUTPUT INVENTARIO-REPORT.
           MOVE SPACES TO IV-LINHA.
           STRING 'INVENTARIO FISICO - VALORIZACAO DO ESTOQUE POR '
                  'FILIAL EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO IV-LINHA
           END-STRING.
           WRITE IV-LINHA.
           MOVE ALL '=' TO IV-LINHA.
           WRITE IV-LINHA.
           SORT SORT-ESTOQUE
               ON ASCENDING KEY SE-FILIAL
                                SE-COD-PRODUTO
               INPUT PROCEDURE IS 2000-SOLTAR-ESTOQUE
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-FILIAIS.
           PERFORM 4000-IMPRIMIR-TOTAL-GERAL.
           CLOSE INVENTARIO-REPORT.
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
      * 2000-SOLTAR-ESTOQUE - SOLTA O ESTOQUE-MASTER INTEIRO PARA O  *
      *                       SORT POR FILIAL E PRODUTO.             *
      ****************************************************************
       2000-SOLTAR-ESTOQUE.
           READ ESTOQUE-MASTER NEXT
               AT END SET FIM-ESTOQUE TO TRUE
           END-READ.
           PERFORM 2100-SOLTAR-ITEM UNTIL FIM-ESTOQUE.
           CLOSE ESTOQUE-MASTER.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-ITEM.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE ES-FILIAL      TO SE-FILIAL.
           MOVE ES-COD-PRODUTO TO SE-COD-PRODUTO.
           MOVE ES-QTD-SALDO   TO SE-QTD-SALDO.
           MOVE ES-CUSTO-MEDIO TO SE-CUSTO-MEDIO.
           RELEASE SE-REGISTRO.
           READ ESTOQUE-MASTER NEXT
               AT END SET FIM-ESTOQUE TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-FILIAIS - RECEBE OS ITENS CLASSIFICADOS, ABRE  *
      *                         CADA FILIAL COM O CABECALHO DE       *
      *                         COLUNAS E FECHA COM O SUBTOTAL DE    *
      *                         UNIDADES E DE VALOR.                 *
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
           COMPUTE WRK-VALOR-ITEM = SE-QTD-SALDO * SE-CUSTO-MEDIO.
           MOVE SE-QTD-SALDO   TO WRK-SALDOFN.
           MOVE SE-CUSTO-MEDIO TO WRK-CUSTOFN.
           MOVE WRK-VALOR-ITEM TO WRK-VALORFN.
           MOVE SPACES TO IV-LINHA.
           STRING SE-COD-PRODUTO
                  ' ' WRK-DESCRICAO-ACHADA
                  ' ' WRK-SALDOFN
                  ' ' WRK-CUSTOFN
                  ' ' WRK-VALORFN
                  '  __________  __________'
               DELIMITED BY SIZE INTO IV-LINHA
           END-STRING.
           WRITE IV-LINHA.
           ADD 1              TO WRK-QTD-IMPRESSOS.
           ADD SE-QTD-SALDO   TO WRK-QTD-FILIAL.
           ADD WRK-VALOR-ITEM TO WRK-VALOR-FILIAL.
           RETURN SORT-ESTOQUE
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-ABRIR-FILIAL.
           MOVE SPACES TO IV-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-ANT
               DELIMITED BY SIZE INTO IV-LINHA
           END-STRING.
           WRITE IV-LINHA.
           MOVE 'PRODUT DESCRICAO' TO IV-LINHA.
           MOVE '     SALDO'        TO IV-LINHA (39:).
           MOVE '  CUSTO MEDIO'     TO IV-LINHA (49:).
           MOVE '              VALOR' TO IV-LINHA (62:).
           MOVE '    CONTAGEM   DIFERENCA' TO IV-LINHA (81:).
           WRITE IV-LINHA.
       3200-EXIT.
           EXIT.

       3300-FECHAR-FILIAL.
           MOVE WRK-QTD-FILIAL   TO WRK-QTDFN.
           MOVE WRK-VALOR-FILIAL TO WRK-VALORFN.
           MOVE SPACES TO IV-LINHA.
           STRING 'TOTAL FILIAL ' WRK-FILIAL-ANT
                  '  UNIDADES ' WRK-QTDFN
                  '  VALOR ' WRK-VALORFN
               DELIMITED BY SIZE INTO IV-LINHA
           END-STRING.
           WRITE IV-LINHA.
           MOVE SPACES TO IV-LINHA.
           STRING 'CONTADO POR: ______________________  '
                  'CONFERIDO POR: ______________________'
               DELIMITED BY SIZE INTO IV-LINHA
           END-STRING.
           WRITE IV-LINHA.
           MOVE ALL '-' TO IV-LINHA.
           WRITE IV-LINHA.
           ADD WRK-QTD-FILIAL   TO WRK-QTD-GERAL.
           ADD WRK-VALOR-FILIAL TO WRK-VALOR-GERAL.
           MOVE ZEROS TO WRK-QTD-FILIAL
                         WRK-VALOR-FILIAL.
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
           MOVE ALL '=' TO IV-LINHA.
           WRITE IV-LINHA.
           MOVE WRK-QTD-GERAL   TO WRK-QTDFN.
           MOVE WRK-VALOR-GERAL TO WRK-VALORFN.
           MOVE SPACES TO IV-LINHA.
           STRING 'TOTAL GERAL  UNIDADES ' WRK-QTDFN
                  '  VALOR ' WRK-VALORFN
               DELIMITED BY SIZE INTO IV-LINHA
           END-STRING.
           WRITE IV-LINHA.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDOS     TO WRK-CONTROLEFN.
           DISPLAY 'REGISTROS LIDOS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-IMPRESSOS TO WRK-CONTROLEFN.
           DISPLAY 'ITENS IMPRESSOS:      ' WRK-CONTROLEFN.
           DISPLAY 'VALOR DO ESTOQUE:     ' WRK-VALORFN.
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
           MOVE 'PROGESTINV' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS     TO RG-QTD-LIDOS.
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
           MOVE 'PROGESTINV' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
