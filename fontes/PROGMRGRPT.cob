       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGMRGRPT.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RELATORIO MENSAL DE MARGEM BRUTA - LE AS VENDAS DO *
      *           MES NO SALES-MES (JA EM REAL; A DEVOLUCAO CHEGA    *
      *           NEGATIVA), CUSTEIA CADA UMA PELO CUSTO UNITARIO    *
      *           VIGENTE NA DATA DA VENDA (CUSTOPRD, UMA UNIDADE    *
      *           POR VENDA, A DEVOLUCAO ESTORNA O CUSTO JUNTO COM A *
      *           RECEITA) E IMPRIME RECEITA, CUSTO, MARGEM E        *
      *           MARGEM % EM DUAS VISOES: POR CATEGORIA E PRODUTO E *
      *           POR FILIAL E VENDEDOR, COM QUEBRA E SUBTOTAL EM    *
      *           CADA CATEGORIA E FILIAL. O PRODUTO ABAIXO DO PISO  *
      *           DE MARGEM (MARGMIN, PADRAO 20%) OU SEM CUSTO       *
      *           CADASTRADO SAI MARCADO. COM O CALENDARIO (CALDIA)  *
      *           PRESENTE, SO EMITE NO ULTIMO DIA UTIL DO MES.      *
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
           SELECT SALES-MES      ASSIGN TO "SALESMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESMES.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODMST.
           SELECT CUSTO-PRODUTO  ASSIGN TO "CUSTOPRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOPRD.
           SELECT MARGEM-PISO    ASSIGN TO "MARGMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MARGMIN.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT SORT-MARGEM    ASSIGN TO "SORTWK01".
           SELECT MARGEM-REPORT  ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MRGRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-MES.
           COPY SALESMES.
       FD  PRODUTO-MASTER.
           COPY PRODMST.
       FD  CUSTO-PRODUTO.
           COPY CUSTOPRD.
       FD  MARGEM-PISO.
       01  MN-PISO-PCT              PICTURE 9(03).
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       SD  SORT-MARGEM.
       01  SG-REGISTRO.
           05  SG-SECAO             PICTURE X(01).
               88  SG-SECAO-PRODUTO     VALUE '1'.
               88  SG-SECAO-VENDEDOR    VALUE '2'.
           05  SG-GRUPO             PICTURE X(03).
           05  SG-ITEM              PICTURE X(06).
           05  SG-RECEITA           PICTURE S9(10)V99.
           05  SG-CUSTO             PICTURE S9(10)V99.
           05  SG-SEM-CUSTO         PICTURE X(01).
       FD  MARGEM-REPORT.
       01  MG-LINHA                 PICTURE X(132).
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
       77  WRK-FS-SALESMES          PIC X(02) VALUE SPACES.
           88  FS-SALESMES-OK           VALUE '00'.
       77  WRK-FS-PRODMST           PIC X(02) VALUE SPACES.
           88  FS-PRODMST-OK            VALUE '00'.
       77  WRK-FS-CUSTOPRD          PIC X(02) VALUE SPACES.
           88  FS-CUSTOPRD-OK           VALUE '00'.
       77  WRK-FS-MARGMIN           PIC X(02) VALUE SPACES.
           88  FS-MARGMIN-OK            VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-MRGRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-SALESMES         PIC X(01) VALUE 'N'.
           88  FIM-SALESMES             VALUE 'S'.
       77  WRK-FIM-PRODMST          PIC X(01) VALUE 'N'.
           88  FIM-PRODMST              VALUE 'S'.
       77  WRK-FIM-CUSTOPRD         PIC X(01) VALUE 'N'.
           88  FIM-CUSTOPRD             VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.

      * PISO DE MARGEM: PRODUTO ABAIXO DELE SAI MARCADO.
       77  WRK-PISO-PCT             PIC 9(03) VALUE 020.

       01  WRK-TAB-PRODUTO.
           05  WRK-TAB-PROD-ITEM OCCURS 500 TIMES
                                 INDEXED BY WRK-PROD-IDX.
               10  WRK-TAB-PROD-CODIGO    PICTURE X(06).
               10  WRK-TAB-PROD-DESCRICAO PICTURE X(30).
               10  WRK-TAB-PROD-CATEGORIA PICTURE X(03).
       77  WRK-QTD-PRODUTOS         PIC 9(03) VALUE ZEROS.
       77  WRK-PRODUTO-PROCURADO    PIC X(06) VALUE SPACES.
       77  WRK-DESCRICAO-ACHADA     PIC X(30) VALUE SPACES.
       77  WRK-CATEGORIA-ACHADA     PIC X(03) VALUE SPACES.

      * CUSTOS DE TODAS AS VIGENCIAS: A VENDA DO COMECO DO MES PAGA O
      * CUSTO QUE VALIA NO DIA DELA, NAO O DE HOJE.
       01  WRK-TAB-CUSTO.
           05  WRK-TAB-CUS-ITEM OCCURS 2000 TIMES.
               10  WRK-TAB-CUS-PRODUTO    PICTURE X(06).
               10  WRK-TAB-CUS-DATA       PICTURE 9(08).
               10  WRK-TAB-CUS-VALOR      PICTURE 9(08)V99.
       77  WRK-QTD-CUSTOS           PIC 9(04) VALUE ZEROS.
       77  WRK-CUS-IDX              PIC 9(04) COMP-3 VALUE ZEROS.
       77  WRK-CUS-ACHADO           PIC 9(04) COMP-3 VALUE ZEROS.
       77  WRK-DATA-CUSTO-ACHADA    PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-SECAO-ANT            PIC X(01) VALUE SPACES.
           88  SECAO-ANT-PRODUTO        VALUE '1'.
       77  WRK-GRUPO-ANT            PIC X(03) VALUE SPACES.
       77  WRK-ITEM-ANT             PIC X(06) VALUE SPACES.
       77  WRK-ITEM-SEM-CUSTO       PIC X(01) VALUE 'N'.
           88  ITEM-SEM-CUSTO           VALUE 'S'.
       77  WRK-RECEITA-ITEM         PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CUSTO-ITEM           PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-RECEITA-GRUPO        PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CUSTO-GRUPO          PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-RECEITA-SECAO        PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CUSTO-SECAO          PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CALC-RECEITA         PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CALC-CUSTO           PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CALC-MARGEM          PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CALC-PCT             PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77  WRK-TITULO-GRUPO         PIC X(16) VALUE SPACES.

       77  WRK-QTD-LIDAS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-CUSTO        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IMPRESSOS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ABAIXO-PISO      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-RECEITAFN            PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CUSTOFN              PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MARGEMFN             PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCTFN                PIC -ZZZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'RELATORIO DE MARGEM NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN INPUT SALES-MES.
           IF NOT FS-SALESMES-OK
               MOVE 'SALESMES' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESMES TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-PRODUTOS.
           PERFORM 1200-CARREGAR-CUSTOS.
           PERFORM 1400-LER-PISO.
           OPEN OUTPUT MARGEM-REPORT.
           MOVE SPACES TO MG-LINHA.
           STRING 'MARGEM BRUTA DO MES - POSICAO EM ' WRK-DATA-HOJE
                  '  (PISO DE MARGEM ' WRK-PISO-PCT '%)'
               DELIMITED BY SIZE INTO MG-LINHA
           END-STRING.
           WRITE MG-LINHA.
           SORT SORT-MARGEM
               ON ASCENDING KEY SG-SECAO
                                SG-GRUPO
                                SG-ITEM
               INPUT PROCEDURE IS 2000-SOLTAR-VENDAS
               OUTPUT PROCEDURE IS 3000-IMPRIMIR-MARGENS.
           PERFORM 4000-IMPRIMIR-CONTROLE.
           CLOSE MARGEM-REPORT.
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
      *                          PARA TRADUZIR CODIGO EM DESCRICAO E *
      *                          CATEGORIA.                          *
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
               MOVE PD-CATEGORIA TO WRK-TAB-PROD-CATEGORIA
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
      * 1200-CARREGAR-CUSTOS - CARREGA TODAS AS VIGENCIAS DO CUSTO   *
      *                        UNITARIO; SEM O CUSTOPRD O RELATORIO  *
      *                        SAI COM TODO PRODUTO MARCADO SEM      *
      *                        CUSTO.                                *
      ****************************************************************
       1200-CARREGAR-CUSTOS.
           OPEN INPUT CUSTO-PRODUTO.
           IF FS-CUSTOPRD-OK
               READ CUSTO-PRODUTO
                   AT END SET FIM-CUSTOPRD TO TRUE
               END-READ
               PERFORM 1300-GUARDAR-CUSTO UNTIL FIM-CUSTOPRD
               CLOSE CUSTO-PRODUTO
           ELSE
               DISPLAY 'CUSTOPRD INDISPONIVEL - FS: '
                       WRK-FS-CUSTOPRD
           END-IF.
       1200-EXIT.
           EXIT.

       1300-GUARDAR-CUSTO.
           IF WRK-QTD-CUSTOS < 2000
               ADD 1 TO WRK-QTD-CUSTOS
               MOVE CU-COD-PRODUTO   TO WRK-TAB-CUS-PRODUTO
                                        (WRK-QTD-CUSTOS)
               MOVE CU-DATA-VIGENCIA TO WRK-TAB-CUS-DATA
                                        (WRK-QTD-CUSTOS)
               MOVE CU-CUSTO-UNIT    TO WRK-TAB-CUS-VALOR
                                        (WRK-QTD-CUSTOS)
           ELSE
               DISPLAY 'CUSTOPRD EXCEDE A CAPACIDADE DA TABELA - '
                       'PRODUTO ' CU-COD-PRODUTO ' IGNORADO'
           END-IF.
           READ CUSTO-PRODUTO
               AT END SET FIM-CUSTOPRD TO TRUE
           END-READ.
       1300-EXIT.
           EXIT.

      ****************************************************************
      * 1400-LER-PISO - LE O PISO DE MARGEM CONFIGURADO; SEM O       *
      *                 MARGMIN VALE O PADRAO DE 20%.                *
      ****************************************************************
       1400-LER-PISO.
           OPEN INPUT MARGEM-PISO.
           IF FS-MARGMIN-OK
               READ MARGEM-PISO
                   AT END CONTINUE
                   NOT AT END MOVE MN-PISO-PCT TO WRK-PISO-PCT
               END-READ
               CLOSE MARGEM-PISO
           END-IF.
       1400-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SOLTAR-VENDAS - CUSTEIA CADA VENDA DO MES E A SOLTA     *
      *                      DUAS VEZES PARA O SORT: UMA NA VISAO    *
      *                      CATEGORIA/PRODUTO E OUTRA NA VISAO      *
      *                      FILIAL/VENDEDOR.                        *
      ****************************************************************
       2000-SOLTAR-VENDAS.
           READ SALES-MES
               AT END SET FIM-SALESMES TO TRUE
           END-READ.
           PERFORM 2100-SOLTAR-VENDA UNTIL FIM-SALESMES.
           CLOSE SALES-MES.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-VENDA.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE SM-COD-PRODUTO TO WRK-PRODUTO-PROCURADO.
           PERFORM 3700-PROCURAR-PRODUTO.
           PERFORM 2200-APURAR-CUSTO.
           MOVE SM-VALOR TO SG-RECEITA.
           SET SG-SECAO-PRODUTO TO TRUE.
           MOVE WRK-CATEGORIA-ACHADA TO SG-GRUPO.
           MOVE SM-COD-PRODUTO       TO SG-ITEM.
           RELEASE SG-REGISTRO.
           SET SG-SECAO-VENDEDOR TO TRUE.
           MOVE SM-FILIAL            TO SG-GRUPO.
           MOVE SM-COD-VENDEDOR      TO SG-ITEM.
           RELEASE SG-REGISTRO.
           READ SALES-MES
               AT END SET FIM-SALESMES TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-APURAR-CUSTO - CUSTO DE UMA UNIDADE PELA VIGENCIA MAIS  *
      *                     RECENTE ATE A DATA DA VENDA; NA          *
      *                     DEVOLUCAO (VALOR NEGATIVO) O CUSTO VOLTA *
      *                     COM SINAL NEGATIVO.                      *
      ****************************************************************
       2200-APURAR-CUSTO.
           MOVE ZEROS TO WRK-CUS-ACHADO
                         WRK-DATA-CUSTO-ACHADA.
           PERFORM 2210-COMPARAR-CUSTO
               VARYING WRK-CUS-IDX FROM 1 BY 1
               UNTIL WRK-CUS-IDX > WRK-QTD-CUSTOS.
           IF WRK-CUS-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-SEM-CUSTO
               MOVE ZEROS TO SG-CUSTO
               MOVE 'S'   TO SG-SEM-CUSTO
           ELSE
               MOVE 'N'   TO SG-SEM-CUSTO
               IF SM-VALOR < ZEROS
                   COMPUTE SG-CUSTO =
                       WRK-TAB-CUS-VALOR (WRK-CUS-ACHADO) * -1
               ELSE
                   MOVE WRK-TAB-CUS-VALOR (WRK-CUS-ACHADO)
                       TO SG-CUSTO
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-COMPARAR-CUSTO.
           IF WRK-TAB-CUS-PRODUTO (WRK-CUS-IDX) = SM-COD-PRODUTO
              AND WRK-TAB-CUS-DATA (WRK-CUS-IDX) NOT > SM-DATA
              AND WRK-TAB-CUS-DATA (WRK-CUS-IDX)
                      NOT < WRK-DATA-CUSTO-ACHADA
               MOVE WRK-CUS-IDX TO WRK-CUS-ACHADO
               MOVE WRK-TAB-CUS-DATA (WRK-CUS-IDX)
                   TO WRK-DATA-CUSTO-ACHADA
           END-IF.
       2210-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-MARGENS - RECEBE AS VENDAS CLASSIFICADAS POR   *
      *                         VISAO, GRUPO (CATEGORIA OU FILIAL) E *
      *                         ITEM (PRODUTO OU VENDEDOR), SOMA POR *
      *                         ITEM E FECHA CADA QUEBRA COM O SEU   *
      *                         SUBTOTAL.                            *
      ****************************************************************
       3000-IMPRIMIR-MARGENS.
           RETURN SORT-MARGEM
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-ACUMULAR-VENDA UNTIL FIM-SORT.
           IF TEM-ANTERIOR
               PERFORM 3300-FECHAR-ITEM
               PERFORM 3400-FECHAR-GRUPO
               PERFORM 3500-FECHAR-SECAO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ACUMULAR-VENDA.
           EVALUATE TRUE
               WHEN NOT TEM-ANTERIOR
                   SET TEM-ANTERIOR TO TRUE
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3200-ABRIR-SECAO
                   PERFORM 3250-ABRIR-GRUPO
               WHEN SG-SECAO NOT = WRK-SECAO-ANT
                   PERFORM 3300-FECHAR-ITEM
                   PERFORM 3400-FECHAR-GRUPO
                   PERFORM 3500-FECHAR-SECAO
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3200-ABRIR-SECAO
                   PERFORM 3250-ABRIR-GRUPO
               WHEN SG-GRUPO NOT = WRK-GRUPO-ANT
                   PERFORM 3300-FECHAR-ITEM
                   PERFORM 3400-FECHAR-GRUPO
                   PERFORM 3110-GUARDAR-CHAVES
                   PERFORM 3250-ABRIR-GRUPO
               WHEN SG-ITEM NOT = WRK-ITEM-ANT
                   PERFORM 3300-FECHAR-ITEM
                   PERFORM 3110-GUARDAR-CHAVES
           END-EVALUATE.
           ADD SG-RECEITA TO WRK-RECEITA-ITEM.
           ADD SG-CUSTO   TO WRK-CUSTO-ITEM.
           IF SG-SEM-CUSTO = 'S'
               SET ITEM-SEM-CUSTO TO TRUE
           END-IF.
           RETURN SORT-MARGEM
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3110-GUARDAR-CHAVES.
           MOVE SG-SECAO TO WRK-SECAO-ANT.
           MOVE SG-GRUPO TO WRK-GRUPO-ANT.
           MOVE SG-ITEM  TO WRK-ITEM-ANT.
       3110-EXIT.
           EXIT.

       3200-ABRIR-SECAO.
           MOVE ALL '=' TO MG-LINHA.
           WRITE MG-LINHA.
           IF SECAO-ANT-PRODUTO
               MOVE 'MARGEM POR CATEGORIA E PRODUTO' TO MG-LINHA
           ELSE
               MOVE 'MARGEM POR FILIAL E VENDEDOR'   TO MG-LINHA
           END-IF.
           WRITE MG-LINHA.
           MOVE ALL '=' TO MG-LINHA.
           WRITE MG-LINHA.
       3200-EXIT.
           EXIT.

       3250-ABRIR-GRUPO.
           IF SECAO-ANT-PRODUTO
               MOVE 'CATEGORIA '       TO WRK-TITULO-GRUPO
           ELSE
               MOVE 'FILIAL '          TO WRK-TITULO-GRUPO
           END-IF.
           MOVE SPACES TO MG-LINHA.
           STRING WRK-TITULO-GRUPO DELIMITED BY '  '
                  ' ' WRK-GRUPO-ANT DELIMITED BY SIZE
               INTO MG-LINHA
           END-STRING.
           WRITE MG-LINHA.
           IF SECAO-ANT-PRODUTO
               MOVE 'PRODUT DESCRICAO' TO MG-LINHA
           ELSE
               MOVE 'VENDED'           TO MG-LINHA
           END-IF.
           MOVE '           RECEITA'  TO MG-LINHA (39:).
           MOVE '             CUSTO'  TO MG-LINHA (58:).
           MOVE '            MARGEM'  TO MG-LINHA (77:).
           MOVE '  MARGEM%'           TO MG-LINHA (96:).
           WRITE MG-LINHA.
       3250-EXIT.
           EXIT.

      ****************************************************************
      * 3300-FECHAR-ITEM - IMPRIME O PRODUTO (OU VENDEDOR) COM A SUA *
      *                    MARGEM; NA VISAO POR PRODUTO, MARCA O SEM *
      *                    CUSTO E O QUE FICOU ABAIXO DO PISO.       *
      ****************************************************************
       3300-FECHAR-ITEM.
           MOVE WRK-RECEITA-ITEM TO WRK-CALC-RECEITA.
           MOVE WRK-CUSTO-ITEM   TO WRK-CALC-CUSTO.
           PERFORM 3600-CALCULAR-MARGEM.
           MOVE SPACES TO WRK-DESCRICAO-ACHADA.
           IF SECAO-ANT-PRODUTO
               MOVE WRK-ITEM-ANT TO WRK-PRODUTO-PROCURADO
               PERFORM 3700-PROCURAR-PRODUTO
           END-IF.
           MOVE SPACES TO MG-LINHA.
           STRING WRK-ITEM-ANT
                  ' ' WRK-DESCRICAO-ACHADA
                  ' ' WRK-RECEITAFN
                  ' ' WRK-CUSTOFN
                  ' ' WRK-MARGEMFN
                  ' ' WRK-PCTFN '%'
               DELIMITED BY SIZE INTO MG-LINHA
           END-STRING.
           IF SECAO-ANT-PRODUTO
               IF ITEM-SEM-CUSTO
                   MOVE '*** SEM CUSTO CADASTRADO' TO MG-LINHA (107:)
               ELSE
                   IF WRK-CALC-PCT < WRK-PISO-PCT
                       ADD 1 TO WRK-QTD-ABAIXO-PISO
                       MOVE '*** ABAIXO DO PISO'   TO MG-LINHA (107:)
                   END-IF
               END-IF
           END-IF.
           WRITE MG-LINHA.
           ADD 1 TO WRK-QTD-IMPRESSOS.
           ADD WRK-RECEITA-ITEM TO WRK-RECEITA-GRUPO.
           ADD WRK-CUSTO-ITEM   TO WRK-CUSTO-GRUPO.
           MOVE ZEROS TO WRK-RECEITA-ITEM
                         WRK-CUSTO-ITEM.
           MOVE 'N' TO WRK-ITEM-SEM-CUSTO.
       3300-EXIT.
           EXIT.

       3400-FECHAR-GRUPO.
           MOVE WRK-RECEITA-GRUPO TO WRK-CALC-RECEITA.
           MOVE WRK-CUSTO-GRUPO   TO WRK-CALC-CUSTO.
           PERFORM 3600-CALCULAR-MARGEM.
           MOVE SPACES TO MG-LINHA.
           STRING 'TOTAL ' WRK-TITULO-GRUPO DELIMITED BY '  '
                  ' ' WRK-GRUPO-ANT DELIMITED BY SIZE
               INTO MG-LINHA
           END-STRING.
           MOVE WRK-RECEITAFN TO MG-LINHA (39:).
           MOVE WRK-CUSTOFN   TO MG-LINHA (58:).
           MOVE WRK-MARGEMFN  TO MG-LINHA (77:).
           MOVE WRK-PCTFN     TO MG-LINHA (96:).
           MOVE '%'           TO MG-LINHA (105:).
           WRITE MG-LINHA.
           MOVE ALL '-' TO MG-LINHA.
           WRITE MG-LINHA.
           ADD WRK-RECEITA-GRUPO TO WRK-RECEITA-SECAO.
           ADD WRK-CUSTO-GRUPO   TO WRK-CUSTO-SECAO.
           MOVE ZEROS TO WRK-RECEITA-GRUPO
                         WRK-CUSTO-GRUPO.
       3400-EXIT.
           EXIT.

       3500-FECHAR-SECAO.
           MOVE WRK-RECEITA-SECAO TO WRK-CALC-RECEITA.
           MOVE WRK-CUSTO-SECAO   TO WRK-CALC-CUSTO.
           PERFORM 3600-CALCULAR-MARGEM.
           MOVE 'TOTAL GERAL' TO MG-LINHA.
           MOVE WRK-RECEITAFN TO MG-LINHA (39:).
           MOVE WRK-CUSTOFN   TO MG-LINHA (58:).
           MOVE WRK-MARGEMFN  TO MG-LINHA (77:).
           MOVE WRK-PCTFN     TO MG-LINHA (96:).
           MOVE '%'           TO MG-LINHA (105:).
           WRITE MG-LINHA.
           MOVE ZEROS TO WRK-RECEITA-SECAO
                         WRK-CUSTO-SECAO.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-CALCULAR-MARGEM - MARGEM = RECEITA - CUSTO; MARGEM % =  *
      *                        MARGEM / RECEITA (ZERO SEM RECEITA).  *
      ****************************************************************
       3600-CALCULAR-MARGEM.
           COMPUTE WRK-CALC-MARGEM = WRK-CALC-RECEITA - WRK-CALC-CUSTO.
           MOVE ZEROS TO WRK-CALC-PCT.
           IF WRK-CALC-RECEITA NOT = ZEROS
               COMPUTE WRK-CALC-PCT ROUNDED =
                   WRK-CALC-MARGEM * 100 / WRK-CALC-RECEITA
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-CALC-PCT
               END-COMPUTE
           END-IF.
           MOVE WRK-CALC-RECEITA TO WRK-RECEITAFN.
           MOVE WRK-CALC-CUSTO   TO WRK-CUSTOFN.
           MOVE WRK-CALC-MARGEM  TO WRK-MARGEMFN.
           MOVE WRK-CALC-PCT     TO WRK-PCTFN.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 3700-PROCURAR-PRODUTO - TRADUZ O CODIGO PELA TABELA DO       *
      *                         MESTRE; FORA DELE A CATEGORIA E '???'*
      ****************************************************************
       3700-PROCURAR-PRODUTO.
           MOVE 'PRODUTO SEM CADASTRO NO MESTRE'
               TO WRK-DESCRICAO-ACHADA.
           MOVE '???' TO WRK-CATEGORIA-ACHADA.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-PROD-IDX TO 1
               SEARCH WRK-TAB-PROD-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-PROD-IDX > WRK-QTD-PRODUTOS
                       CONTINUE
                   WHEN WRK-TAB-PROD-CODIGO (WRK-PROD-IDX)
                           = WRK-PRODUTO-PROCURADO
                       MOVE WRK-TAB-PROD-DESCRICAO (WRK-PROD-IDX)
                           TO WRK-DESCRICAO-ACHADA
                       MOVE WRK-TAB-PROD-CATEGORIA (WRK-PROD-IDX)
                           TO WRK-CATEGORIA-ACHADA
               END-SEARCH
           END-IF.
       3700-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-CONTROLE - TOTAIS DE CONTROLE NO CONSOLE.      *
      ****************************************************************
       4000-IMPRIMIR-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDAS       TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS DO MES LIDAS:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-CUSTO   TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS SEM CUSTO:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-IMPRESSOS   TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS IMPRESSAS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ABAIXO-PISO TO WRK-CONTROLEFN.
           DISPLAY 'PRODUTOS ABAIXO PISO: ' WRK-CONTROLEFN.
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
           MOVE 'PROGMRGRPT' TO RG-PROGRAMA.
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
           MOVE 'PROGMRGRPT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
