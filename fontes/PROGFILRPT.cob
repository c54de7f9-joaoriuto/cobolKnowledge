      *           NO TOTAL DA EMPRESA E O RANKING POR VALOR DO MES.  *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  VENDA CANCELADA NO DIA SAI DA QUANTIDADE E DO *
      *                VALOR VENDIDOS DA FILIAL (O CANCELAMENTO VEM  *
      *                DEPOIS DA VENDA NO SALES-POSTED).             *
      * 2026-10-15 JR  LINHA DA FILIAL TRAZ O NOME DO FILIAL-MASTER  *
      *                (FILMST) AO LADO DO CODIGO.                   *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT FILIAL-MTD     ASSIGN TO "FILMTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILMTD.
           SELECT FILIAL-MASTER  ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.
           SELECT FILIAL-REPORT  ASSIGN TO "FILRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FILRPT.
           COPY SALESPST.
       FD  FILIAL-MTD.
           COPY FILMTD.
       FD  FILIAL-MASTER.
           COPY FILMST.
       FD  FILIAL-REPORT.
       01  FR-LINHA                 PICTURE X(120).
       FD  ERROR-LOG.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-FILMTD            PIC X(02) VALUE SPACES.
           88  FS-FILMTD-OK             VALUE '00'.
       77  WRK-FS-FILMST            PIC X(02) VALUE SPACES.
           88  FS-FILMST-OK             VALUE '00'.
       77  WRK-FS-FILRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-FILMTD           PIC X(01) VALUE 'N'.
           88  FIM-FILMTD               VALUE 'S'.
       77  WRK-FIM-FILMST           PIC X(01) VALUE 'N'.
           88  FIM-FILMST               VALUE 'S'.

       01  WRK-DATA-HOJE.
           05  WRK-HOJE-ANO-MES     PIC 9(06).
       77  WRK-FILIAL-PROCURADA     PIC X(03) VALUE SPACES.
       77  WRK-FIL-ACHADA           PIC 9(02) VALUE ZEROS.

      * CODIGO E NOME DAS FILIAIS DO FILIAL-MASTER, SO PARA IMPRIMIR.
       01  WRK-TAB-CADASTRO.
           05  WRK-TAB-CAD-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-CAD-IDX.
               10  WRK-CAD-CODIGO        PICTURE X(03).
               10  WRK-CAD-NOME          PICTURE X(30).
       77  WRK-QTD-CADASTRO         PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-FILIAL          PIC X(30) VALUE SPACES.

       77  WRK-IDX-A                PIC 9(02) COMP-3 VALUE ZEROS.
       77  WRK-IDX-B                PIC 9(02) COMP-3 VALUE ZEROS.
       01  WRK-ITEM-TROCA.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-MTD-FILIAL.
           PERFORM 1200-CARREGAR-CADASTRO.
           PERFORM 2000-ACUMULAR-DIA.
           PERFORM 3000-GRAVAR-MTD-FILIAL.
           PERFORM 4000-IMPRIMIR-RELATORIO.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-CADASTRO - CARREGA CODIGO E NOME DAS FILIAIS   *
      *                          DO FILIAL-MASTER; SEM O CADASTRO O  *
      *                          RELATORIO SAI SO COM O CODIGO.      *
      ****************************************************************
       1200-CARREGAR-CADASTRO.
           OPEN INPUT FILIAL-MASTER.
           IF FS-FILMST-OK
               READ FILIAL-MASTER
                   AT END SET FIM-FILMST TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-CADASTRO UNTIL FIM-FILMST
               CLOSE FILIAL-MASTER
           ELSE
               DISPLAY 'FILIAL-MASTER INDISPONIVEL - FS: '
                       WRK-FS-FILMST ' - RELATORIO SEM NOMES'
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-CADASTRO.
           IF WRK-QTD-CADASTRO < 50
               ADD 1 TO WRK-QTD-CADASTRO
               MOVE FL-CODIGO TO WRK-CAD-CODIGO (WRK-QTD-CADASTRO)
               MOVE FL-NOME   TO WRK-CAD-NOME (WRK-QTD-CADASTRO)
           END-IF.
           READ FILIAL-MASTER
               AT END SET FIM-FILMST TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 2000-ACUMULAR-DIA - SOMA O SALES-POSTED DO DIA NA ENTRADA DA *
      *                     FILIAL (DIA E MES).                      *
           MOVE PS-FILIAL TO WRK-FILIAL-PROCURADA.
           PERFORM 5000-ACHAR-OU-CRIAR-FILIAL.
           IF WRK-FIL-ACHADA > ZEROS
               EVALUATE TRUE
                   WHEN PS-CANCELAMENTO
                       SUBTRACT 1
                           FROM WRK-FIL-QTD-DIA (WRK-FIL-ACHADA)
                                WRK-FIL-QTD-MES (WRK-FIL-ACHADA)
                       SUBTRACT PS-VALOR-REAL
                           FROM WRK-FIL-SOMA-DIA (WRK-FIL-ACHADA)
                                WRK-FIL-SOMA-MES (WRK-FIL-ACHADA)
                   WHEN PS-DEVOLUCAO
                       ADD 1 TO WRK-FIL-QTDDEV-DIA (WRK-FIL-ACHADA)
                                WRK-FIL-QTDDEV-MES (WRK-FIL-ACHADA)
                       ADD PS-VALOR-REAL
                           TO WRK-FIL-SOMADEV-DIA (WRK-FIL-ACHADA)
                              WRK-FIL-SOMADEV-MES (WRK-FIL-ACHADA)
                   WHEN OTHER
                       ADD 1 TO WRK-FIL-QTD-DIA (WRK-FIL-ACHADA)
                                WRK-FIL-QTD-MES (WRK-FIL-ACHADA)
                       ADD PS-VALOR-REAL
                           TO WRK-FIL-SOMA-DIA (WRK-FIL-ACHADA)
                              WRK-FIL-SOMA-MES (WRK-FIL-ACHADA)
               END-EVALUATE
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           MOVE WRK-POSICAO TO WRK-POSICAOFN.
           MOVE SPACES TO FR-LINHA.
           MOVE WRK-FIL-SOMA-DIA (WRK-IDX-A) TO WRK-VALORFN.
           PERFORM 4150-ACHAR-NOME.
           STRING WRK-POSICAOFN
                  ' FILIAL ' WRK-FIL-CODIGO (WRK-IDX-A)
                  ' ' WRK-NOME-FILIAL
                  ' DIA ' WRK-VALORFN
               DELIMITED BY SIZE INTO FR-LINHA
           END-STRING.
       4100-EXIT.
           EXIT.

       4150-ACHAR-NOME.
           MOVE 'NAO CADASTRADA' TO WRK-NOME-FILIAL.
           IF WRK-QTD-CADASTRO > ZEROS
               SET WRK-CAD-IDX TO 1
               SEARCH WRK-TAB-CAD-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CAD-CODIGO (WRK-CAD-IDX)
                           = WRK-FIL-CODIGO (WRK-IDX-A)
                       MOVE WRK-CAD-NOME (WRK-CAD-IDX)
                           TO WRK-NOME-FILIAL
               END-SEARCH
           END-IF.
       4150-EXIT.
           EXIT.

      ****************************************************************
      * 4500-RANQUEAR-FILIAIS - ORDENA A TABELA PELO VALOR DO MES,   *
      *                         DECRESCENTE (TROCA SIMPLES).         *
       4610-EXIT.
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
           MOVE WRK-QTD-FILIAIS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
