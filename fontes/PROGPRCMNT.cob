       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGPRCMNT.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: MANUTENCAO DA TABELA DE PRECOS (PRECOTAB) PELO     *
      *           COMERCIAL - APLICA O MOVIMENTO DO DIA (PRECOMOV:   *
      *           'I' INCLUI OU ALTERA O PRECO DE UM PRODUTO A PARTIR*
      *           DE UMA VIGENCIA, 'E' EXCLUI UMA VIGENCIA AGENDADA),*
      *           RECUSA PRODUTO FORA DO PRODMST, PRECO ZERADO E     *
      *           VIGENCIA RETROATIVA (O PRECO QUE JA VALEU PARA     *
      *           VENDA NAO MUDA), GRAVA A TABELA NOVA (PRECOTBN) EM *
      *           ORDEM DE PRODUTO E VIGENCIA E IMPRIME O RELATORIO  *
      *           DA CARGA. AS VIGENCIAS ANTIGAS FICAM NA TABELA COMO*
      *           HISTORICO DE PRECOS.                               *
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
           SELECT PRECO-MOVIMENTO ASSIGN TO "PRECOMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOMOV.
           SELECT PRECO-TABELA   ASSIGN TO "PRECOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOTAB.
           SELECT PRECO-TABELA-NOVA ASSIGN TO "PRECOTBN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOTBN.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODMST.
           SELECT SORT-PRECOS    ASSIGN TO "SORTWK01".
           SELECT PRECO-REPORT   ASSIGN TO "PRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRCRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  PRECO-MOVIMENTO.
       01  MV-REGISTRO.
           05  MV-OPERACAO          PICTURE X(01).
               88  MV-INCLUSAO          VALUE 'I'.
               88  MV-EXCLUSAO          VALUE 'E'.
           05  MV-COD-PRODUTO       PICTURE X(06).
           05  MV-DATA-VIGENCIA     PICTURE 9(08).
           05  MV-PRECO             PICTURE 9(08)V99.
       FD  PRECO-TABELA.
           COPY PRECOTAB.
       FD  PRECO-TABELA-NOVA.
       01  PN-REGISTRO              PICTURE X(24).
       FD  PRODUTO-MASTER.
           COPY PRODMST.
       SD  SORT-PRECOS.
       01  SP-REGISTRO.
           05  SP-COD-PRODUTO       PICTURE X(06).
           05  SP-DATA-VIGENCIA     PICTURE 9(08).
           05  SP-ORIGEM            PICTURE X(01).
               88  SP-DA-TABELA         VALUE 'A'.
               88  SP-DO-MOVIMENTO      VALUE 'M'.
           05  SP-OPERACAO          PICTURE X(01).
               88  SP-INCLUSAO          VALUE 'I'.
               88  SP-EXCLUSAO          VALUE 'E'.
           05  SP-PRECO             PICTURE 9(08)V99.
       FD  PRECO-REPORT.
       01  PR-LINHA                 PICTURE X(80).
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
       77  WRK-FS-PRECOMOV          PIC X(02) VALUE SPACES.
           88  FS-PRECOMOV-OK           VALUE '00'.
       77  WRK-FS-PRECOTAB          PIC X(02) VALUE SPACES.
           88  FS-PRECOTAB-OK           VALUE '00'.
           88  FS-PRECOTAB-NAO-EXISTE   VALUE '35'.
       77  WRK-FS-PRECOTBN          PIC X(02) VALUE SPACES.
       77  WRK-FS-PRODMST           PIC X(02) VALUE SPACES.
           88  FS-PRODMST-OK            VALUE '00'.
       77  WRK-FS-PRCRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-PRECOMOV         PIC X(01) VALUE 'N'.
           88  FIM-PRECOMOV             VALUE 'S'.
       77  WRK-FIM-PRECOTAB         PIC X(01) VALUE 'N'.
           88  FIM-PRECOTAB             VALUE 'S'.
       77  WRK-FIM-PRODMST          PIC X(01) VALUE 'N'.
           88  FIM-PRODMST              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-PRECOMOV-LIDO        PIC X(01) VALUE 'N'.
           88  PRECOMOV-LIDO            VALUE 'S'.
       77  WRK-PRODUTO-OK           PIC X(01) VALUE 'N'.
           88  PRODUTO-OK               VALUE 'S'.
       77  WRK-TEM-GUARDADO         PIC X(01) VALUE 'N'.
           88  TEM-GUARDADO             VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.

       01  WRK-TAB-PRODUTO.
           05  WRK-TAB-PROD-ITEM OCCURS 500 TIMES
                                 INDEXED BY WRK-PROD-IDX.
               10  WRK-TAB-PROD-CODIGO   PICTURE X(06).
       77  WRK-QTD-PRODUTOS         PIC 9(03) VALUE ZEROS.

      * LINHA DA TABELA SEGURADA ATE A CHAVE (PRODUTO + VIGENCIA)
      * MUDAR - O MOVIMENTO DA MESMA CHAVE A SUBSTITUI OU EXCLUI.
       01  WRK-PRECO-GUARDADO.
           05  WRK-GRD-COD-PRODUTO  PICTURE X(06).
           05  WRK-GRD-DATA-VIGENCIA PICTURE 9(08).
           05  WRK-GRD-PRECO        PICTURE 9(08)V99.
       77  WRK-MOTIVO               PIC X(30) VALUE SPACES.
       77  WRK-ACAO                 PIC X(10) VALUE SPACES.
       77  WRK-PRECOFN              PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77  WRK-QTD-TABELA-LIDAS     PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-MOV-LIDOS        PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-INCLUIDOS        PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-ALTERADOS        PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-EXCLUIDOS        PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(06) COMP VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CONFERIR-TABELA.
           IF WRK-RL-STATUS = 'ERRO'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-PRODUTOS.
           OPEN OUTPUT PRECO-TABELA-NOVA
                       PRECO-REPORT.
           MOVE 'CARGA DA TABELA DE PRECOS' TO PR-LINHA.
           WRITE PR-LINHA.
           MOVE ALL '=' TO PR-LINHA.
           WRITE PR-LINHA.
           SORT SORT-PRECOS
               ON ASCENDING KEY SP-COD-PRODUTO
                                SP-DATA-VIGENCIA
                                SP-ORIGEM
               INPUT PROCEDURE IS 2000-SOLTAR-PRECOS
               OUTPUT PROCEDURE IS 3000-GRAVAR-TABELA.
           PERFORM 4000-IMPRIMIR-RELATORIO.
           CLOSE PRECO-TABELA-NOVA
                 PRECO-REPORT.
           IF PRECOMOV-LIDO
               PERFORM 4100-ESVAZIAR-MOVIMENTO
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0100-CONFERIR-TABELA - A TABELA ATUAL PRECISA ABRIR (OU NAO  *
      *                        EXISTIR AINDA, NA PRIMEIRA CARGA):    *
      *                        COM ELA ILEGIVEL O LOTE PARA ANTES    *
      *                        DE GRAVAR UMA TABELA NOVA VAZIA.      *
      ****************************************************************
       0100-CONFERIR-TABELA.
           OPEN INPUT PRECO-TABELA.
           IF FS-PRECOTAB-OK
               CLOSE PRECO-TABELA
           ELSE
               IF NOT FS-PRECOTAB-NAO-EXISTE
                   MOVE 'PRECOTAB' TO EL-ARQUIVO
                   MOVE 'OPEN'     TO EL-OPERACAO
                   MOVE WRK-FS-PRECOTAB TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
                   DISPLAY 'PRECOTAB ILEGIVEL - FS: ' WRK-FS-PRECOTAB
                           ' - CARGA DE PRECOS NAO EXECUTADA'
               END-IF
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-PRODUTOS - CARREGA OS CODIGOS DO               *
      *                          PRODUTO-MASTER PARA CRITICAR O      *
      *                          MOVIMENTO DE PRECOS.                *
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
      * 2000-SOLTAR-PRECOS - SOLTA PARA O SORT A TABELA ATUAL INTEIRA*
      *                      E O MOVIMENTO QUE PASSOU NA CRITICA; NA *
      *                      MESMA CHAVE O MOVIMENTO VEM DEPOIS DA   *
      *                      LINHA DA TABELA.                        *
      ****************************************************************
       2000-SOLTAR-PRECOS.
           OPEN INPUT PRECO-TABELA.
           IF FS-PRECOTAB-OK
               READ PRECO-TABELA
                   AT END SET FIM-PRECOTAB TO TRUE
               END-READ
               PERFORM 2100-SOLTAR-LINHA-TABELA UNTIL FIM-PRECOTAB
               CLOSE PRECO-TABELA
           ELSE
               DISPLAY 'PRECOTAB AINDA NAO EXISTE - PRIMEIRA CARGA'
           END-IF.
           OPEN INPUT PRECO-MOVIMENTO.
           IF FS-PRECOMOV-OK
               SET PRECOMOV-LIDO TO TRUE
               READ PRECO-MOVIMENTO
                   AT END SET FIM-PRECOMOV TO TRUE
               END-READ
               PERFORM 2200-CRITICAR-MOVIMENTO THRU 2200-EXIT
                   UNTIL FIM-PRECOMOV
               CLOSE PRECO-MOVIMENTO
           ELSE
               DISPLAY 'PRECOMOV INDISPONIVEL - FS: ' WRK-FS-PRECOMOV
                       ' - TABELA REGRAVADA SEM MOVIMENTO'
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-LINHA-TABELA.
           ADD 1 TO WRK-QTD-TABELA-LIDAS.
           MOVE PC-COD-PRODUTO   TO SP-COD-PRODUTO.
           MOVE PC-DATA-VIGENCIA TO SP-DATA-VIGENCIA.
           MOVE 'A'              TO SP-ORIGEM.
           MOVE 'I'              TO SP-OPERACAO.
           MOVE PC-PRECO         TO SP-PRECO.
           RELEASE SP-REGISTRO.
           READ PRECO-TABELA
               AT END SET FIM-PRECOTAB TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-CRITICAR-MOVIMENTO - VIGENCIA ZERADA VALE A PARTIR DE   *
      *                           HOJE. A VIGENCIA ANTERIOR A HOJE   *
      *                           E RECUSADA: O LOTE DE VENDAS JA    *
      *                           CONFERIU VENDAS COM AQUELE PRECO.  *
      ****************************************************************
       2200-CRITICAR-MOVIMENTO.
           ADD 1 TO WRK-QTD-MOV-LIDOS.
           IF MV-DATA-VIGENCIA = ZEROS
               MOVE WRK-DATA-HOJE TO MV-DATA-VIGENCIA
           END-IF.
           IF NOT MV-INCLUSAO AND NOT MV-EXCLUSAO
               MOVE 'OPERACAO INVALIDA' TO WRK-MOTIVO
               PERFORM 2300-RECUSAR-MOVIMENTO
               GO TO 2200-LER-PROXIMO
           END-IF.
           MOVE 'N' TO WRK-PRODUTO-OK.
           IF WRK-QTD-PRODUTOS > ZEROS
               SET WRK-PROD-IDX TO 1
               SEARCH WRK-TAB-PROD-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-PROD-CODIGO (WRK-PROD-IDX)
                           = MV-COD-PRODUTO
                       MOVE 'S' TO WRK-PRODUTO-OK
               END-SEARCH
           END-IF.
           IF NOT PRODUTO-OK
               MOVE 'PRODUTO FORA DO MESTRE' TO WRK-MOTIVO
               PERFORM 2300-RECUSAR-MOVIMENTO
               GO TO 2200-LER-PROXIMO
           END-IF.
           IF MV-INCLUSAO
              AND MV-PRECO NOT > ZEROS
               MOVE 'PRECO ZERADO' TO WRK-MOTIVO
               PERFORM 2300-RECUSAR-MOVIMENTO
               GO TO 2200-LER-PROXIMO
           END-IF.
           IF MV-DATA-VIGENCIA < WRK-DATA-HOJE
               MOVE 'VIGENCIA RETROATIVA' TO WRK-MOTIVO
               PERFORM 2300-RECUSAR-MOVIMENTO
               GO TO 2200-LER-PROXIMO
           END-IF.
           MOVE MV-COD-PRODUTO   TO SP-COD-PRODUTO.
           MOVE MV-DATA-VIGENCIA TO SP-DATA-VIGENCIA.
           MOVE 'M'              TO SP-ORIGEM.
           MOVE MV-OPERACAO      TO SP-OPERACAO.
           MOVE MV-PRECO         TO SP-PRECO.
           RELEASE SP-REGISTRO.
       2200-LER-PROXIMO.
           READ PRECO-MOVIMENTO
               AT END SET FIM-PRECOMOV TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

       2300-RECUSAR-MOVIMENTO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE SPACES TO PR-LINHA.
           STRING 'RECUSADO  PRODUTO ' MV-COD-PRODUTO
                  ' VIGENCIA ' MV-DATA-VIGENCIA
                  ' - ' WRK-MOTIVO
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING.
           WRITE PR-LINHA.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-GRAVAR-TABELA - RECEBE AS LINHAS CLASSIFICADAS E GRAVA  *
      *                      A TABELA NOVA: A LINHA DA TABELA FICA   *
      *                      SEGURADA ATE A CHAVE MUDAR, PARA O      *
      *                      MOVIMENTO DA MESMA CHAVE SUBSTITUIR O   *
      *                      PRECO ('I') OU EXCLUIR A VIGENCIA ('E').*
      ****************************************************************
       3000-GRAVAR-TABELA.
           RETURN SORT-PRECOS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-TRATAR-LINHA UNTIL FIM-SORT.
           IF TEM-GUARDADO
               PERFORM 3200-GRAVAR-GUARDADO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TRATAR-LINHA.
           IF TEM-GUARDADO
              AND (SP-COD-PRODUTO NOT = WRK-GRD-COD-PRODUTO
                   OR SP-DATA-VIGENCIA NOT = WRK-GRD-DATA-VIGENCIA)
               PERFORM 3200-GRAVAR-GUARDADO
           END-IF.
           EVALUATE TRUE
               WHEN SP-DA-TABELA
                   PERFORM 3300-GUARDAR-LINHA
               WHEN SP-INCLUSAO
                   IF TEM-GUARDADO
                       ADD 1 TO WRK-QTD-ALTERADOS
                       MOVE 'ALTERADO' TO WRK-ACAO
                   ELSE
                       ADD 1 TO WRK-QTD-INCLUIDOS
                       MOVE 'INCLUIDO' TO WRK-ACAO
                   END-IF
                   PERFORM 3300-GUARDAR-LINHA
                   PERFORM 3400-IMPRIMIR-APLICADO
               WHEN SP-EXCLUSAO
                   IF TEM-GUARDADO
                       ADD 1 TO WRK-QTD-EXCLUIDOS
                       MOVE 'N' TO WRK-TEM-GUARDADO
                       MOVE 'EXCLUIDO' TO WRK-ACAO
                       PERFORM 3400-IMPRIMIR-APLICADO
                   ELSE
                       ADD 1 TO WRK-QTD-REJEITADOS
                       MOVE SPACES TO PR-LINHA
                       STRING 'RECUSADO  PRODUTO ' SP-COD-PRODUTO
                              ' VIGENCIA ' SP-DATA-VIGENCIA
                              ' - EXCLUSAO SEM PRECO NA VIGENCIA'
                           DELIMITED BY SIZE INTO PR-LINHA
                       END-STRING
                       WRITE PR-LINHA
                   END-IF
           END-EVALUATE.
           RETURN SORT-PRECOS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-GRAVAR-GUARDADO.
           ADD 1 TO WRK-QTD-GRAVADOS.
           MOVE WRK-PRECO-GUARDADO TO PN-REGISTRO.
           WRITE PN-REGISTRO.
           MOVE 'N' TO WRK-TEM-GUARDADO.
       3200-EXIT.
           EXIT.

       3300-GUARDAR-LINHA.
           SET TEM-GUARDADO TO TRUE.
           MOVE SP-COD-PRODUTO   TO WRK-GRD-COD-PRODUTO.
           MOVE SP-DATA-VIGENCIA TO WRK-GRD-DATA-VIGENCIA.
           MOVE SP-PRECO         TO WRK-GRD-PRECO.
       3300-EXIT.
           EXIT.

       3400-IMPRIMIR-APLICADO.
           MOVE SP-PRECO TO WRK-PRECOFN.
           MOVE SPACES TO PR-LINHA.
           STRING WRK-ACAO ' PRODUTO ' SP-COD-PRODUTO
                  ' VIGENCIA ' SP-DATA-VIGENCIA
                  ' PRECO ' WRK-PRECOFN
               DELIMITED BY SIZE INTO PR-LINHA
           END-STRING.
           WRITE PR-LINHA.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-RELATORIO - TOTAIS DA CARGA.                   *
      ****************************************************************
       4000-IMPRIMIR-RELATORIO.
           MOVE ALL '=' TO PR-LINHA.
           WRITE PR-LINHA.
           MOVE WRK-QTD-INCLUIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO PR-LINHA.
           STRING 'PRECOS INCLUIDOS:     ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO PR-LINHA.
           WRITE PR-LINHA.
           MOVE WRK-QTD-ALTERADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO PR-LINHA.
           STRING 'PRECOS ALTERADOS:     ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO PR-LINHA.
           WRITE PR-LINHA.
           MOVE WRK-QTD-EXCLUIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO PR-LINHA.
           STRING 'VIGENCIAS EXCLUIDAS:  ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO PR-LINHA.
           WRITE PR-LINHA.
           MOVE WRK-QTD-REJEITADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO PR-LINHA.
           STRING 'MOVIMENTOS RECUSADOS: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO PR-LINHA.
           WRITE PR-LINHA.
           MOVE WRK-QTD-GRAVADOS TO WRK-CONTROLEFN.
           MOVE SPACES TO PR-LINHA.
           STRING 'LINHAS NA TABELA NOVA:' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO PR-LINHA.
           WRITE PR-LINHA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-ESVAZIAR-MOVIMENTO - O MOVIMENTO JA APLICADO SAI DO     *
      *                           PRECOMOV PARA NAO SER REAPLICADO   *
      *                           (E RECUSADO COMO RETROATIVO) NO    *
      *                           PROXIMO LOTE.                      *
      ****************************************************************
       4100-ESVAZIAR-MOVIMENTO.
           OPEN OUTPUT PRECO-MOVIMENTO.
           CLOSE PRECO-MOVIMENTO.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - LINHAS LIDAS E GRAVADAS.     *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-TABELA-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS DA TABELA:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-MOV-LIDOS    TO WRK-CONTROLEFN.
           DISPLAY 'MOVIMENTOS LIDOS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REJEITADOS   TO WRK-CONTROLEFN.
           DISPLAY 'MOVIMENTOS RECUSADOS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-GRAVADOS     TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS GRAVADAS:      ' WRK-CONTROLEFN.
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
           MOVE 'PROGPRCMNT' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-MOV-LIDOS  TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS   TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITADOS TO RG-QTD-REJEITADOS.
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
      *                    STATUS QUE VIERAM RUINS.                  *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGPRCMNT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
