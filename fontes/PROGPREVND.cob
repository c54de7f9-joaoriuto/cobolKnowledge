      *                (SALESTR): O ARQUIVO LIMPO ACOMPANHA O        *
      *                LAYOUT NOVO.                                  *
      * 2026-09-02 JR  IDEM PARA A FORMA DE PAGAMENTO (SALESTR).     *
      * 2026-10-15 JR  GANHA A CRITICA DE SALDO CONTRA O NOVO        *
      *                ESTOQUE-MASTER (PRODUTO + FILIAL): VENDA DE   *
      *                PRODUTO SEM ESTOQUE NA FILIAL, DESCONTADAS AS *
      *                VENDAS JA ACEITAS NO LOTE, VAI PARA O ARQUIVO *
      *                DE REJEITADOS COM O MOTIVO. SEM O ESTOQUE, A  *
      *                CRITICA NAO RODA.                             *
      * 2026-10-15 JR  O REGISTRO GANHOU O DOCUMENTO DE REFERENCIA E *
      *                O MOTIVO DO CANCELAMENTO (SALESTR): O ARQUIVO *
      *                LIMPO E O DE REJEITADOS ACOMPANHAM O LAYOUT   *
      *                NOVO. O CANCELAMENTO ('C') TEM O OPERADOR     *
      *                CRITICADO COMO VENDEDOR E O DOCUMENTO E O     *
      *                MOTIVO CONFERIDOS; CPF, MOEDA, PRODUTO E      *
      *                ESTOQUE NAO SE APLICAM.                       *
      * 2026-10-15 JR  O REGISTRO GANHOU O TIPO DE PESSOA E O CNPJ   *
      *                (SALESTR): O ARQUIVO LIMPO E O DE REJEITADOS  *
      *                ACOMPANHAM O LAYOUT NOVO. CLIENTE PJ TEM OS   *
      *                DIGITOS DO CNPJ CONFERIDOS (MODULO 11 DA      *
      *                RECEITA) NO LUGAR DO CPF; TIPO DE PESSOA      *
      *                DESCONHECIDO VAI PARA O ARQUIVO DE REJEITADOS.*
      * 2026-10-15 JR  GANHA A CRITICA DA FILIAL (ST-FILIAL) CONTRA  *
      *                O NOVO FILIAL-MASTER (FILMST): FILIAL NAO     *
      *                CADASTRADA, AINDA NAO ABERTA OU FECHADA ANTES *
      *                DO DIA DO LOTE VAI PARA O ARQUIVO DE          *
      *                REJEITADOS COM O MOTIVO (VALE TAMBEM PARA O   *
      *                CANCELAMENTO).                                *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODMST.
           SELECT FILIAL-MASTER  ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.
           SELECT ESTOQUE-MASTER ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT RATE-TABLE     ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RATETAB.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-ENTRADA.
           COPY VENDMST.
       FD  PRODUTO-MASTER.
           COPY PRODMST.
       FD  FILIAL-MASTER.
           COPY FILMST.
       FD  ESTOQUE-MASTER.
           COPY ESTOQUE.
       FD  RATE-TABLE.
           COPY RATETAB.
       FD  SALES-LIMPO.
       01  SL-REGISTRO              PICTURE X(67).
       FD  SALES-REJEITO.
       01  SR-LINHA                 PICTURE X(98).
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
       77  WRK-FS-SALESIN           PIC X(02) VALUE SPACES.
           88  FS-SALESIN-OK             VALUE '00'.
       77  WRK-FS-VENDMST           PIC X(02) VALUE SPACES.
           88  FS-VENDMST-OK             VALUE '00'.
       77  WRK-FS-PRODMST           PIC X(02) VALUE SPACES.
           88  FS-PRODMST-OK             VALUE '00'.
       77  WRK-FS-FILMST            PIC X(02) VALUE SPACES.
           88  FS-FILMST-OK              VALUE '00'.
       77  WRK-FS-ESTOQUE           PIC X(02) VALUE SPACES.
           88  FS-ESTOQUE-OK             VALUE '00'.
       77  WRK-FS-RATETAB           PIC X(02) VALUE SPACES.
           88  FS-RATETAB-OK             VALUE '00'.
       77  WRK-FS-SALESCLN          PIC X(02) VALUE SPACES.
           88  FIM-PRODMST              VALUE 'S'.
       77  WRK-FIM-RATETAB          PIC X(01) VALUE 'N'.
           88  FIM-RATETAB              VALUE 'S'.
       77  WRK-FIM-FILMST           PIC X(01) VALUE 'N'.
           88  FIM-FILMST               VALUE 'S'.
       77  WRK-DATA-LOTE            PIC 9(08) VALUE ZEROS.

       01  WRK-TAB-FILIAL.
           05  WRK-TAB-FIL-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-FIL-IDX.
               10  WRK-TAB-FIL-CODIGO    PICTURE X(03).
               10  WRK-TAB-FIL-SITUACAO  PICTURE X(01).
               10  WRK-TAB-FIL-ABERTURA  PICTURE 9(08).
               10  WRK-TAB-FIL-FECHAMENTO PICTURE 9(08).
       77  WRK-QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
       77  WRK-FILIAL-OK            PIC X(01) VALUE 'N'.
           88  FILIAL-OK                VALUE 'S'.

       01  WRK-TAB-VENDEDOR.
           05  WRK-TAB-VEND-ITEM OCCURS 200 TIMES
               10  WRK-TAB-PROD-SITUACAO PICTURE X(01).
       77  WRK-QTD-PRODUTOS         PIC 9(03) VALUE ZEROS.

       01  WRK-TAB-CONSUMO.
           05  WRK-TAB-CONS-ITEM OCCURS 2000 TIMES
                                 INDEXED BY WRK-CONS-IDX.
               10  WRK-TAB-CONS-CHAVE    PICTURE X(09).
               10  WRK-TAB-CONS-QTD      PICTURE 9(05).
       77  WRK-QTD-CONSUMOS         PIC 9(04) VALUE ZEROS.
       77  WRK-SALDO-DISPONIVEL     PIC S9(07) COMP-3 VALUE ZEROS.
       77  WRK-ESTOQUE-ABERTO       PIC X(01) VALUE 'N'.
           88  ESTOQUE-ABERTO           VALUE 'S'.
       77  WRK-CONSUMO-ACHADO       PIC X(01) VALUE 'N'.
           88  CONSUMO-ACHADO           VALUE 'S'.

       01  WRK-TAB-COTACAO.
           05  WRK-TAB-ITEM OCCURS 20 TIMES INDEXED BY WRK-TAB-IDX.
               10  WRK-TAB-MOEDA       PICTURE X(03).
       77 WRK-CPF-VALIDO PICTURE X(01) VALUE 'N'.
           88 CPF-OK               VALUE 'S'.
           88 CPF-NAO-OK           VALUE 'N'.
       01 WRK-CNPJ-GRUPO.
           05 WRK-CNPJ       PICTURE 9(14) VALUE ZEROS.
           05 WRK-CNPJ-DIGITOS REDEFINES WRK-CNPJ.
               10 WRK-CNPJ-DIG PICTURE 9 OCCURS 14 TIMES.
       77 WRK-CNPJ-VALIDO PICTURE X(01) VALUE 'N'.
           88 CNPJ-OK              VALUE 'S'.
           88 CNPJ-NAO-OK          VALUE 'N'.
       77 WRK-SOMA        PICTURE 9(04) COMP-3 VALUE ZEROS.
       77 WRK-PESO        PICTURE 9(02) VALUE ZEROS.
       77 WRK-RESTO       PICTURE 9(02) VALUE ZEROS.
       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LIMPOS           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-ESTOQUE      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-LOTE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-VENDEDORES.
           PERFORM 1020-CARREGAR-FILIAIS.
           PERFORM 1050-CARREGAR-PRODUTOS.
           PERFORM 1100-CARREGAR-COTACOES.
           PERFORM 1200-ABRIR-ARQUIVOS.
           PERFORM 2000-CRITICAR-VENDA UNTIL FIM-ARQUIVO.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-VENDMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1020-CARREGAR-FILIAIS - CARREGA O FILIAL-MASTER EM MEMORIA   *
      *                         PARA A CRITICA, COMO O VENDMST.      *
      ****************************************************************
       1020-CARREGAR-FILIAIS.
           OPEN INPUT FILIAL-MASTER.
           IF FS-FILMST-OK
               READ FILIAL-MASTER
                   AT END MOVE 'S' TO WRK-FIM-FILMST
               END-READ
               PERFORM 1030-GUARDAR-FILIAL UNTIL FIM-FILMST
               CLOSE FILIAL-MASTER
           ELSE
               MOVE 'S' TO WRK-FIM-FILMST
               MOVE 'FILMST'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-FILMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1020-EXIT.
           EXIT.

       1030-GUARDAR-FILIAL.
           IF WRK-QTD-FILIAIS < 50
               ADD 1 TO WRK-QTD-FILIAIS
               MOVE FL-CODIGO   TO WRK-TAB-FIL-CODIGO
                                   (WRK-QTD-FILIAIS)
               MOVE FL-SITUACAO TO WRK-TAB-FIL-SITUACAO
                                   (WRK-QTD-FILIAIS)
               MOVE FL-DATA-ABERTURA TO WRK-TAB-FIL-ABERTURA
                                   (WRK-QTD-FILIAIS)
               MOVE FL-DATA-FECHAMENTO TO WRK-TAB-FIL-FECHAMENTO
                                   (WRK-QTD-FILIAIS)
           ELSE
               DISPLAY 'FILIAL-MASTER EXCEDE A CAPACIDADE DA '
                       'TABELA - FILIAL ' FL-CODIGO ' IGNORADA'
           END-IF.
           READ FILIAL-MASTER
               AT END MOVE 'S' TO WRK-FIM-FILMST
           END-READ.
       1030-EXIT.
           EXIT.

      ****************************************************************
      * 1050-CARREGAR-PRODUTOS - CARREGA O PRODUTO-MASTER EM MEMORIA *
      *                          PARA A CRITICA, COMO O VENDMST.     *
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-PRODMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1050-EXIT.
           EXIT.
           OPEN INPUT  SALES-ENTRADA
                OUTPUT SALES-LIMPO
                       SALES-REJEITO.
           INITIALIZE WRK-TAB-CONSUMO.
           OPEN INPUT ESTOQUE-MASTER.
           IF FS-ESTOQUE-OK
               SET ESTOQUE-ABERTO TO TRUE
           ELSE
               MOVE 'ESTOQUE' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ESTOQUE TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               DISPLAY 'ESTOQUE INDISPONIVEL - FS: ' WRK-FS-ESTOQUE
                       ' - VENDAS NAO CRITICADAS CONTRA O SALDO'
           END-IF.
           IF NOT FS-SALESIN-OK
               MOVE 'SALESIN' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-SALESIN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ARQUIVO TO TRUE
           ELSE
               READ SALES-ENTRADA
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 2100-CRITICAR-VENDEDOR.
           IF WRK-MOTIVO = SPACES
               PERFORM 2700-CRITICAR-FILIAL
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND ST-CANCELAMENTO
               PERFORM 2600-CRITICAR-CANCELAMENTO
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND NOT ST-CANCELAMENTO
               PERFORM 2200-CRITICAR-CPF
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND NOT ST-CANCELAMENTO
               PERFORM 2300-CRITICAR-MOEDA
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND NOT ST-CANCELAMENTO
               PERFORM 2400-CRITICAR-PRODUTO
           END-IF.
           IF WRK-MOTIVO = SPACES
              AND NOT ST-CANCELAMENTO
               PERFORM 2500-CRITICAR-ESTOQUE THRU 2500-EXIT
           END-IF.
           IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-QTD-LIMPOS
               MOVE ST-REGISTRO TO SL-REGISTRO
      ****************************************************************
      * 2200-CRITICAR-CPF - CONFERE OS DIGITOS VERIFICADORES DO CPF  *
      *                     DO CLIENTE (MESMO MODULO 11 DO PROGCPF). *
      *                     CLIENTE PJ TEM O CNPJ CONFERIDO NO LUGAR *
      *                     DO CPF.                                  *
      ****************************************************************
       2200-CRITICAR-CPF.
           IF NOT ST-CLIENTE-PF AND NOT ST-CLIENTE-PJ
               MOVE 'TIPO DE PESSOA INVALIDO' TO WRK-MOTIVO
           ELSE
               IF ST-CLIENTE-PJ
                   PERFORM 2250-CRITICAR-CNPJ
               ELSE
                   MOVE ST-CPF-CLIENTE TO WRK-CPF
                   PERFORM 3000-VALIDAR-CPF
                   IF CPF-NAO-OK
                       MOVE 'CPF DO CLIENTE INVALIDO' TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2250-CRITICAR-CNPJ - CLIENTE PJ: O CNPJ DEVE SER NUMERICO,   *
      *                      DIFERENTE DE ZERO E COM OS DIGITOS      *
      *                      VERIFICADORES CERTOS; O CPF VEM ZERADO. *
      ****************************************************************
       2250-CRITICAR-CNPJ.
           IF ST-CNPJ-CLIENTE IS NOT NUMERIC
              OR ST-CNPJ-CLIENTE = ZEROS
               MOVE 'CNPJ DO CLIENTE INVALIDO' TO WRK-MOTIVO
           ELSE
               MOVE ST-CNPJ-CLIENTE TO WRK-CNPJ
               PERFORM 3300-VALIDAR-CNPJ
               IF CNPJ-NAO-OK
                   MOVE 'CNPJ DO CLIENTE INVALIDO' TO WRK-MOTIVO
               ELSE
                   IF ST-CPF-CLIENTE NOT = ZEROS
                       MOVE 'CLIENTE PJ COM CPF PREENCHIDO'
                           TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      ****************************************************************
      * 2300-CRITICAR-MOEDA - REAL (OU BRANCO) PASSA DIRETO; OUTRA   *
      *                       MOEDA PRECISA ESTAR NO RATE-TABLE.     *
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-CRITICAR-ESTOQUE - A VENDA PRECISA DE SALDO DO PRODUTO  *
      *                         NA FILIAL NO ESTOQUE-MASTER, JA      *
      *                         DESCONTADAS AS VENDAS ACEITAS ANTES  *
      *                         NESTE MESMO LOTE (TABELA DE CONSUMO).*
      *                         A DEVOLUCAO NAO E CRITICADA.         *
      ****************************************************************
       2500-CRITICAR-ESTOQUE.
           IF NOT ESTOQUE-ABERTO OR ST-DEVOLUCAO
               GO TO 2500-EXIT
           END-IF.
           MOVE ST-COD-PRODUTO TO ES-COD-PRODUTO.
           MOVE ST-FILIAL      TO ES-FILIAL.
           READ ESTOQUE-MASTER
               INVALID KEY
                   MOVE ZEROS TO ES-QTD-SALDO
           END-READ.
           MOVE ES-QTD-SALDO TO WRK-SALDO-DISPONIVEL.
           MOVE 'N' TO WRK-CONSUMO-ACHADO.
           IF WRK-QTD-CONSUMOS > ZEROS
               SET WRK-CONS-IDX TO 1
               SEARCH WRK-TAB-CONS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-CONS-CHAVE (WRK-CONS-IDX) = ES-CHAVE
                       SET CONSUMO-ACHADO TO TRUE
                       SUBTRACT WRK-TAB-CONS-QTD (WRK-CONS-IDX)
                           FROM WRK-SALDO-DISPONIVEL
               END-SEARCH
           END-IF.
           IF WRK-SALDO-DISPONIVEL < 1
               MOVE 'PRODUTO SEM ESTOQUE NA FILIAL' TO WRK-MOTIVO
               ADD 1 TO WRK-QTD-SEM-ESTOQUE
               GO TO 2500-EXIT
           END-IF.
           IF CONSUMO-ACHADO
               ADD 1 TO WRK-TAB-CONS-QTD (WRK-CONS-IDX)
           ELSE
               IF WRK-QTD-CONSUMOS < 2000
                   ADD 1 TO WRK-QTD-CONSUMOS
                   MOVE ES-CHAVE TO WRK-TAB-CONS-CHAVE
                                    (WRK-QTD-CONSUMOS)
                   MOVE 1        TO WRK-TAB-CONS-QTD
                                    (WRK-QTD-CONSUMOS)
               ELSE
                   DISPLAY 'TABELA DE CONSUMO DO ESTOQUE CHEIA - '
                           'PRODUTO ' ST-COD-PRODUTO ' FILIAL '
                           ST-FILIAL ' SEM ACUMULO NO LOTE'
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2600-CRITICAR-CANCELAMENTO - O CANCELAMENTO SO TRAZ O        *
      *                              OPERADOR (JA CRITICADO COMO     *
      *                              VENDEDOR), O DOCUMENTO E O      *
      *                              MOTIVO; A VENDA CANCELADA E     *
      *                              CONFERIDA PELO PROGVENDAS.      *
      ****************************************************************
       2600-CRITICAR-CANCELAMENTO.
           IF ST-DOC-REFERENCIA NOT NUMERIC
              OR ST-DOC-REFERENCIA = ZEROS
               MOVE 'CANCELAMENTO SEM DOCUMENTO' TO WRK-MOTIVO
           ELSE
               IF NOT ST-MOTIVO-CANCEL-VALIDO
                   MOVE 'CANCELAMENTO SEM MOTIVO VALIDO'
                       TO WRK-MOTIVO
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 2700-CRITICAR-FILIAL - A FILIAL DEVE EXISTIR NO MESTRE E     *
      *                        ESTAR EM OPERACAO NO DIA DO LOTE:     *
      *                        JA ABERTA E, SE FECHADA, FECHADA NO   *
      *                        DIA DO LOTE OU DEPOIS.                *
      ****************************************************************
       2700-CRITICAR-FILIAL.
           MOVE 'N' TO WRK-FILIAL-OK.
           IF WRK-QTD-FILIAIS > ZEROS
               SET WRK-FIL-IDX TO 1
               SEARCH WRK-TAB-FIL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-FIL-CODIGO (WRK-FIL-IDX) = ST-FILIAL
                       IF WRK-TAB-FIL-ABERTURA (WRK-FIL-IDX)
                               NOT > WRK-DATA-LOTE
                          AND (WRK-TAB-FIL-SITUACAO (WRK-FIL-IDX) = 'A'
                           OR WRK-TAB-FIL-FECHAMENTO (WRK-FIL-IDX)
                               NOT < WRK-DATA-LOTE)
                           MOVE 'S' TO WRK-FILIAL-OK
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT FILIAL-OK
               MOVE 'FILIAL DESCONHECIDA OU FECHADA' TO WRK-MOTIVO
           END-IF.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 3000-VALIDAR-CPF
      * CALCULA OS DOIS DIGITOS VERIFICADORES (MODULO 11) E COMPARA
               (WRK-CPF-DIG (WRK-IDX) * WRK-PESO).
           SUBTRACT 1 FROM WRK-PESO.

      *****************************************************************
      * 3300-VALIDAR-CNPJ
      * CALCULA OS DOIS DIGITOS VERIFICADORES DO CNPJ (MODULO 11, PESOS
      * DE 2 A 9 DA DIREITA PARA A ESQUERDA) E COMPARA COM OS DIGITOS
      * 13 E 14 DO NUMERO LIDO.
      *****************************************************************
       3300-VALIDAR-CNPJ.
           MOVE 'N' TO WRK-CNPJ-VALIDO.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 5     TO WRK-PESO.
           PERFORM 3400-SOMAR-DV-CNPJ
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12.
           COMPUTE WRK-RESTO = FUNCTION MOD (WRK-SOMA 11).
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 6     TO WRK-PESO.
           PERFORM 3400-SOMAR-DV-CNPJ
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 13.
           COMPUTE WRK-RESTO = FUNCTION MOD (WRK-SOMA 11).
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV2
           ELSE
               COMPUTE WRK-DV2 = 11 - WRK-RESTO
           END-IF.

           IF WRK-DV1 = WRK-CNPJ-DIG (13) AND
              WRK-DV2 = WRK-CNPJ-DIG (14)
               MOVE 'S' TO WRK-CNPJ-VALIDO
           END-IF.

       3400-SOMAR-DV-CNPJ.
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CNPJ-DIG (WRK-IDX) * WRK-PESO).
           IF WRK-PESO = 2
               MOVE 9 TO WRK-PESO
           ELSE
               SUBTRACT 1 FROM WRK-PESO
           END-IF.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
           IF FS-SALESIN-OK OR WRK-FS-SALESIN = '10'
               CLOSE SALES-ENTRADA
           END-IF.
           IF ESTOQUE-ABERTO
               CLOSE ESTOQUE-MASTER
           END-IF.
           CLOSE SALES-LIMPO
                 SALES-REJEITO.
       9000-EXIT.
           DISPLAY 'REGISTROS GRAVADOS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REJEITADOS TO WRK-CONTROLEFN.
           DISPLAY 'REGISTROS REJEITADOS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-ESTOQUE TO WRK-CONTROLEFN.
           DISPLAY '  DOS QUAIS SEM ESTOQUE: ' WRK-CONTROLEFN.
       9700-EXIT.
           EXIT.

           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
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
           MOVE 'PROGPREVND' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LIMPOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITADOS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
