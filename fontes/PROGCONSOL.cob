      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONSOLIDAR OS ARQUIVOS DE VENDA DAS FILIAIS EM UM  *
      *           UNICO SALES-TRANS ANTES DA ROTINA NOTURNA - CADA   *
      *           ARQUIVO DE FILIAL (CONCATENADOS NO DD BRANCHES,    *
      *           NA ORDEM QUE FOR) TRAZ UM CABECALHO (FILIAL E      *
      *           DATA) E UM TRAILER (QUANTIDADE); O PROGRAMA CONFERE*
      *           A CONTAGEM, CARIMBA A FILIAL DE ORIGEM EM CADA     *
      *           VENDA (ST-FILIAL), RECUSA FILIAL DUPLICADA E       *
      *                QUANTIDADE DE PARCELAS DA VENDA, COPIADA AO   *
      *                CONSOLIDADO COMO OS DEMAIS CAMPOS.            *
      * 2026-09-02 JR  IDEM PARA A FORMA DE PAGAMENTO (SALESTR).     *
      * 2026-10-15 JR  O REGISTRO DA FILIAL E O CONSOLIDADO GANHAM O *
      *                DOCUMENTO DE REFERENCIA E O MOTIVO DO         *
      *                CANCELAMENTO (SALESTR), COPIADOS COMO OS      *
      *                DEMAIS CAMPOS.                                *
      * 2026-10-15 JR  IDEM PARA O TIPO DE PESSOA E O CNPJ DO        *
      *                CLIENTE (SALESTR).                            *
      * 2026-10-15 JR  OS DD FIXOS BRANCH1-5 SAEM: OS ARQUIVOS DAS   *
      *                FILIAIS CHEGAM CONCATENADOS NO DD BRANCHES    *
      *                (UM CABECALHO/TRAILER POR FILIAL) E CADA      *
      *                FILIAL E CONFERIDA CONTRA O NOVO FILIAL-      *
      *                MASTER (FILMST): FILIAL NAO CADASTRADA OU     *
      *                FORA DE OPERACAO NA DATA DO MOVIMENTO E       *
      *                RECUSADA, O RELATORIO SAI COM O NOME DA       *
      *                FILIAL E LISTA AS FILIAIS EM OPERACAO QUE NAO *
      *                MANDARAM ARQUIVO. FILIAL NOVA NAO PEDE MAIS   *
      *                MUDANCA DE PROGRAMA.                          *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILES   ASSIGN TO "BRANCHES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BRANCH.
           SELECT FILIAL-MASTER  ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.
           SELECT SALES-CONSOL   ASSIGN TO "SALESCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESCON.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  BRANCH-FILES.
       01  BF-REGISTRO              PICTURE X(64).
       FD  FILIAL-MASTER.
           COPY FILMST.
       FD  SALES-CONSOL.
       01  SC-REGISTRO              PICTURE X(67).
       FD  CONSOL-REPORT.
       01  CS-LINHA                 PICTURE X(80).
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
       77  WRK-REGISTRO-FILIAL      PIC X(64) VALUE SPACES.
       77  WRK-FS-BRANCH            PIC X(02) VALUE SPACES.
           88  FS-BRANCH-OK              VALUE '00'.
           88  FS-BRANCH-NAO-EXISTE      VALUE '35'.
       77  WRK-FS-FILMST            PIC X(02) VALUE SPACES.
           88  FS-FILMST-OK              VALUE '00'.
       77  WRK-FS-SALESCON          PIC X(02) VALUE SPACES.
       77  WRK-FS-CONSRPT           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-BRANCH           PIC X(01) VALUE 'N'.
           88  FIM-BRANCH               VALUE 'S'.
       77  WRK-FIM-FILMST           PIC X(01) VALUE 'N'.
           88  FIM-FILMST               VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MOVIMENTO       PIC 9(08) VALUE ZEROS.
      * VISAO DE CONTROLE (CABECALHO/TRAILER) DO REGISTRO DA FILIAL.
       01  WRK-REG-CONTROLE.
           05  WRK-CTL-TIPO         PIC X(03).
               88  CTL-TRAILER          VALUE 'TRL'.
           05  WRK-CTL-FILIAL       PIC X(03).
           05  WRK-CTL-NUMERO       PIC 9(08).
           05  FILLER               PIC X(50).
      * VISAO DE DADOS (VENDA SEM FILIAL) DO REGISTRO DA FILIAL.
       01  WRK-REG-VENDA.
           05  WRK-BV-COD-VENDEDOR  PIC X(05).
           05  WRK-BV-COD-PRODUTO   PIC X(06).
           05  WRK-BV-QTD-PARCELAS  PIC 9(02).
           05  WRK-BV-FORMA-PAGTO   PIC X(01).
           05  WRK-BV-DOC-REFERENCIA PIC 9(08).
           05  WRK-BV-MOTIVO-CANCEL PIC X(02).
           05  WRK-BV-TIPO-PESSOA   PIC X(01).
           05  WRK-BV-CNPJ-CLIENTE  PIC 9(14).
      * VENDA CONSOLIDADA COM O CARIMBO DA FILIAL (LAYOUT SALESTR).
       01  WRK-REG-SAIDA.
           05  WRK-SA-COD-VENDEDOR  PIC X(05).
           05  WRK-SA-COD-PRODUTO   PIC X(06).
           05  WRK-SA-QTD-PARCELAS  PIC 9(02).
           05  WRK-SA-FORMA-PAGTO   PIC X(01).
           05  WRK-SA-DOC-REFERENCIA PIC 9(08).
           05  WRK-SA-MOTIVO-CANCEL PIC X(02).
           05  WRK-SA-TIPO-PESSOA   PIC X(01).
           05  WRK-SA-CNPJ-CLIENTE  PIC 9(14).
       77  WRK-FILIAL-CORRENTE      PIC X(03) VALUE SPACES.
       77  WRK-NOME-CORRENTE        PIC X(30) VALUE SPACES.
       77  WRK-DENTRO-FILIAL        PIC X(01) VALUE 'N'.
           88  DENTRO-FILIAL            VALUE 'S'.
       77  WRK-TEM-TRAILER          PIC X(01) VALUE 'N'.
           88  TEM-TRAILER              VALUE 'S'.
       77  WRK-QTD-FILIAL           PIC 9(08) COMP VALUE ZEROS.
       77  WRK-SOMA-FILIAL          PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-FILIAL-COM-ERRO      PIC X(01) VALUE 'N'.
           88  FILIAL-COM-ERRO          VALUE 'S'.
       77  WRK-COPIAR-FILIAL        PIC X(01) VALUE 'N'.
           88  COPIAR-FILIAL            VALUE 'S'.
      * FILIAIS DO FILIAL-MASTER, COM A MARCA DE ARQUIVO JA
      * CONSOLIDADO NESTE LOTE (SEGUNDO ARQUIVO DA MESMA FILIAL E
      * RECUSADO COMO DUPLICADO).
       01  WRK-TAB-FILIAIS.
           05  WRK-TAB-FIL-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-FIL-IDX.
               10  WRK-TAB-FIL-CODIGO    PICTURE X(03).
               10  WRK-TAB-FIL-NOME      PICTURE X(30).
               10  WRK-TAB-FIL-SITUACAO  PICTURE X(01).
               10  WRK-TAB-FIL-ABERTURA  PICTURE 9(08).
               10  WRK-TAB-FIL-FECHAMENTO PICTURE 9(08).
               10  WRK-TAB-FIL-RECEBIDA  PICTURE X(01).
       77  WRK-QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-ATUAL            PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                  PIC 9(02) VALUE ZEROS.
      * VEREDITO DE CADA ARQUIVO DA CONCATENACAO, NA ORDEM EM QUE
      * APARECEM (PRIMEIRA PASSAGEM), PARA A SEGUNDA PASSAGEM SO
      * COPIAR OS APROVADOS.
       01  WRK-TAB-SEGMENTOS.
           05  WRK-SEG-APROVADO OCCURS 100 TIMES
                                PICTURE X(01).
       77  WRK-QTD-SEGMENTOS        PIC 9(03) VALUE ZEROS.
       77  WRK-SEG-ATUAL            PIC 9(03) VALUE ZEROS.
       77  WRK-SEGMENTOFN           PIC ZZ9 VALUE ZEROS.
       77  WRK-QTD-FILIAIS-OK       PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-AVULSOS          PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-AUSENTES         PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-TOTAL            PIC 9(08) COMP VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-SOMAFN               PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-FILIAIS.
           OPEN OUTPUT SALES-CONSOL
                       CONSOL-REPORT.
           MOVE 'RELATORIO DE CONSOLIDACAO DAS FILIAIS' TO CS-LINHA.
           WRITE CS-LINHA.
           MOVE ALL '=' TO CS-LINHA.
           WRITE CS-LINHA.
           INITIALIZE WRK-TAB-SEGMENTOS.
           PERFORM 2000-CONFERIR-LOTE.
           IF WRK-QTD-FILIAIS-OK > ZEROS
               PERFORM 2700-COPIAR-LOTE
           END-IF.
           PERFORM 2800-LISTAR-AUSENTES.
           PERFORM 3000-IMPRIMIR-TOTAL-GERAL.
           CLOSE SALES-CONSOL
                 CONSOL-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-FILIAIS - CARREGA O FILIAL-MASTER EM MEMORIA.  *
      *                         SEM O CADASTRO NENHUMA FILIAL E      *
      *                         RECONHECIDA E O LOTE SAI VAZIO.      *
      ****************************************************************
       1000-CARREGAR-FILIAIS.
           OPEN INPUT FILIAL-MASTER.
           IF FS-FILMST-OK
               READ FILIAL-MASTER
                   AT END SET FIM-FILMST TO TRUE
               END-READ
               PERFORM 1100-GUARDAR-FILIAL UNTIL FIM-FILMST
               CLOSE FILIAL-MASTER
           ELSE
               DISPLAY 'CONSOLIDACAO: FILIAL-MASTER INDISPONIVEL - FS: '
                       WRK-FS-FILMST
               MOVE 'FILMST'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-FILMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-FILIAL.
           IF WRK-QTD-FILIAIS < 50
               ADD 1 TO WRK-QTD-FILIAIS
               MOVE FL-CODIGO   TO WRK-TAB-FIL-CODIGO (WRK-QTD-FILIAIS)
               MOVE FL-NOME     TO WRK-TAB-FIL-NOME (WRK-QTD-FILIAIS)
               MOVE FL-SITUACAO
                   TO WRK-TAB-FIL-SITUACAO (WRK-QTD-FILIAIS)
               MOVE FL-DATA-ABERTURA
                   TO WRK-TAB-FIL-ABERTURA (WRK-QTD-FILIAIS)
               MOVE FL-DATA-FECHAMENTO
                   TO WRK-TAB-FIL-FECHAMENTO (WRK-QTD-FILIAIS)
               MOVE 'N' TO WRK-TAB-FIL-RECEBIDA (WRK-QTD-FILIAIS)
           ELSE
               DISPLAY 'FILIAL-MASTER EXCEDE A CAPACIDADE DA '
                       'TABELA - FILIAL ' FL-CODIGO ' IGNORADA'
           END-IF.
           READ FILIAL-MASTER
               AT END SET FIM-FILMST TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CONFERIR-LOTE - PRIMEIRA PASSAGEM PELA CONCATENACAO:    *
      *                      CADA CABECALHO ABRE O ARQUIVO DE UMA    *
      *                      FILIAL E O TRAILER FECHA, COM O         *
      *                      VEREDITO GUARDADO NA TABELA DE          *
      *                      SEGMENTOS. NADA E COPIADO AQUI.         *
      ****************************************************************
       2000-CONFERIR-LOTE.
           MOVE 'N' TO WRK-FIM-BRANCH
                       WRK-DENTRO-FILIAL.
           OPEN INPUT BRANCH-FILES.
           IF FS-BRANCH-NAO-EXISTE
               MOVE 'NENHUM ARQUIVO DE FILIAL NESTE LOTE' TO CS-LINHA
               WRITE CS-LINHA
           ELSE
               IF NOT FS-BRANCH-OK
                   MOVE 'BRANCHES'    TO EL-ARQUIVO
                   MOVE 'OPEN'        TO EL-OPERACAO
                   MOVE WRK-FS-BRANCH TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 12 TO RETURN-CODE
                   MOVE 'ERRO' TO WRK-RL-STATUS
               ELSE
                   PERFORM 2100-LER-FILIAL
                   PERFORM 2200-PROCESSAR-REGISTRO UNTIL FIM-BRANCH
                   IF DENTRO-FILIAL
                       PERFORM 2500-FECHAR-FILIAL THRU 2500-EXIT
                   END-IF
                   CLOSE BRANCH-FILES
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-FILIAL.
           READ BRANCH-FILES
               AT END SET FIM-BRANCH TO TRUE
               NOT AT END
                   MOVE BF-REGISTRO TO WRK-REGISTRO-FILIAL
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-PROCESSAR-REGISTRO - CLASSIFICA O REGISTRO DA FILIAL:   *
      *                           CABECALHO ABRE UMA FILIAL NOVA     *
      *                           (FECHANDO SEM TRAILER A ANTERIOR   *
      *                           QUE NAO TERMINOU), TRAILER GUARDA  *
      *                           A CONTAGEM ESPERADA E FECHA, DADO  *
      *                           E CONTADO. REGISTRO FORA DE        *
      *                           CABECALHO/TRAILER E AVULSO.        *
      ****************************************************************
       2200-PROCESSAR-REGISTRO.
           MOVE WRK-REGISTRO-FILIAL TO WRK-REG-CONTROLE.
           EVALUATE TRUE
               WHEN CTL-CABECALHO
                   IF DENTRO-FILIAL
                       PERFORM 2500-FECHAR-FILIAL THRU 2500-EXIT
                   END-IF
                   PERFORM 2250-ABRIR-SEGMENTO
               WHEN CTL-TRAILER
                   IF DENTRO-FILIAL
                       SET TEM-TRAILER TO TRUE
                       MOVE WRK-CTL-NUMERO TO WRK-QTD-TRAILER
                       PERFORM 2500-FECHAR-FILIAL THRU 2500-EXIT
                   ELSE
                       ADD 1 TO WRK-QTD-AVULSOS
                   END-IF
               WHEN OTHER
                   IF DENTRO-FILIAL
                       PERFORM 2350-CONFERIR-VENDA
                   ELSE
                       ADD 1 TO WRK-QTD-AVULSOS
                   END-IF
           END-EVALUATE.
           PERFORM 2100-LER-FILIAL.
       2200-EXIT.
           EXIT.

       2250-ABRIR-SEGMENTO.
           ADD 1 TO WRK-QTD-SEGMENTOS.
           SET DENTRO-FILIAL TO TRUE.
           MOVE 'N'   TO WRK-TEM-TRAILER
                         WRK-FILIAL-COM-ERRO.
           MOVE ZEROS TO WRK-QTD-FILIAL
                         WRK-QTD-TRAILER
                         WRK-SOMA-FILIAL
                         WRK-FIL-ATUAL.
           MOVE WRK-CTL-FILIAL TO WRK-FILIAL-CORRENTE.
           MOVE SPACES         TO WRK-NOME-CORRENTE.
           IF WRK-CTL-NUMERO IS NUMERIC
              AND WRK-CTL-NUMERO > ZEROS
               MOVE WRK-CTL-NUMERO TO WRK-DATA-MOVIMENTO
           ELSE
               MOVE WRK-DATA-HOJE  TO WRK-DATA-MOVIMENTO
           END-IF.
           IF WRK-QTD-SEGMENTOS > 100
               SET FILIAL-COM-ERRO TO TRUE
               DISPLAY 'CONSOLIDACAO: MAIS DE 100 ARQUIVOS NO LOTE - '
                       'FILIAL ' WRK-FILIAL-CORRENTE ' RECUSADA'
           ELSE
               PERFORM 2300-CONFERIR-FILIAL THRU 2300-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      ****************************************************************
      * 2300-CONFERIR-FILIAL - A FILIAL DO CABECALHO PRECISA ESTAR   *
      *                        NO FILIAL-MASTER, EM OPERACAO NA DATA *
      *                        DO MOVIMENTO (ABERTA ATE ELA E NAO    *
      *                        FECHADA ANTES) E AINDA NAO TER ENTRADO*
      *                        NESTE LOTE (ARQUIVO COLADO DUAS       *
      *                        VEZES); SENAO O ARQUIVO E RECUSADO    *
      *                        INTEIRO.                              *
      ****************************************************************
       2300-CONFERIR-FILIAL.
           IF WRK-QTD-FILIAIS > ZEROS
               SET WRK-FIL-IDX TO 1
               SEARCH WRK-TAB-FIL-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-FIL-CODIGO (WRK-FIL-IDX)
                           = WRK-FILIAL-CORRENTE
                       SET WRK-FIL-ATUAL TO WRK-FIL-IDX
               END-SEARCH
           END-IF.
           IF WRK-FIL-ATUAL = ZEROS
               SET FILIAL-COM-ERRO TO TRUE
               DISPLAY 'CONSOLIDACAO: FILIAL ' WRK-FILIAL-CORRENTE
                       ' NAO CADASTRADA - ARQUIVO RECUSADO'
               MOVE SPACES TO CS-LINHA
               STRING 'FILIAL ' WRK-FILIAL-CORRENTE
                      ' RECUSADA - NAO CADASTRADA NO FILIAL-MASTER'
                   DELIMITED BY SIZE INTO CS-LINHA
               END-STRING
               WRITE CS-LINHA
               GO TO 2300-EXIT
           END-IF.
           MOVE WRK-TAB-FIL-NOME (WRK-FIL-ATUAL) TO WRK-NOME-CORRENTE.
           IF WRK-TAB-FIL-ABERTURA (WRK-FIL-ATUAL)
                   > WRK-DATA-MOVIMENTO
              OR (WRK-TAB-FIL-SITUACAO (WRK-FIL-ATUAL) NOT = 'A'
               AND WRK-TAB-FIL-FECHAMENTO (WRK-FIL-ATUAL)
                   < WRK-DATA-MOVIMENTO)
               SET FILIAL-COM-ERRO TO TRUE
               DISPLAY 'CONSOLIDACAO: FILIAL ' WRK-FILIAL-CORRENTE
                       ' FORA DE OPERACAO EM ' WRK-DATA-MOVIMENTO
                       ' - ARQUIVO RECUSADO'
               MOVE SPACES TO CS-LINHA
               STRING 'FILIAL ' WRK-FILIAL-CORRENTE ' '
                      WRK-NOME-CORRENTE
                      ' RECUSADA - FORA DE OPERACAO'
                   DELIMITED BY SIZE INTO CS-LINHA
               END-STRING
               WRITE CS-LINHA
               GO TO 2300-EXIT
           END-IF.
           IF WRK-TAB-FIL-RECEBIDA (WRK-FIL-ATUAL) = 'S'
               SET FILIAL-COM-ERRO TO TRUE
               DISPLAY 'CONSOLIDACAO: FILIAL ' WRK-FILIAL-CORRENTE
                       ' DUPLICADA - ARQUIVO RECUSADO'
           EXIT.

      ****************************************************************
      * 2500-FECHAR-FILIAL - CONFERE O TRAILER DA FILIAL, GUARDA O   *
      *                      VEREDITO DO ARQUIVO E IMPRIME A LINHA   *
      *                      DO RELATORIO.                           *
      ****************************************************************
       2500-FECHAR-FILIAL.
           MOVE 'N' TO WRK-DENTRO-FILIAL.
           IF FILIAL-COM-ERRO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           IF NOT TEM-TRAILER
                   DELIMITED BY SIZE INTO CS-LINHA
               END-STRING
               WRITE CS-LINHA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2500-EXIT
           END-IF.
           MOVE 'S' TO WRK-SEG-APROVADO (WRK-QTD-SEGMENTOS).
           MOVE 'S' TO WRK-TAB-FIL-RECEBIDA (WRK-FIL-ATUAL).
           ADD 1 TO WRK-QTD-FILIAIS-OK.
           ADD WRK-QTD-FILIAL TO WRK-QTD-TOTAL.
           MOVE SPACES TO CS-LINHA.
           STRING 'FILIAL ' WRK-FILIAL-CORRENTE ' ' WRK-NOME-CORRENTE
               DELIMITED BY SIZE INTO CS-LINHA
           END-STRING.
           WRITE CS-LINHA.
           MOVE WRK-QTD-FILIAL TO WRK-CONTROLEFN.
           MOVE WRK-SOMA-FILIAL TO WRK-SOMAFN.
           MOVE SPACES TO CS-LINHA.
           STRING '    VENDAS: ' WRK-CONTROLEFN
                  '  SOMA DOS VALORES: ' WRK-SOMAFN
               DELIMITED BY SIZE INTO CS-LINHA
           END-STRING.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 2700-COPIAR-LOTE - SEGUNDA PASSAGEM PELA CONCATENACAO, SO    *
      *                    DEPOIS DO VEREDITO: OS ARQUIVOS SAO       *
      *                    CONTADOS NA MESMA ORDEM DA PRIMEIRA E SO  *
      *                    OS APROVADOS VAO PARA O CONSOLIDADO.      *
      ****************************************************************
       2700-COPIAR-LOTE.
           MOVE 'N'   TO WRK-FIM-BRANCH
                         WRK-COPIAR-FILIAL.
           MOVE ZEROS TO WRK-SEG-ATUAL.
           OPEN INPUT BRANCH-FILES.
           IF NOT FS-BRANCH-OK
               MOVE 'BRANCHES'    TO EL-ARQUIVO
               MOVE 'OPEN'        TO EL-OPERACAO
               MOVE WRK-FS-BRANCH TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           ELSE
               PERFORM 2100-LER-FILIAL
               PERFORM 2600-COPIAR-REGISTRO UNTIL FIM-BRANCH
               CLOSE BRANCH-FILES
           END-IF.
       2700-EXIT.
           EXIT.

      ****************************************************************
      * 2600-COPIAR-REGISTRO - CABECALHO DECIDE SE O ARQUIVO DA VEZ  *
      *                        E COPIADO; A VENDA DO ARQUIVO         *
      *                        APROVADO RECEBE O CARIMBO DA FILIAL E *
      *                        VAI PARA O ARQUIVO CONSOLIDADO.       *
      ****************************************************************
       2600-COPIAR-REGISTRO.
           MOVE WRK-REGISTRO-FILIAL TO WRK-REG-CONTROLE.
           EVALUATE TRUE
               WHEN CTL-CABECALHO
                   ADD 1 TO WRK-SEG-ATUAL
                   MOVE 'N' TO WRK-COPIAR-FILIAL
                   MOVE WRK-CTL-FILIAL TO WRK-FILIAL-CORRENTE
                   IF WRK-SEG-ATUAL NOT > 100
                       IF WRK-SEG-APROVADO (WRK-SEG-ATUAL) = 'S'
                           SET COPIAR-FILIAL TO TRUE
                       END-IF
                   END-IF
               WHEN CTL-TRAILER
                   MOVE 'N' TO WRK-COPIAR-FILIAL
               WHEN COPIAR-FILIAL
                   MOVE WRK-REGISTRO-FILIAL TO WRK-REG-VENDA
                   MOVE WRK-BV-COD-VENDEDOR TO WRK-SA-COD-VENDEDOR
                   MOVE WRK-BV-MOEDA        TO WRK-SA-MOEDA
                   MOVE WRK-BV-VALOR        TO WRK-SA-VALOR
                   MOVE WRK-BV-CPF-CLIENTE  TO WRK-SA-CPF-CLIENTE
                   MOVE WRK-FILIAL-CORRENTE TO WRK-SA-FILIAL
                   MOVE WRK-BV-TIPO         TO WRK-SA-TIPO
                   MOVE WRK-BV-COD-PRODUTO  TO WRK-SA-COD-PRODUTO
                   MOVE WRK-BV-QTD-PARCELAS TO WRK-SA-QTD-PARCELAS
                   MOVE WRK-BV-FORMA-PAGTO  TO WRK-SA-FORMA-PAGTO
                   MOVE WRK-BV-DOC-REFERENCIA TO WRK-SA-DOC-REFERENCIA
                   MOVE WRK-BV-MOTIVO-CANCEL TO WRK-SA-MOTIVO-CANCEL
                   MOVE WRK-BV-TIPO-PESSOA  TO WRK-SA-TIPO-PESSOA
                   MOVE WRK-BV-CNPJ-CLIENTE TO WRK-SA-CNPJ-CLIENTE
                   MOVE WRK-REG-SAIDA       TO SC-REGISTRO
                   WRITE SC-REGISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2100-LER-FILIAL.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 2800-LISTAR-AUSENTES - FILIAL EM OPERACAO HOJE QUE NAO TEVE  *
      *                        ARQUIVO APROVADO NESTE LOTE SAI NO    *
      *                        RELATORIO, PARA NINGUEM CONFUNDIR     *
      *                        ARQUIVO QUE NAO CHEGOU COM DIA SEM    *
      *                        VENDA.                                *
      ****************************************************************
       2800-LISTAR-AUSENTES.
           PERFORM 2810-CONFERIR-AUSENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FILIAIS.
       2800-EXIT.
           EXIT.

       2810-CONFERIR-AUSENTE.
           IF WRK-TAB-FIL-RECEBIDA (WRK-IDX) NOT = 'S'
              AND WRK-TAB-FIL-ABERTURA (WRK-IDX) NOT > WRK-DATA-HOJE
              AND (WRK-TAB-FIL-SITUACAO (WRK-IDX) = 'A'
               OR WRK-TAB-FIL-FECHAMENTO (WRK-IDX)
                   NOT < WRK-DATA-HOJE)
               ADD 1 TO WRK-QTD-AUSENTES
               DISPLAY 'CONSOLIDACAO: FILIAL '
                       WRK-TAB-FIL-CODIGO (WRK-IDX)
                       ' SEM ARQUIVO NESTE LOTE'
               MOVE SPACES TO CS-LINHA
               STRING 'FILIAL ' WRK-TAB-FIL-CODIGO (WRK-IDX) ' '
                      WRK-TAB-FIL-NOME (WRK-IDX)
                      ' SEM ARQUIVO NESTE LOTE'
                   DELIMITED BY SIZE INTO CS-LINHA
               END-STRING
               WRITE CS-LINHA
           END-IF.
       2810-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-TOTAL-GERAL - TOTAL GERAL DA CONSOLIDACAO.     *
      ****************************************************************
       3000-IMPRIMIR-TOTAL-GERAL.
           IF WRK-QTD-AVULSOS > ZEROS
               MOVE WRK-QTD-AVULSOS TO WRK-CONTROLEFN
               MOVE SPACES TO CS-LINHA
               STRING 'REGISTROS FORA DE CABECALHO/TRAILER IGNORADOS: '
                      WRK-CONTROLEFN
                   DELIMITED BY SIZE INTO CS-LINHA
               END-STRING
               WRITE CS-LINHA
               DISPLAY CS-LINHA
           END-IF.
           MOVE ALL '=' TO CS-LINHA.
           WRITE CS-LINHA.
           MOVE WRK-QTD-TOTAL TO WRK-CONTROLEFN.
           MOVE WRK-QTD-SEGMENTOS TO WRK-SEGMENTOFN.
           MOVE SPACES TO CS-LINHA.
           STRING 'ARQUIVOS RECEBIDOS: ' WRK-SEGMENTOFN
                  '  FILIAIS CONSOLIDADAS: ' WRK-QTD-FILIAIS-OK
                  '  VENDAS NO ARQUIVO: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CS-LINHA
           END-STRING.
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
           MOVE 'PROGCONSOL' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-TOTAL TO RG-QTD-LIDOS.
           MOVE WRK-QTD-TOTAL TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
