      *           IEBGENER) E A SOBRA DE PAGAMENTO SAI NO RELATORIO. *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  O RECIBO DE CADA BAIXA PASSA A SAIR EM NOME DO*
      *                RESPONSAVEL FINANCEIRO DO ALUNO               *
      *                (AL-CPF-RESPONSAVEL NO ALUNO-MASTER, NOME NO  *
      *                CADASTRO-CLIENTE).                            *
      * 2026-10-15 JR  CADA VALOR BAIXADO E ACRESCENTADO AO MENSHIST *
      *                COM A DATA DO PAGAMENTO, PARA A DECLARACAO    *
      *                ANUAL DO IMPOSTO DE RENDA (PROGMENIR).        *
      * 2026-10-15 JR  O TOTAL BAIXADO NO DIA E LANCADO NO LEDGER-   *
      *                TRANS EM DUAS PERNAS: CAIXA (11000) CONTRA AS *
      *                MENSALIDADES A RECEBER (11400). O             *
      *                REPROCESSAMENTO DO DIA ESTORNA ANTES O        *
      *                LANCAMENTO ANTERIOR, COMO O PROGVENDAS.       *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT BAIXA-REPORT   ASSIGN TO "MENSBXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSBXR.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT MENSAL-HISTORICO ASSIGN TO "MENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSHIST.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  MENSALIDADE.
       01  MV-REGISTRO              PICTURE X(43).
       FD  BAIXA-REPORT.
       01  BX-LINHA                 PICTURE X(100).
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  MENSAL-HISTORICO.
           COPY MENSHIST.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
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
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-MENSPAG           PIC X(02) VALUE SPACES.
           88  FIM-MENSPAG              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-FS-MENSHIST          PIC X(02) VALUE SPACES.
           88  FS-MENSHIST-OK           VALUE '00'.
           88  FS-MENSHIST-NAO-EXISTE   VALUE '35'.
       77  WRK-MENSHIST-ABERTO      PIC X(01) VALUE 'N'.
           88  MENSHIST-ABERTO          VALUE 'S'.
       77  WRK-CPF-RESPONSAVEL      PIC 9(11) VALUE ZEROS.
       77  WRK-NOME-RESPONSAVEL     PIC X(40) VALUE SPACES.

      * PAGAMENTOS SOMADOS POR MATRICULA, COM A DATA DO ULTIMO.
       01  WRK-TAB-PAGAMENTO.
           05  WRK-TAB-PAG-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-PAG-IDX.
               10  WRK-TAB-PAG-MATRICULA PICTURE X(08).
               10  WRK-TAB-PAG-SALDO     PICTURE 9(10)V99.
               10  WRK-TAB-PAG-DATA      PICTURE 9(08).
       77  WRK-QTD-PAGADORES        PIC 9(03) VALUE ZEROS.
       77  WRK-MATR-ACHADA          PIC X(01) VALUE 'N'.
           88  MATR-ACHADA              VALUE 'S'.
       77  WRK-QTD-BAIXADAS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PARCIAIS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-BAIXADO         PIC 9(12)V99 COMP-3 VALUE ZEROS.
      * LANCAMENTO NO LEDGER - O RECEBIDO ENTRA NO CAIXA CONTRA AS
      * MENSALIDADES A RECEBER.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-DIA-JA-LANCADO       PIC X(01) VALUE 'N'.
           88  DIA-JA-LANCADO           VALUE 'S'.
       77  WRK-VALOR-JA-LANCADO     PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.
       77  WRK-CONTA-MENS-RECEBER   PIC X(05) VALUE '11400'.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-PAGAMENTOS.
           OPEN OUTPUT MENSAL-NOVO
                       BAIXA-REPORT.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-ALUNMST-ABERTO
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           END-IF.
           OPEN EXTEND MENSAL-HISTORICO.
           IF FS-MENSHIST-NAO-EXISTE
               OPEN OUTPUT MENSAL-HISTORICO
           END-IF.
           IF FS-MENSHIST-OK
               MOVE 'S' TO WRK-MENSHIST-ABERTO
           ELSE
               MOVE 'MENSHIST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-MENSHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           MOVE 'RELATORIO DE BAIXA DE MENSALIDADES' TO BX-LINHA.
           WRITE BX-LINHA.
           MOVE ALL '=' TO BX-LINHA.
               INPUT PROCEDURE IS 2000-SOLTAR-ITENS
               OUTPUT PROCEDURE IS 3000-APLICAR-PAGAMENTOS.
           PERFORM 4000-RELATAR-SOBRAS.
           PERFORM 5000-LANCAR-NO-LEDGER THRU 5000-EXIT.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF MENSHIST-ABERTO
               CLOSE MENSAL-HISTORICO
           END-IF.
           CLOSE MENSAL-NOVO
                 BAIXA-REPORT.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
                       SET MATR-ACHADA TO TRUE
                       ADD PGM-VALOR
                           TO WRK-TAB-PAG-SALDO (WRK-PAG-IDX)
                       IF PGM-DATA-PAGAMENTO
                           > WRK-TAB-PAG-DATA (WRK-PAG-IDX)
                           MOVE PGM-DATA-PAGAMENTO
                               TO WRK-TAB-PAG-DATA (WRK-PAG-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT MATR-ACHADA
                       TO WRK-TAB-PAG-MATRICULA (WRK-QTD-PAGADORES)
                   MOVE PGM-VALOR
                       TO WRK-TAB-PAG-SALDO (WRK-QTD-PAGADORES)
                   MOVE PGM-DATA-PAGAMENTO
                       TO WRK-TAB-PAG-DATA (WRK-QTD-PAGADORES)
               ELSE
                   DISPLAY 'MENSPAG EXCEDE A CAPACIDADE DA TABELA - '
                           'MATRICULA ' PGM-MATRICULA
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-MENSAL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       2000-EXIT.
           EXIT.
           SUBTRACT WRK-VALOR-APLICADO
               FROM WRK-TAB-PAG-SALDO (WRK-PAG-IDX).
           ADD WRK-VALOR-APLICADO TO WRK-SOMA-BAIXADO.
           IF MENSHIST-ABERTO
               MOVE MN-MATRICULA  TO MH-MATRICULA
               MOVE MN-ANO-MES    TO MH-ANO-MES
               MOVE WRK-TAB-PAG-DATA (WRK-PAG-IDX) TO MH-DATA
               MOVE 'P'           TO MH-TIPO
               MOVE WRK-VALOR-APLICADO TO MH-VALOR
               WRITE MH-REGISTRO
           END-IF.
           IF MN-VALOR-PAGO NOT < MN-VALOR
               MOVE 'P' TO MN-SITUACAO
               ADD 1 TO WRK-QTD-BAIXADAS
               DELIMITED BY SIZE INTO BX-LINHA
           END-STRING.
           WRITE BX-LINHA.
           PERFORM 3300-LOCALIZAR-RESPONSAVEL.
           MOVE SPACES TO BX-LINHA.
           STRING '          RECEBIDO DE ' WRK-CPF-RESPONSAVEL
                  ' ' WRK-NOME-RESPONSAVEL
               DELIMITED BY SIZE INTO BX-LINHA
           END-STRING.
           WRITE BX-LINHA.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-LOCALIZAR-RESPONSAVEL - RESPONSAVEL FINANCEIRO DO ALUNO *
      *                              (ALUNO-MASTER) E SEU NOME NO    *
      *                              CADASTRO-CLIENTE.               *
      ****************************************************************
       3300-LOCALIZAR-RESPONSAVEL.
           MOVE ZEROS TO WRK-CPF-RESPONSAVEL.
           MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-NOME-RESPONSAVEL.
           IF ALUNMST-ABERTO
               MOVE MN-MATRICULA TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-CPF-RESPONSAVEL
                           TO WRK-CPF-RESPONSAVEL
               END-READ
           END-IF.
           IF CADCLI-ABERTO
              AND WRK-CPF-RESPONSAVEL NOT = ZEROS
               MOVE WRK-CPF-RESPONSAVEL TO CLI-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME-RESPONSAVEL
               END-READ
           END-IF.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 4000-RELATAR-SOBRAS - PAGAMENTO QUE SOBROU SEM MENSALIDADE   *
      *                       ABERTA SAI NO RELATORIO.               *
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-LANCAR-NO-LEDGER - LANCA O TOTAL BAIXADO NO DIA: DEBITO *
      *                         NO CAIXA (POSITIVO) CONTRA CREDITO   *
      *                         NAS MENSALIDADES A RECEBER           *
      *                         (NEGATIVO). SE O DIA JA FOI LANCADO  *
      *                         (REPROCESSO), ESTORNA ANTES O        *
      *                         LANCAMENTO ANTERIOR.                 *
      ****************************************************************
       5000-LANCAR-NO-LEDGER.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 5010-PROCURAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           IF WRK-SOMA-BAIXADO = ZEROS
              AND NOT DIA-JA-LANCADO
               GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               MOVE 'LEDGER-TRANS' TO EL-ARQUIVO
               MOVE 'OPEN'         TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - BAIXA DO DIA NAO '
                       'LANCADA'
               GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO LT-DATA.
           IF DIA-JA-LANCADO
               MOVE WRK-CONTA-CAIXA        TO LT-CONTA
               MOVE WRK-CONTA-MENS-RECEBER TO LT-CONTA-CONTRA
               MOVE 'ESTORNO MENS PAGAS'    TO LT-DESCRICAO
               COMPUTE LT-VALOR = WRK-VALOR-JA-LANCADO * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-MENS-RECEBER TO LT-CONTA
               MOVE WRK-CONTA-CAIXA        TO LT-CONTA-CONTRA
               MOVE 'ESTORNO BAIXA MENS'    TO LT-DESCRICAO
               MOVE WRK-VALOR-JA-LANCADO    TO LT-VALOR
               WRITE LT-REGISTRO
               DISPLAY 'LEDGER: ESTORNO DO LANCAMENTO ANTERIOR DO DIA'
           END-IF.
           MOVE WRK-CONTA-CAIXA        TO LT-CONTA.
           MOVE WRK-CONTA-MENS-RECEBER TO LT-CONTA-CONTRA.
           MOVE 'MENSALIDADES PAGAS'    TO LT-DESCRICAO.
           MOVE WRK-SOMA-BAIXADO        TO LT-VALOR.
           WRITE LT-REGISTRO.
           MOVE WRK-CONTA-MENS-RECEBER TO LT-CONTA.
           MOVE WRK-CONTA-CAIXA        TO LT-CONTA-CONTRA.
           MOVE 'BAIXA MENSALIDADES'    TO LT-DESCRICAO.
           COMPUTE LT-VALOR = WRK-SOMA-BAIXADO * -1.
           WRITE LT-REGISTRO.
           CLOSE LEDGER-TRANS.
       5000-EXIT.
           EXIT.

       5010-PROCURAR-LANCAMENTO.
           IF LT-CONTA = WRK-CONTA-CAIXA
              AND LT-DATA = WRK-DATA-HOJE
              AND LT-DESCRICAO = 'MENSALIDADES PAGAS'
               SET DIA-JA-LANCADO TO TRUE
               MOVE LT-VALOR TO WRK-VALOR-JA-LANCADO
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       5010-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
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
           MOVE 'PROGMENSBX' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-PAGTOS-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-BAIXADAS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
