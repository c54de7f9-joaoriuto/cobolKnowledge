       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGLANMAN.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: LANCAMENTO CONTABIL MANUAL COM DUPLO CONTROLE.     *
      *           O OPERADOR DO PERFIL CTB (CONTABILIDADE) DIGITA UM *
      *           LANCAMENTO DE VARIAS LINHAS (CONTA, DEBITO OU      *
      *           CREDITO E VALOR); AS CONTAS PRECISAM EXISTIR NO    *
      *           CONTMST E O LANCAMENTO PRECISA BATER (DEBITOS =    *
      *           CREDITOS). O LANCAMENTO FICA PENDENTE NO LANCMAN   *
      *           ATE OUTRO OPERADOR CTB APROVAR OU REJEITAR; A      *
      *           DECISAO VAI PARA A FILA LANCDEC E O PROGLANPST     *
      *           LANCA O APROVADO NO LEDGER-TRANS NA NOITE.         *
      *           RECEBE O OPERADOR DO SIGN-ON DO PROGMENU POR       *
      *           LINKAGE; SOZINHO, PEDE ID E SENHA.                 *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  OPERADOR-MASTER INDEXADO E SEM SENHA EM CLARO:*
      *                SOZINHO, CONFERE O RESUMO DA SENHA (PROGSENHA)*
      *                E RECUSA O ID BLOQUEADO OU COM TROCA DE SENHA *
      *                PENDENTE.                                     *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.
           SELECT CONTA-MASTER   ASSIGN TO "CONTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTMST.
           SELECT LANCAMENTO-MANUAL ASSIGN TO "LANCMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCMAN.
           SELECT LANCAMENTO-DECISAO ASSIGN TO "LANCDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCDEC.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERMST.
       FD  CONTA-MASTER.
           COPY CONTMST.
       FD  LANCAMENTO-MANUAL.
           COPY LANCMAN.
       FD  LANCAMENTO-DECISAO.
           COPY LANCDEC.
       FD  ERROR-LOG.
           COPY ERRLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-OPERMST           PIC X(02) VALUE SPACES.
           88  FS-OPERMST-OK            VALUE '00'.
       77  WRK-FS-CONTMST           PIC X(02) VALUE SPACES.
           88  FS-CONTMST-OK            VALUE '00'.
       77  WRK-FS-LANCMAN           PIC X(02) VALUE SPACES.
           88  FS-LANCMAN-OK            VALUE '00'.
       77  WRK-FS-LANCDEC           PIC X(02) VALUE SPACES.
           88  FS-LANCDEC-OK            VALUE '00'.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-OPERMST          PIC X(01) VALUE 'N'.
           88  FIM-OPERMST              VALUE 'S'.
       77  WRK-FIM-CONTMST          PIC X(01) VALUE 'N'.
           88  FIM-CONTMST              VALUE 'S'.
       77  WRK-FIM-LANCMAN          PIC X(01) VALUE 'N'.
           88  FIM-LANCMAN              VALUE 'S'.
       77  WRK-FIM-LANCDEC          PIC X(01) VALUE 'N'.
           88  FIM-LANCDEC              VALUE 'S'.

       77  WRK-OPERADOR-ID          PIC X(08) VALUE SPACES.
       77  WRK-PTR-OPERADOR         USAGE POINTER VALUE NULL.
       77  WRK-VEIO-DO-MENU         PIC X(01) VALUE 'N'.
           88  VEIO-DO-MENU             VALUE 'S'.
       77  WRK-SENHA-DIGITADA       PIC X(08) VALUE SPACES.
       77  WRK-HASH-DIGITADO        PIC X(20) VALUE SPACES.
       77  WRK-ACESSO               PIC X(01) VALUE 'N'.
           88  ACESSO-LIBERADO          VALUE 'S'.

       77  WRK-OPCAO                PIC 9(01) VALUE ZEROS.
           88  OPCAO-INCLUIR            VALUE 1.
           88  OPCAO-DECIDIR            VALUE 2.
           88  OPCAO-ENCERRAR           VALUE 9.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO        PIC 9(06) VALUE ZEROS.

      * CONTAS DO CONTMST, PARA CONFERIR CADA LINHA DIGITADA.
       01  WRK-TAB-CONTAS.
           05  WRK-TAB-CONTA-ITEM OCCURS 500 TIMES
                   INDEXED BY IDX-CTA.
               10  WRK-TAB-CONTA         PICTURE X(05).
               10  WRK-TAB-CONTA-NOME    PICTURE X(30).
       77  WRK-QTD-CONTAS           PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU-CONTA          PIC X(01) VALUE 'N'.
           88  ACHOU-CONTA              VALUE 'S'.

      * LANCAMENTOS PENDENTES NO LANCMAN (CABECALHO E LINHAS), COM A
      * MARCA DOS QUE JA TEM DECISAO NA FILA LANCDEC.
       01  WRK-TAB-PENDENTES.
           05  WRK-PEN-ITEM OCCURS 300 TIMES
                   INDEXED BY IDX-PEN.
               10  WRK-PEN-NUMERO        PICTURE 9(06).
               10  WRK-PEN-DATA          PICTURE 9(08).
               10  WRK-PEN-HISTORICO     PICTURE X(20).
               10  WRK-PEN-AUTOR         PICTURE X(08).
               10  WRK-PEN-DEBITOS       PICTURE 9(11)V99.
               10  WRK-PEN-DECIDIDO      PICTURE X(01).
       77  WRK-QTD-PENDENTES        PIC 9(03) VALUE ZEROS.

       01  WRK-TAB-PEN-LINHAS.
           05  WRK-PLN-ITEM OCCURS 3000 TIMES
                   INDEXED BY IDX-PLN.
               10  WRK-PLN-NUMERO        PICTURE 9(06).
               10  WRK-PLN-CONTA         PICTURE X(05).
               10  WRK-PLN-VALOR         PICTURE S9(09)V99.
       77  WRK-QTD-PEN-LINHAS       PIC 9(04) VALUE ZEROS.

      * LANCAMENTO EM DIGITACAO.
       01  WRK-DATA-CONTABIL        PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-CONTABIL-R      REDEFINES WRK-DATA-CONTABIL.
           05  WRK-DC-ANO               PIC 9(04).
           05  WRK-DC-MES               PIC 9(02).
           05  WRK-DC-DIA               PIC 9(02).
       77  WRK-HISTORICO            PIC X(20) VALUE SPACES.
       01  WRK-TAB-NOVAS.
           05  WRK-NOV-ITEM OCCURS 50 TIMES
                   INDEXED BY IDX-NOV.
               10  WRK-NOV-CONTA         PICTURE X(05).
               10  WRK-NOV-VALOR         PICTURE S9(09)V99.
       77  WRK-QTD-NOVAS            PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CONTA-DIGITADA       PIC X(05) VALUE SPACES.
       77  WRK-DEBITO-CREDITO       PIC X(01) VALUE SPACES.
           88  LINHA-DEBITO             VALUE 'D'.
           88  LINHA-CREDITO            VALUE 'C'.
       77  WRK-VALOR-DIGITADO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESPOSTA             PIC X(01) VALUE SPACES.
       77  WRK-FIM-LINHAS           PIC X(01) VALUE 'N'.
           88  FIM-LINHAS               VALUE 'S'.
       77  WRK-FIM-DIGITACAO        PIC X(01) VALUE 'N'.
           88  FIM-DIGITACAO            VALUE 'S'.
       77  WRK-DESCARTADO           PIC X(01) VALUE 'N'.
           88  LANCAMENTO-DESCARTADO    VALUE 'S'.

      * DECISAO DO APROVADOR.
       77  WRK-NUMERO-DIGITADO      PIC 9(06) VALUE ZEROS.
       77  WRK-ACHOU-LANCAMENTO     PIC X(01) VALUE 'N'.
           88  ACHOU-LANCAMENTO         VALUE 'S'.
       77  WRK-DECISAO              PIC X(01) VALUE SPACES.
           88  DECISAO-APROVAR          VALUE 'A'.
           88  DECISAO-REJEITAR         VALUE 'R'.
       77  WRK-MOTIVO               PIC X(30) VALUE SPACES.
       77  WRK-QTD-LISTADOS         PIC 9(03) VALUE ZEROS.

       77  WRK-QTD-INCLUIDOS        PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-DECIDIDOS        PIC 9(04) VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTALFN              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       LINKAGE               SECTION.
       01  LNK-OPERADOR-ID          PIC X(08).

       PROCEDURE             DIVISION USING LNK-OPERADOR-ID.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 0200-CONFERIR-PERFIL.
           IF NOT ACESSO-LIBERADO
               DISPLAY 'OPERADOR SEM PERFIL CONTABIL (CTB) - '
                       'LANCAMENTO MANUAL NAO LIBERADO'
               GOBACK
           END-IF.
           PERFORM 1000-CARREGAR-CONTAS.
           IF WRK-QTD-CONTAS = ZEROS
               DISPLAY 'CONTMST VAZIO OU INDISPONIVEL - NENHUMA '
                       'CONTA PARA LANCAR'
               GOBACK
           END-IF.
           PERFORM 1100-CARREGAR-PENDENTES.
           PERFORM 1200-CARREGAR-DECISOES.
           PERFORM 1500-ESCOLHER-OPCAO UNTIL OPCAO-ENCERRAR.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      ****************************************************************
      * 0100-IDENTIFICAR-OPERADOR - O OPERADOR VEM DO SIGN-ON DO     *
      *                             PROGMENU; SOZINHO, O PROGRAMA    *
      *                             PEDE ID E SENHA.                 *
      ****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           SET WRK-PTR-OPERADOR TO ADDRESS OF LNK-OPERADOR-ID.
           IF WRK-PTR-OPERADOR NOT = NULL
               IF LNK-OPERADOR-ID NOT = SPACES
                  AND LNK-OPERADOR-ID NOT = LOW-VALUES
                   MOVE LNK-OPERADOR-ID TO WRK-OPERADOR-ID
                   SET VEIO-DO-MENU TO TRUE
               END-IF
           END-IF.
           IF NOT VEIO-DO-MENU
               DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING
               ACCEPT WRK-OPERADOR-ID FROM CONSOLE
               DISPLAY 'SENHA: ' WITH NO ADVANCING
               ACCEPT WRK-SENHA-DIGITADA FROM CONSOLE
               CALL 'PROGSENHA' USING WRK-OPERADOR-ID
                                      WRK-SENHA-DIGITADA
                                      WRK-HASH-DIGITADO
               MOVE SPACES TO WRK-SENHA-DIGITADA
           END-IF.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID.
       0100-EXIT.
           EXIT.

      ****************************************************************
      * 0200-CONFERIR-PERFIL - SO O PERFIL CTB DIGITA OU APROVA      *
      *                        LANCAMENTO MANUAL. SEM O MENU, A SENHA*
      *                        TAMBEM E CONFERIDA NO OPERMST (PELO   *
      *                        RESUMO DO PROGSENHA) E O OPERADOR NAO *
      *                        PODE ESTAR BLOQUEADO NEM COM TROCA DE *
      *                        SENHA PENDENTE, QUE SO O MENU FAZ.    *
      ****************************************************************
       0200-CONFERIR-PERFIL.
           OPEN INPUT OPERADOR-MASTER.
           IF NOT FS-OPERMST-OK
               DISPLAY 'OPERADOR-MASTER INDISPONIVEL - FS: '
                       WRK-FS-OPERMST
               MOVE 'OPERMST'  TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-OPERMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           ELSE
               READ OPERADOR-MASTER
                   AT END SET FIM-OPERMST TO TRUE
               END-READ
               PERFORM 0210-CONFERIR-OPERADOR
                   UNTIL FIM-OPERMST OR ACESSO-LIBERADO
               CLOSE OPERADOR-MASTER
           END-IF.
       0200-EXIT.
           EXIT.

       0210-CONFERIR-OPERADOR.
           IF OP-ID = WRK-OPERADOR-ID
              AND PERFIL-CONTABIL
              AND NOT OPERADOR-BLOQUEADO
               IF VEIO-DO-MENU
                  OR (OP-SENHA-HASH = WRK-HASH-DIGITADO
                      AND NOT OP-TROCA-OBRIGATORIA)
                   SET ACESSO-LIBERADO TO TRUE
               END-IF
           END-IF.
           READ OPERADOR-MASTER
               AT END SET FIM-OPERMST TO TRUE
           END-READ.
       0210-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-CONTAS - CONTAS DO CONTMST EM MEMORIA.         *
      ****************************************************************
       1000-CARREGAR-CONTAS.
           OPEN INPUT CONTA-MASTER.
           IF NOT FS-CONTMST-OK
               MOVE 'CONTMST'  TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-CONTMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           ELSE
               READ CONTA-MASTER
                   AT END SET FIM-CONTMST TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-CONTA UNTIL FIM-CONTMST
               CLOSE CONTA-MASTER
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-CONTA.
           IF WRK-QTD-CONTAS < 500
               ADD 1 TO WRK-QTD-CONTAS
               SET IDX-CTA TO WRK-QTD-CONTAS
               MOVE CC-CONTA TO WRK-TAB-CONTA (IDX-CTA)
               MOVE CC-NOME  TO WRK-TAB-CONTA-NOME (IDX-CTA)
           ELSE
               DISPLAY 'CONTMST EXCEDE A TABELA - CONTA '
                       CC-CONTA ' IGNORADA'
           END-IF.
           READ CONTA-MASTER
               AT END SET FIM-CONTMST TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-PENDENTES - LANCAMENTOS AINDA PENDENTES NO     *
      *                           LANCMAN E O ULTIMO NUMERO USADO.   *
      ****************************************************************
       1100-CARREGAR-PENDENTES.
           OPEN INPUT LANCAMENTO-MANUAL.
           IF FS-LANCMAN-OK
               READ LANCAMENTO-MANUAL
                   AT END SET FIM-LANCMAN TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-LINHA UNTIL FIM-LANCMAN
               CLOSE LANCAMENTO-MANUAL
           ELSE
               DISPLAY 'LANCMAN AUSENTE - NENHUM LANCAMENTO ANTERIOR'
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-LINHA.
           IF JL-NUMERO > WRK-ULTIMO-NUMERO
               MOVE JL-NUMERO TO WRK-ULTIMO-NUMERO
           END-IF.
           IF JL-PENDENTE
               PERFORM 1130-INCLUIR-PENDENTE THRU 1130-EXIT
           END-IF.
           READ LANCAMENTO-MANUAL
               AT END SET FIM-LANCMAN TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-LOCALIZAR-PENDENTE.
           MOVE 'N' TO WRK-ACHOU-LANCAMENTO.
           SET IDX-PEN TO 1.
           SEARCH WRK-PEN-ITEM
               AT END
                   CONTINUE
               WHEN IDX-PEN > WRK-QTD-PENDENTES
                   CONTINUE
               WHEN WRK-PEN-NUMERO (IDX-PEN) = JL-NUMERO
                   SET ACHOU-LANCAMENTO TO TRUE
           END-SEARCH.
       1120-EXIT.
           EXIT.

       1130-INCLUIR-PENDENTE.
           PERFORM 1120-LOCALIZAR-PENDENTE.
           IF NOT ACHOU-LANCAMENTO
               IF WRK-QTD-PENDENTES NOT < 300
                   DISPLAY 'PENDENTES EXCEDEM A TABELA - LANCAMENTO '
                           JL-NUMERO ' FORA DA LISTA'
                   GO TO 1130-EXIT
               END-IF
               ADD 1 TO WRK-QTD-PENDENTES
               SET IDX-PEN TO WRK-QTD-PENDENTES
               MOVE JL-NUMERO        TO WRK-PEN-NUMERO (IDX-PEN)
               MOVE JL-DATA-CONTABIL TO WRK-PEN-DATA (IDX-PEN)
               MOVE JL-HISTORICO     TO WRK-PEN-HISTORICO (IDX-PEN)
               MOVE JL-AUTOR         TO WRK-PEN-AUTOR (IDX-PEN)
               MOVE ZEROS            TO WRK-PEN-DEBITOS (IDX-PEN)
               MOVE 'N'              TO WRK-PEN-DECIDIDO (IDX-PEN)
           END-IF.
           IF JL-VALOR > ZEROS
               ADD JL-VALOR TO WRK-PEN-DEBITOS (IDX-PEN)
           END-IF.
           IF WRK-QTD-PEN-LINHAS < 3000
               ADD 1 TO WRK-QTD-PEN-LINHAS
               SET IDX-PLN TO WRK-QTD-PEN-LINHAS
               MOVE JL-NUMERO TO WRK-PLN-NUMERO (IDX-PLN)
               MOVE JL-CONTA  TO WRK-PLN-CONTA (IDX-PLN)
               MOVE JL-VALOR  TO WRK-PLN-VALOR (IDX-PLN)
           END-IF.
       1130-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-DECISOES - LANCAMENTO COM DECISAO NA FILA      *
      *                          (AINDA NAO PROCESSADA NA NOITE) NAO *
      *                          PODE SER DECIDIDO DE NOVO.          *
      ****************************************************************
       1200-CARREGAR-DECISOES.
           OPEN INPUT LANCAMENTO-DECISAO.
           IF FS-LANCDEC-OK
               READ LANCAMENTO-DECISAO
                   AT END SET FIM-LANCDEC TO TRUE
               END-READ
               PERFORM 1210-MARCAR-DECIDIDO UNTIL FIM-LANCDEC
               CLOSE LANCAMENTO-DECISAO
           END-IF.
       1200-EXIT.
           EXIT.

       1210-MARCAR-DECIDIDO.
           MOVE JD-NUMERO TO JL-NUMERO.
           PERFORM 1120-LOCALIZAR-PENDENTE.
           IF ACHOU-LANCAMENTO
               MOVE 'S' TO WRK-PEN-DECIDIDO (IDX-PEN)
           END-IF.
           READ LANCAMENTO-DECISAO
               AT END SET FIM-LANCDEC TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1500-ESCOLHER-OPCAO - INCLUIR LANCAMENTO (AUTOR) OU DECIDIR  *
      *                       UM PENDENTE (APROVADOR).               *
      ****************************************************************
       1500-ESCOLHER-OPCAO.
           DISPLAY '========================================='.
           DISPLAY ' LANCAMENTO CONTABIL MANUAL'.
           DISPLAY ' 1 - INCLUIR LANCAMENTO'.
           DISPLAY ' 2 - APROVAR OU REJEITAR PENDENTE'.
           DISPLAY ' 9 - ENCERRAR'.
           DISPLAY '========================================='.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 2000-INCLUIR-LANCAMENTO THRU 2000-EXIT
               WHEN OPCAO-DECIDIR
                   PERFORM 3000-DECIDIR-PENDENTE THRU 3000-EXIT
               WHEN OPCAO-ENCERRAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       1500-EXIT.
           EXIT.

      ****************************************************************
      * 2000-INCLUIR-LANCAMENTO - DATA, HISTORICO E AS LINHAS DO     *
      *                           LANCAMENTO; SO GRAVA NO LANCMAN    *
      *                           (PENDENTE) SE DEBITOS = CREDITOS.  *
      ****************************************************************
       2000-INCLUIR-LANCAMENTO.
           MOVE ZEROS  TO WRK-QTD-NOVAS.
           MOVE ZEROS  TO WRK-TOTAL-DEBITOS WRK-TOTAL-CREDITOS.
           MOVE 'N'    TO WRK-FIM-DIGITACAO.
           MOVE 'N'    TO WRK-DESCARTADO.
           DISPLAY 'DATA CONTABIL AAAAMMDD (0 = HOJE): '
               WITH NO ADVANCING.
           ACCEPT WRK-DATA-CONTABIL FROM CONSOLE.
           IF WRK-DATA-CONTABIL = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONTABIL
           END-IF.
           IF WRK-DC-MES < 1 OR WRK-DC-MES > 12
              OR WRK-DC-DIA < 1 OR WRK-DC-DIA > 31
              OR WRK-DC-ANO < 2000
               DISPLAY 'DATA INVALIDA - LANCAMENTO NAO INCLUIDO'
               GO TO 2000-EXIT
           END-IF.
           IF WRK-DATA-CONTABIL > WRK-DATA-HOJE
               DISPLAY 'DATA FUTURA NAO E ACEITA - LANCAMENTO NAO '
                       'INCLUIDO'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'HISTORICO: ' WITH NO ADVANCING.
           ACCEPT WRK-HISTORICO FROM CONSOLE.
           IF WRK-HISTORICO = SPACES
               DISPLAY 'HISTORICO OBRIGATORIO - LANCAMENTO NAO '
                       'INCLUIDO'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-DIGITAR-LINHAS THRU 2100-EXIT
               UNTIL FIM-DIGITACAO.
           IF LANCAMENTO-DESCARTADO
               DISPLAY 'LANCAMENTO DESCARTADO'
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-TOTAL-DEBITOS TO WRK-TOTALFN.
           DISPLAY 'LANCAMENTO COM ' WRK-QTD-NOVAS ' LINHAS, '
                   'DEBITOS = CREDITOS = ' WRK-TOTALFN.
           DISPLAY 'CONFIRMA A GRAVACAO PARA APROVACAO (S/N)? '
               WITH NO ADVANCING.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'LANCAMENTO DESCARTADO'
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-GRAVAR-LANCAMENTO THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-DIGITAR-LINHAS.
           MOVE 'N' TO WRK-FIM-LINHAS.
           PERFORM 2110-DIGITAR-LINHA THRU 2110-EXIT
               UNTIL FIM-LINHAS.
           IF WRK-QTD-NOVAS NOT < 2
              AND WRK-TOTAL-DEBITOS = WRK-TOTAL-CREDITOS
               SET FIM-DIGITACAO TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WRK-QTD-NOVAS < 2
               DISPLAY 'O LANCAMENTO PRECISA DE PELO MENOS DUAS '
                       'LINHAS'
           ELSE
               MOVE WRK-TOTAL-DEBITOS TO WRK-TOTALFN
               DISPLAY 'NAO BATE - DEBITOS:  ' WRK-TOTALFN
               MOVE WRK-TOTAL-CREDITOS TO WRK-TOTALFN
               DISPLAY '           CREDITOS: ' WRK-TOTALFN
           END-IF.
           IF WRK-QTD-NOVAS NOT < 50
               SET LANCAMENTO-DESCARTADO TO TRUE
               SET FIM-DIGITACAO TO TRUE
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'CONTINUAR DIGITANDO LINHAS (S/N)? '
               WITH NO ADVANCING.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S'
               SET LANCAMENTO-DESCARTADO TO TRUE
               SET FIM-DIGITACAO TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-DIGITAR-LINHA.
           IF WRK-QTD-NOVAS NOT < 50
               DISPLAY 'LIMITE DE 50 LINHAS POR LANCAMENTO'
               SET FIM-LINHAS TO TRUE
               GO TO 2110-EXIT
           END-IF.
           DISPLAY 'CONTA (EM BRANCO PARA ENCERRAR AS LINHAS): '
               WITH NO ADVANCING.
           MOVE SPACES TO WRK-CONTA-DIGITADA.
           ACCEPT WRK-CONTA-DIGITADA FROM CONSOLE.
           IF WRK-CONTA-DIGITADA = SPACES
               SET FIM-LINHAS TO TRUE
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2120-LOCALIZAR-CONTA.
           IF NOT ACHOU-CONTA
               DISPLAY 'CONTA ' WRK-CONTA-DIGITADA
                       ' NAO CADASTRADA NO CONTMST - LINHA RECUSADA'
               GO TO 2110-EXIT
           END-IF.
           DISPLAY WRK-TAB-CONTA-NOME (IDX-CTA).
           DISPLAY 'D-DEBITO OU C-CREDITO: ' WITH NO ADVANCING.
           ACCEPT WRK-DEBITO-CREDITO FROM CONSOLE.
           IF NOT LINHA-DEBITO AND NOT LINHA-CREDITO
               DISPLAY 'INFORME D OU C - LINHA RECUSADA'
               GO TO 2110-EXIT
           END-IF.
           DISPLAY 'VALOR: ' WITH NO ADVANCING.
           ACCEPT WRK-VALOR-DIGITADO FROM CONSOLE.
           IF WRK-VALOR-DIGITADO = ZEROS
               DISPLAY 'VALOR ZERO - LINHA RECUSADA'
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-NOVAS.
           SET IDX-NOV TO WRK-QTD-NOVAS.
           MOVE WRK-CONTA-DIGITADA TO WRK-NOV-CONTA (IDX-NOV).
           IF LINHA-DEBITO
               MOVE WRK-VALOR-DIGITADO TO WRK-NOV-VALOR (IDX-NOV)
               ADD WRK-VALOR-DIGITADO TO WRK-TOTAL-DEBITOS
           ELSE
               COMPUTE WRK-NOV-VALOR (IDX-NOV) =
                   WRK-VALOR-DIGITADO * -1
               ADD WRK-VALOR-DIGITADO TO WRK-TOTAL-CREDITOS
           END-IF.
       2110-EXIT.
           EXIT.

       2120-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-ACHOU-CONTA.
           SET IDX-CTA TO 1.
           SEARCH WRK-TAB-CONTA-ITEM
               AT END
                   CONTINUE
               WHEN IDX-CTA > WRK-QTD-CONTAS
                   CONTINUE
               WHEN WRK-TAB-CONTA (IDX-CTA) = WRK-CONTA-DIGITADA
                   SET ACHOU-CONTA TO TRUE
           END-SEARCH.
       2120-EXIT.
           EXIT.

       2300-GRAVAR-LANCAMENTO.
           OPEN EXTEND LANCAMENTO-MANUAL.
           IF WRK-FS-LANCMAN = '35'
               OPEN OUTPUT LANCAMENTO-MANUAL
           END-IF.
           IF NOT FS-LANCMAN-OK
               DISPLAY 'LANCMAN INDISPONIVEL - FS: ' WRK-FS-LANCMAN
               MOVE 'LANCMAN'  TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LANCMAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           PERFORM 2310-GRAVAR-LINHA
               VARYING IDX-NOV FROM 1 BY 1
               UNTIL IDX-NOV > WRK-QTD-NOVAS.
           CLOSE LANCAMENTO-MANUAL.
           ADD 1 TO WRK-QTD-INCLUIDOS.
           DISPLAY 'LANCAMENTO ' WRK-ULTIMO-NUMERO
                   ' GRAVADO - AGUARDA APROVACAO DE OUTRO OPERADOR'.
       2300-EXIT.
           EXIT.

       2310-GRAVAR-LINHA.
           INITIALIZE JL-REGISTRO.
           MOVE WRK-ULTIMO-NUMERO        TO JL-NUMERO.
           SET JL-LINHA                  TO IDX-NOV.
           MOVE WRK-DATA-CONTABIL        TO JL-DATA-CONTABIL.
           MOVE WRK-HISTORICO            TO JL-HISTORICO.
           MOVE WRK-NOV-CONTA (IDX-NOV)  TO JL-CONTA.
           MOVE WRK-NOV-VALOR (IDX-NOV)  TO JL-VALOR.
           MOVE 'P'                      TO JL-SITUACAO.
           MOVE WRK-OPERADOR-ID          TO JL-AUTOR.
           MOVE WRK-DATA-HOJE            TO JL-DATA-INCLUSAO.
           MOVE WRK-HORA-AGORA           TO JL-HORA-INCLUSAO.
           PERFORM 1130-INCLUIR-PENDENTE THRU 1130-EXIT.
           WRITE JL-REGISTRO.
       2310-EXIT.
           EXIT.

      ****************************************************************
      * 3000-DECIDIR-PENDENTE - LISTA OS PENDENTES SEM DECISAO,      *
      *                         MOSTRA AS LINHAS DO ESCOLHIDO E GRAVA*
      *                         A APROVACAO OU A REJEICAO (COM       *
      *                         MOTIVO) NA FILA LANCDEC. O AUTOR NAO *
      *                         DECIDE O PROPRIO LANCAMENTO.         *
      ****************************************************************
       3000-DECIDIR-PENDENTE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           DISPLAY 'NUMERO DATA     HISTORICO            AUTOR   '
                   '          DEBITOS'.
           PERFORM 3100-LISTAR-PENDENTE
               VARYING IDX-PEN FROM 1 BY 1
               UNTIL IDX-PEN > WRK-QTD-PENDENTES.
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY 'NENHUM LANCAMENTO AGUARDANDO DECISAO'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'NUMERO DO LANCAMENTO (0 PARA VOLTAR): '
               WITH NO ADVANCING.
           ACCEPT WRK-NUMERO-DIGITADO FROM CONSOLE.
           IF WRK-NUMERO-DIGITADO = ZEROS
               GO TO 3000-EXIT
           END-IF.
           MOVE WRK-NUMERO-DIGITADO TO JL-NUMERO.
           PERFORM 1120-LOCALIZAR-PENDENTE.
           IF NOT ACHOU-LANCAMENTO
               DISPLAY 'LANCAMENTO ' WRK-NUMERO-DIGITADO
                       ' NAO ESTA PENDENTE'
               GO TO 3000-EXIT
           END-IF.
           IF WRK-PEN-DECIDIDO (IDX-PEN) = 'S'
               DISPLAY 'LANCAMENTO ' WRK-NUMERO-DIGITADO
                       ' JA TEM DECISAO - PROCESSADA NA NOITE'
               GO TO 3000-EXIT
           END-IF.
           IF WRK-PEN-AUTOR (IDX-PEN) = WRK-OPERADOR-ID
               DISPLAY 'O AUTOR NAO PODE DECIDIR O PROPRIO '
                       'LANCAMENTO - PECA A OUTRO OPERADOR CTB'
               GO TO 3000-EXIT
           END-IF.
           DISPLAY 'CONTA                                        '
                   '    VALOR'.
           PERFORM 3200-MOSTRAR-LINHA
               VARYING IDX-PLN FROM 1 BY 1
               UNTIL IDX-PLN > WRK-QTD-PEN-LINHAS.
           DISPLAY 'A-APROVAR R-REJEITAR (OUTRA TECLA VOLTA): '
               WITH NO ADVANCING.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           IF NOT DECISAO-APROVAR AND NOT DECISAO-REJEITAR
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           IF DECISAO-REJEITAR
               DISPLAY 'MOTIVO DA REJEICAO: ' WITH NO ADVANCING
               ACCEPT WRK-MOTIVO FROM CONSOLE
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO NA REJEICAO - '
                           'NADA GRAVADO'
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 3300-GRAVAR-DECISAO THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-LISTAR-PENDENTE.
           IF WRK-PEN-DECIDIDO (IDX-PEN) = 'N'
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE WRK-PEN-DEBITOS (IDX-PEN) TO WRK-TOTALFN
               DISPLAY WRK-PEN-NUMERO (IDX-PEN) ' '
                       WRK-PEN-DATA (IDX-PEN) ' '
                       WRK-PEN-HISTORICO (IDX-PEN) ' '
                       WRK-PEN-AUTOR (IDX-PEN) ' '
                       WRK-TOTALFN
           END-IF.
       3100-EXIT.
           EXIT.

       3200-MOSTRAR-LINHA.
           IF WRK-PLN-NUMERO (IDX-PLN) = WRK-NUMERO-DIGITADO
               MOVE WRK-PLN-CONTA (IDX-PLN) TO WRK-CONTA-DIGITADA
               PERFORM 2120-LOCALIZAR-CONTA
               MOVE WRK-PLN-VALOR (IDX-PLN) TO WRK-VALORFN
               IF ACHOU-CONTA
                   DISPLAY WRK-PLN-CONTA (IDX-PLN) ' '
                           WRK-TAB-CONTA-NOME (IDX-CTA) ' '
                           WRK-VALORFN
               ELSE
                   DISPLAY WRK-PLN-CONTA (IDX-PLN) ' '
                           '*** FORA DO CONTMST ***       '
                           WRK-VALORFN
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

       3300-GRAVAR-DECISAO.
           OPEN EXTEND LANCAMENTO-DECISAO.
           IF WRK-FS-LANCDEC = '35'
               OPEN OUTPUT LANCAMENTO-DECISAO
           END-IF.
           IF NOT FS-LANCDEC-OK
               DISPLAY 'LANCDEC INDISPONIVEL - FS: ' WRK-FS-LANCDEC
               MOVE 'LANCDEC'  TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LANCDEC TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 3300-EXIT
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-NUMERO-DIGITADO TO JD-NUMERO.
           MOVE WRK-DECISAO         TO JD-DECISAO.
           MOVE WRK-OPERADOR-ID     TO JD-APROVADOR.
           MOVE WRK-DATA-HOJE       TO JD-DATA.
           MOVE WRK-HORA-AGORA      TO JD-HORA.
           MOVE WRK-MOTIVO          TO JD-MOTIVO.
           WRITE JD-REGISTRO.
           CLOSE LANCAMENTO-DECISAO.
           MOVE 'S' TO WRK-PEN-DECIDIDO (IDX-PEN).
           ADD 1 TO WRK-QTD-DECIDIDOS.
           DISPLAY 'DECISAO REGISTRADA - O LEDGER-TRANS E ATUALIZADO '
                   'NO PROCESSAMENTO DA NOITE'.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA SESSAO.            *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGLANMAN ***'.
           DISPLAY 'LANCAMENTOS INCLUIDOS...: ' WRK-QTD-INCLUIDOS.
           DISPLAY 'DECISOES REGISTRADAS....: ' WRK-QTD-DECIDIDOS.
       9700-EXIT.
           EXIT.

      ****************************************************************
      * 9900-GRAVAR-ERRO - GRAVA UMA LINHA NO ERROR-LOG COM O        *
      *                    PROGRAMA, O ARQUIVO, A OPERACAO E O FILE  *
      *                    STATUS QUE VIERAM RUINS.                  *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGLANMAN' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
       9900-EXIT.
           EXIT.
