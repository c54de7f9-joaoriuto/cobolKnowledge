      * 2026-09-02 JR  GANHA A OPCAO 9 (PROGCLI360, VISAO 360 DO     *
      *                CLIENTE NO BALCAO); SAIR PASSA A SER A        *
      *                OPCAO 0.                                      *
      * 2026-10-15 JR  GANHA A OPCAO 10 (PROGLANMAN, LANCAMENTO      *
      *                MANUAL NO LEDGER), SO PARA O PERFIL CTB -     *
      *                NEM O OPS VE ESSA OPCAO. A OPCAO PASSA A TER  *
      *                DOIS DIGITOS.                                 *
      * 2026-10-15 JR  SIGN-ON LE O OPERADOR-MASTER (AGORA INDEXADO) *
      *                PELO ID E CONFERE O RESUMO DA SENHA           *
      *                (PROGSENHA) EM VEZ DA SENHA EM CLARO. FALHAS  *
      *                SEGUIDAS SAO CONTADAS NO MESTRE E, NO LIMITE  *
      *                DO SIGNCFG (PADRAO 5), O ID FICA BLOQUEADO    *
      *                ATE O ADMINISTRADOR DE SEGURANCA LIBERAR.     *
      *                TROCA DE SENHA OBRIGATORIA NO PRIMEIRO ACESSO *
      *                E QUANDO A SENHA VENCE (SIGNCFG, PADRAO 90    *
      *                DIAS). NOVAS OPCOES 11 (TROCAR SENHA, TODOS   *
      *                OS PERFIS) E 12 (PROGOPEMNT, SO PARA O PERFIL *
      *                SEG).                                         *
      * 2026-10-15 JR  GANHA A OPCAO 13 (PROGTABMNT, MANUTENCAO DAS  *
      *                TABELAS COMERCIAIS) PARA O NOVO PERFIL COM    *
      *                (COMERCIAL) E PARA O OPS.                     *
      * 2026-10-15 JR  GANHA A OPCAO 14 (PROGATEND, ATENDIMENTO DA   *
      *                FILA DO BALCAO) PARA OS PERFIS CAD, SEC E OPS.*
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.
           SELECT SIGNON-CONFIG   ASSIGN TO "SIGNCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SIGNCFG.
           SELECT SIGNON-LOG      ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SIGNLOG.
       FILE                  SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERMST.
       FD  SIGNON-CONFIG.
       01  SF-REGISTRO.
           05  SF-LIMITE-RECUSAS PIC 9(03).
           05  SF-DIAS-INATIVO   PIC 9(03).
           05  SF-MAX-FALHAS     PIC 9(02).
           05  SF-DIAS-SENHA     PIC 9(03).
       FD  SIGNON-LOG.
       01  SG-LINHA              PIC X(50).
       WORKING-STORAGE       SECTION.
       77  WRK-FS-OPERMST        PIC X(02) VALUE SPACES.
           88  FS-OPERMST-OK         VALUE '00'.
       77  WRK-FS-SIGNCFG        PIC X(02) VALUE SPACES.
           88  FS-SIGNCFG-OK         VALUE '00'.
       77  WRK-FS-SIGNLOG        PIC X(02) VALUE SPACES.
       77  WRK-OPCAO             PIC 9(02) VALUE ZEROS.
           88  OPCAO-VALIDA          VALUES 0 THRU 14.
           88  OPCAO-SAIR            VALUE 0.
       77  WRK-SAIR              PIC X(01) VALUE 'N'.
           88  FIM-MENU              VALUE 'S'.
           88  OPERADOR-CADASTRO     VALUE 'CAD'.
           88  OPERADOR-SECRETARIA   VALUE 'SEC'.
           88  OPERADOR-OPERACAO     VALUE 'OPS'.
           88  OPERADOR-CONTABIL     VALUE 'CTB'.
           88  OPERADOR-SEGURANCA    VALUE 'SEG'.
           88  OPERADOR-COMERCIAL    VALUE 'COM'.
       77  WRK-SIGNON-OK         PIC X(01) VALUE 'N'.
           88  SIGNON-OK             VALUE 'S'.
       77  WRK-ENCERRAR          PIC X(01) VALUE 'N'.
           88  SESSAO-ENCERRADA      VALUE 'S'.
       77  WRK-QTD-TENTATIVAS    PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA        PIC 9(08) VALUE ZEROS.
       77  WRK-OPCAO-PERMITIDA   PIC X(01) VALUE 'N'.
           88  OPCAO-PERMITIDA       VALUE 'S'.

      * LIMITES DA SENHA (PADROES QUANDO NAO HA SIGNCFG OU QUANDO O
      * SIGNCFG AINDA TEM SO OS LIMITES DO PROGSIGRPT). VALIDADE ZERO
      * NO SIGNCFG = SENHA NAO VENCE.
       77  WRK-MAX-FALHAS        PIC 9(02) VALUE 05.
       77  WRK-DIAS-SENHA        PIC 9(03) VALUE 090.

      * TROCA DE SENHA.
       77  WRK-HASH-DIGITADO     PIC X(20) VALUE SPACES.
       77  WRK-HASH-NOVO         PIC X(20) VALUE SPACES.
       77  WRK-SENHA-NOVA        PIC X(08) VALUE SPACES.
       77  WRK-SENHA-CONFIRMA    PIC X(08) VALUE SPACES.
       77  WRK-QTD-BRANCOS       PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-TROCAS        PIC 9(01) VALUE ZEROS.
       77  WRK-TROCA-EXIGIDA     PIC X(01) VALUE 'N'.
           88  TROCA-EXIGIDA         VALUE 'S'.
       77  WRK-SENHA-TROCADA     PIC X(01) VALUE 'N'.
           88  SENHA-TROCADA         VALUE 'S'.
       77  WRK-HOJE-INT          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SENHA-INT         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-IDADE-SENHA       PIC S9(07) COMP-3 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0100-CARREGAR-CONFIG.
           PERFORM 0200-SIGN-ON THRU 0200-EXIT
               UNTIL SIGNON-OK OR SESSAO-ENCERRADA
                  OR WRK-QTD-TENTATIVAS >= 3.
           IF SIGNON-OK
               PERFORM 1000-EXIBIR-MENU UNTIL FIM-MENU
           ELSE
               IF NOT SESSAO-ENCERRADA
                   DISPLAY 'SIGN-ON RECUSADO TRES VEZES - SESSAO '
                           'ENCERRADA'
               END-IF
           END-IF.
           STOP RUN.

      ****************************************************************
      * 0100-CARREGAR-CONFIG - LIMITE DE FALHAS E VALIDADE DA SENHA  *
      *                        DO SIGNCFG (O MESMO DO PROGSIGRPT).   *
      ****************************************************************
       0100-CARREGAR-CONFIG.
           OPEN INPUT SIGNON-CONFIG.
           IF FS-SIGNCFG-OK
               READ SIGNON-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF SF-MAX-FALHAS NUMERIC
                          AND SF-MAX-FALHAS > ZEROS
                           MOVE SF-MAX-FALHAS TO WRK-MAX-FALHAS
                       END-IF
                       IF SF-DIAS-SENHA NUMERIC
                           MOVE SF-DIAS-SENHA TO WRK-DIAS-SENHA
                       END-IF
               END-READ
               CLOSE SIGNON-CONFIG
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************************
      * 0200-SIGN-ON - LE O OPERADOR PELO ID E CONFERE O RESUMO DA   *
      *                SENHA. ID DESCONHECIDO, BLOQUEADO OU SENHA    *
      *                ERRADA E RECUSA NO SIGNON-LOG; SENHA ERRADA   *
      *                AINDA CONTA FALHA NO MESTRE. ACEITO, ZERA AS  *
      *                FALHAS E EXIGE A TROCA QUANDO FOR O PRIMEIRO  *
      *                ACESSO OU A SENHA ESTIVER VENCIDA.            *
      ****************************************************************
       0200-SIGN-ON.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           DISPLAY 'SENHA: ' WITH NO ADVANCING.
           ACCEPT WRK-SENHA-DIGITADA FROM CONSOLE.
           MOVE 'N' TO WRK-SIGNON-OK.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL 'PROGSENHA' USING WRK-ID-DIGITADO
                                  WRK-SENHA-DIGITADA
                                  WRK-HASH-DIGITADO.
           MOVE SPACES TO WRK-SENHA-DIGITADA.

           OPEN I-O OPERADOR-MASTER.
           IF NOT FS-OPERMST-OK
               DISPLAY 'OPERADOR-MASTER INDISPONIVEL - FS: '
                       WRK-FS-OPERMST
               SET SESSAO-ENCERRADA TO TRUE
               GO TO 0200-EXIT
           END-IF.

           MOVE WRK-ID-DIGITADO TO OP-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTD-TENTATIVAS
                   DISPLAY 'ID OU SENHA INVALIDOS'
                   PERFORM 0300-REGISTRAR-RECUSA
                   CLOSE OPERADOR-MASTER
                   GO TO 0200-EXIT
           END-READ.

           IF OPERADOR-BLOQUEADO
               ADD 1 TO WRK-QTD-TENTATIVAS
               DISPLAY 'OPERADOR BLOQUEADO DESDE ' OP-DATA-BLOQUEIO
                       ' - PROCURE O ADMINISTRADOR DE SEGURANCA'
               PERFORM 0300-REGISTRAR-RECUSA
               CLOSE OPERADOR-MASTER
               GO TO 0200-EXIT
           END-IF.

           IF WRK-HASH-DIGITADO NOT = OP-SENHA-HASH
               ADD 1 TO WRK-QTD-TENTATIVAS
               DISPLAY 'ID OU SENHA INVALIDOS'
               PERFORM 0300-REGISTRAR-RECUSA
               PERFORM 0250-CONTAR-FALHA
               CLOSE OPERADOR-MASTER
               GO TO 0200-EXIT
           END-IF.

           MOVE ZEROS TO OP-QTD-FALHAS.
           PERFORM 0260-VERIFICAR-VALIDADE.
           IF TROCA-EXIGIDA
               MOVE 'N' TO WRK-SENHA-TROCADA
               MOVE ZEROS TO WRK-QTD-TROCAS
               PERFORM 0400-TROCAR-SENHA THRU 0400-EXIT
                   UNTIL SENHA-TROCADA OR WRK-QTD-TROCAS >= 3
           END-IF.
           MOVE OP-ID     TO WRK-OPERADOR-ID.
           MOVE OP-PERFIL TO WRK-PERFIL.
           REWRITE OP-REGISTRO.
           IF NOT FS-OPERMST-OK
               DISPLAY 'ERRO NA REGRAVACAO DO OPERADOR-MASTER - FS: '
                       WRK-FS-OPERMST
           END-IF.
           CLOSE OPERADOR-MASTER.

           IF TROCA-EXIGIDA AND NOT SENHA-TROCADA
               DISPLAY 'TROCA DE SENHA OBRIGATORIA NAO CONCLUIDA - '
                       'SESSAO ENCERRADA'
               SET SESSAO-ENCERRADA TO TRUE
               GO TO 0200-EXIT
           END-IF.

           MOVE 'S' TO WRK-SIGNON-OK.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID
                   ' PERFIL: ' WRK-PERFIL.
           PERFORM 0350-REGISTRAR-ACEITE.
       0200-EXIT.
           EXIT.

      ****************************************************************
      * 0250-CONTAR-FALHA - MAIS UMA FALHA SEGUIDA NO MESTRE; NO     *
      *                     LIMITE, O ID FICA BLOQUEADO ATE O        *
      *                     PROGOPEMNT LIBERAR.                      *
      ****************************************************************
       0250-CONTAR-FALHA.
           ADD 1 TO OP-QTD-FALHAS.
           IF OP-QTD-FALHAS >= WRK-MAX-FALHAS
               MOVE 'B'           TO OP-SITUACAO
               MOVE WRK-DATA-HOJE TO OP-DATA-BLOQUEIO
               DISPLAY 'ID ' OP-ID ' BLOQUEADO APOS ' OP-QTD-FALHAS
                       ' FALHAS SEGUIDAS - PROCURE O ADMINISTRADOR '
                       'DE SEGURANCA'
               PERFORM 0360-REGISTRAR-BLOQUEIO
           END-IF.
           REWRITE OP-REGISTRO.
           IF NOT FS-OPERMST-OK
               DISPLAY 'ERRO NA REGRAVACAO DO OPERADOR-MASTER - FS: '
                       WRK-FS-OPERMST
           END-IF.
       0250-EXIT.
           EXIT.

      ****************************************************************
      * 0260-VERIFICAR-VALIDADE - TROCA OBRIGATORIA MARCADA PELO     *
      *                           ADMINISTRADOR (INCLUSAO/REINICIO)  *
      *                           OU SENHA MAIS VELHA QUE A VALIDADE.*
      ****************************************************************
       0260-VERIFICAR-VALIDADE.
           MOVE 'N' TO WRK-TROCA-EXIGIDA.
           IF OP-TROCA-OBRIGATORIA
               DISPLAY 'SENHA PROVISORIA - TROQUE A SENHA AGORA'
               MOVE 'S' TO WRK-TROCA-EXIGIDA
           ELSE
               IF WRK-DIAS-SENHA > ZEROS
                   IF OP-DATA-SENHA NOT NUMERIC
                      OR OP-DATA-SENHA = ZEROS
                       MOVE 99999 TO WRK-IDADE-SENHA
                   ELSE
                       COMPUTE WRK-HOJE-INT =
                           FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
                       COMPUTE WRK-SENHA-INT =
                           FUNCTION INTEGER-OF-DATE (OP-DATA-SENHA)
                       COMPUTE WRK-IDADE-SENHA =
                           WRK-HOJE-INT - WRK-SENHA-INT
                   END-IF
                   IF WRK-IDADE-SENHA > WRK-DIAS-SENHA
                       DISPLAY 'SENHA VENCIDA (VALIDADE DE '
                               WRK-DIAS-SENHA ' DIAS) - TROQUE A '
                               'SENHA AGORA'
                       MOVE 'S' TO WRK-TROCA-EXIGIDA
                   END-IF
               END-IF
           END-IF.
       0260-EXIT.
           EXIT.

       0300-REGISTRAR-RECUSA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
       0350-EXIT.
           EXIT.

       0360-REGISTRAR-BLOQUEIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND SIGNON-LOG.
           MOVE SPACES TO SG-LINHA.
           STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                  ' ID BLOQUEADO PARA ' OP-ID
               DELIMITED BY SIZE INTO SG-LINHA
           END-STRING.
           WRITE SG-LINHA.
           CLOSE SIGNON-LOG.
       0360-EXIT.
           EXIT.

       0370-REGISTRAR-TROCA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND SIGNON-LOG.
           MOVE SPACES TO SG-LINHA.
           STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                  ' SENHA TROCADA PARA ' OP-ID
               DELIMITED BY SIZE INTO SG-LINHA
           END-STRING.
           WRITE SG-LINHA.
           CLOSE SIGNON-LOG.
       0370-EXIT.
           EXIT.

      ****************************************************************
      * 0400-TROCAR-SENHA - NOVA SENHA DIGITADA DUAS VEZES, COM PELO *
      *                     MENOS 6 CARACTERES, DIFERENTE DO ID E DA *
      *                     SENHA ATUAL. SO MEXE NO REGISTRO EM      *
      *                     MEMORIA - QUEM CHAMA FAZ O REWRITE.      *
      ****************************************************************
       0400-TROCAR-SENHA.
           ADD 1 TO WRK-QTD-TROCAS.
           MOVE 'N' TO WRK-SENHA-TROCADA.
           DISPLAY 'NOVA SENHA (6 A 8 CARACTERES): '
               WITH NO ADVANCING.
           ACCEPT WRK-SENHA-NOVA FROM CONSOLE.
           DISPLAY 'CONFIRME A NOVA SENHA: ' WITH NO ADVANCING.
           ACCEPT WRK-SENHA-CONFIRMA FROM CONSOLE.

           IF WRK-SENHA-NOVA NOT = WRK-SENHA-CONFIRMA
               DISPLAY 'CONFIRMACAO NAO CONFERE - SENHA NAO TROCADA'
               GO TO 0400-EXIT
           END-IF.

           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-SENHA-NOVA TALLYING WRK-QTD-BRANCOS
               FOR ALL SPACES.
           IF WRK-QTD-BRANCOS > 2
               DISPLAY 'SENHA PRECISA TER PELO MENOS 6 CARACTERES, '
                       'SEM BRANCOS'
               GO TO 0400-EXIT
           END-IF.

           IF WRK-SENHA-NOVA = OP-ID
               DISPLAY 'SENHA NAO PODE SER IGUAL AO ID'
               GO TO 0400-EXIT
           END-IF.

           CALL 'PROGSENHA' USING OP-ID
                                  WRK-SENHA-NOVA
                                  WRK-HASH-NOVO.
           MOVE SPACES TO WRK-SENHA-NOVA WRK-SENHA-CONFIRMA.
           IF WRK-HASH-NOVO = OP-SENHA-HASH
               DISPLAY 'NOVA SENHA PRECISA SER DIFERENTE DA ATUAL'
               GO TO 0400-EXIT
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HASH-NOVO TO OP-SENHA-HASH.
           MOVE WRK-DATA-HOJE TO OP-DATA-SENHA.
           MOVE 'N'           TO OP-TROCA-SENHA.
           MOVE 'S'           TO WRK-SENHA-TROCADA.
           DISPLAY 'SENHA TROCADA - VALE POR ' WRK-DIAS-SENHA ' DIAS'.
           PERFORM 0370-REGISTRAR-TROCA.
       0400-EXIT.
           EXIT.

      ****************************************************************
      * 1000-EXIBIR-MENU - MOSTRA SO AS OPCOES DO PERFIL DO OPERADOR,*
      *                    ACEITA A ESCOLHA E CHAMA O PROGRAMA.      *
               DISPLAY ' 8 - PROGCLICON (CONSULTA DE CLIENTE)'
               DISPLAY ' 9 - PROGCLI360 (VISAO 360 DO CLIENTE)'
           END-IF.
           IF OPERADOR-CONTABIL
               DISPLAY '10 - PROGLANMAN (LANCAMENTO MANUAL)'
           END-IF.
           DISPLAY '11 - TROCAR SENHA'.
           IF OPERADOR-SEGURANCA
               DISPLAY '12 - PROGOPEMNT (MANUTENCAO DE OPERADORES)'
           END-IF.
           IF OPERADOR-OPERACAO OR OPERADOR-COMERCIAL
               DISPLAY '13 - PROGTABMNT (TABELAS COMERCIAIS)'
           END-IF.
           IF OPERADOR-OPERACAO OR OPERADOR-CADASTRO
              OR OPERADOR-SECRETARIA
               DISPLAY '14 - PROGATEND  (FILA DO BALCAO)'
           END-IF.
           DISPLAY ' 0 - SAIR'.
           DISPLAY '========================================='.
           DISPLAY 'DIGITE A OPCAO DESEJADA: ' WITH NO ADVANCING.
                              CANCEL 'PROGCLICON'
                       WHEN 9 CALL 'PROGCLI360' USING WRK-OPERADOR-ID
                              CANCEL 'PROGCLI360'
                       WHEN 10 CALL 'PROGLANMAN' USING WRK-OPERADOR-ID
                              CANCEL 'PROGLANMAN'
                       WHEN 11 PERFORM 2000-TROCAR-SENHA-MENU
                                  THRU 2000-EXIT
                       WHEN 12 CALL 'PROGOPEMNT' USING WRK-OPERADOR-ID
                              CANCEL 'PROGOPEMNT'
                       WHEN 13 CALL 'PROGTABMNT' USING WRK-OPERADOR-ID
                              CANCEL 'PROGTABMNT'
                       WHEN 14 CALL 'PROGATEND' USING WRK-OPERADOR-ID
                              CANCEL 'PROGATEND'
                       WHEN 0 SET FIM-MENU TO TRUE
                   END-EVALUATE
               END-IF

      ****************************************************************
      * 1100-CONFERIR-PERMISSAO - A OPCAO ESCOLHIDA PRECISA ESTAR NO *
      *                           PERFIL DO OPERADOR (OPS VE TUDO,   *
      *                           MENOS O LANCAMENTO MANUAL, QUE E   *
      *                           SO DO CTB, E A MANUTENCAO DE       *
      *                           OPERADORES, QUE E SO DO SEG; TROCAR*
      *                           A PROPRIA SENHA VALE PARA TODOS;   *
      *                           O COM SO MANTEM AS TABELAS         *
      *                           COMERCIAIS; A FILA DO BALCAO E DO  *
      *                           CAD E DO SEC).                     *
      ****************************************************************
       1100-CONFERIR-PERMISSAO.
           MOVE 'N' TO WRK-OPCAO-PERMITIDA.
           EVALUATE TRUE
               WHEN WRK-OPCAO = 0 OR WRK-OPCAO = 11
                   MOVE 'S' TO WRK-OPCAO-PERMITIDA
               WHEN WRK-OPCAO = 10
                   IF OPERADOR-CONTABIL
                       MOVE 'S' TO WRK-OPCAO-PERMITIDA
                   END-IF
               WHEN WRK-OPCAO = 12
                   IF OPERADOR-SEGURANCA
                       MOVE 'S' TO WRK-OPCAO-PERMITIDA
                   END-IF
               WHEN OPERADOR-OPERACAO
                   MOVE 'S' TO WRK-OPCAO-PERMITIDA
               WHEN OPERADOR-COMERCIAL
                   IF WRK-OPCAO = 13
                       MOVE 'S' TO WRK-OPCAO-PERMITIDA
                   END-IF
               WHEN OPERADOR-CADASTRO
                   IF WRK-OPCAO = 5 OR WRK-OPCAO = 7 OR WRK-OPCAO = 8
                      OR WRK-OPCAO = 9 OR WRK-OPCAO = 14
                       MOVE 'S' TO WRK-OPCAO-PERMITIDA
                   END-IF
               WHEN OPERADOR-SECRETARIA
                   IF WRK-OPCAO = 3 OR WRK-OPCAO = 4 OR WRK-OPCAO = 14
                       MOVE 'S' TO WRK-OPCAO-PERMITIDA
                   END-IF
           END-EVALUATE.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-TROCAR-SENHA-MENU - TROCA PEDIDA PELO PROPRIO OPERADOR: *
      *                          CONFERE A SENHA ATUAL (ERRO CONTA   *
      *                          FALHA E PODE BLOQUEAR O ID, O QUE   *
      *                          ENCERRA A SESSAO) E GRAVA A NOVA.   *
      ****************************************************************
       2000-TROCAR-SENHA-MENU.
           OPEN I-O OPERADOR-MASTER.
           IF NOT FS-OPERMST-OK
               DISPLAY 'OPERADOR-MASTER INDISPONIVEL - FS: '
                       WRK-FS-OPERMST
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-OPERADOR-ID TO OP-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR ' WRK-OPERADOR-ID
                           ' NAO ENCONTRADO NO OPERADOR-MASTER'
                   CLOSE OPERADOR-MASTER
                   GO TO 2000-EXIT
           END-READ.

           DISPLAY 'SENHA ATUAL: ' WITH NO ADVANCING.
           ACCEPT WRK-SENHA-DIGITADA FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           CALL 'PROGSENHA' USING OP-ID
                                  WRK-SENHA-DIGITADA
                                  WRK-HASH-DIGITADO.
           MOVE SPACES TO WRK-SENHA-DIGITADA.
           IF WRK-HASH-DIGITADO NOT = OP-SENHA-HASH
               DISPLAY 'SENHA ATUAL NAO CONFERE'
               MOVE OP-ID TO WRK-ID-DIGITADO
               PERFORM 0300-REGISTRAR-RECUSA
               PERFORM 0250-CONTAR-FALHA
               IF OPERADOR-BLOQUEADO
                   DISPLAY 'SESSAO ENCERRADA'
                   SET FIM-MENU TO TRUE
               END-IF
               CLOSE OPERADOR-MASTER
               GO TO 2000-EXIT
           END-IF.

           MOVE ZEROS TO OP-QTD-FALHAS.
           MOVE ZEROS TO WRK-QTD-TROCAS.
           PERFORM 0400-TROCAR-SENHA THRU 0400-EXIT.
           REWRITE OP-REGISTRO.
           IF NOT FS-OPERMST-OK
               DISPLAY 'ERRO NA REGRAVACAO DO OPERADOR-MASTER - FS: '
                       WRK-FS-OPERMST
           END-IF.
           CLOSE OPERADOR-MASTER.
       2000-EXIT.
           EXIT.
