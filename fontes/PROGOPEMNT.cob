       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPEMNT.
      ***************************************
      * AREA DE COMENTARIOS -> REMARKS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MANUTENCAO DO OPERADOR-MASTER PELO ADMINISTRADOR DE
      *           SEGURANCA (PERFIL SEG) - INCLUI O OPERADOR COM UMA
      *           SENHA PROVISORIA, TROCA O PERFIL, BLOQUEIA, LIBERA
      *           O ID BLOQUEADO POR FALHAS NO SIGN-ON, REINICIA A
      *           SENHA ESQUECIDA E LISTA O MESTRE. SENHA PROVISORIA
      *           SAI SEMPRE COM TROCA OBRIGATORIA NO PROXIMO SIGN-ON.
      *           CADA MANUTENCAO GRAVA A IMAGEM ANTES/DEPOIS NA
      *           OPERADOR-AUDIT (SEM O RESUMO DA SENHA). O ADMINIS-
      *           TRADOR NAO TROCA O PERFIL NEM BLOQUEIA O PROPRIO ID.
      *           RECEBE O OPERADOR DO SIGN-ON DO PROGMENU POR
      *           LINKAGE; SOZINHO, PEDE ID E SENHA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  PROGRAMA INICIAL.
      * 2026-10-15 JR  ACEITA O PERFIL COM (COMERCIAL).
      ***************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.

           SELECT OPERADOR-AUDIT ASSIGN TO "OPERAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPERAUD.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
           COPY OPERMST.

       FD  OPERADOR-AUDIT.
           COPY OPERAUD.

       FD  ERROR-LOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-OPERMST   PICTURE X(02) VALUE ZEROS.
           88 FS-OPERMST-OK          VALUE '00'.
       77 WRK-FS-OPERAUD   PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77  WRK-PTR-OPERADOR    USAGE POINTER VALUE NULL.
       77 WRK-VEIO-DO-MENU PICTURE X(01) VALUE 'N'.
           88 VEIO-DO-MENU           VALUE 'S'.
       77 WRK-ACESSO       PICTURE X(01) VALUE 'N'.
           88 ACESSO-LIBERADO        VALUE 'S'.
       77 WRK-SENHA-DIGITADA PICTURE X(08) VALUE SPACES.
       77 WRK-HASH-DIGITADO  PICTURE X(20) VALUE SPACES.
       77 WRK-ID           PICTURE X(08) VALUE SPACES.
       77 WRK-PERFIL       PICTURE X(03) VALUE SPACES.
       77 WRK-OPCAO        PICTURE 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR          VALUE 1.
           88 OPCAO-PERFIL           VALUE 2.
           88 OPCAO-BLOQUEAR         VALUE 3.
           88 OPCAO-LIBERAR          VALUE 4.
           88 OPCAO-REINICIAR        VALUE 5.
           88 OPCAO-LISTAR           VALUE 6.
           88 OPCAO-ENCERRAR         VALUE 9.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
       77 WRK-FIM-OPERMST  PICTURE X(01) VALUE 'N'.
           88 FIM-OPERMST            VALUE 'S'.
       77 WRK-OPERADOR-OK  PICTURE X(01) VALUE 'N'.
           88 OPERADOR-LOCALIZADO    VALUE 'S'.
       77 WRK-DADOS-OK     PICTURE X(01) VALUE 'N'.
           88 DADOS-ACEITOS          VALUE 'S'.
       77 WRK-QTD-BRANCOS  PICTURE 9(02) VALUE ZEROS.
       77 WRK-IMAGEM-ANTES  PICTURE X(81) VALUE SPACES.
       77 WRK-TIPO-ALTERACAO PICTURE X(10) VALUE SPACES.
       77 WRK-QTD-GRAVADOS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADOS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-OPERADOR-ID     PIC X(08).

       PROCEDURE DIVISION USING LNK-OPERADOR-ID.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 1000-ABRIR-MESTRE.
           IF FS-OPERMST-OK
               PERFORM 0200-CONFERIR-PERFIL THRU 0200-EXIT
               IF ACESSO-LIBERADO
                   PERFORM 2000-MANTER-OPERADOR UNTIL FIM-SESSAO
               ELSE
                   DISPLAY 'OPERADOR SEM PERFIL DE SEGURANCA (SEG) - '
                           'MANUTENCAO NAO LIBERADA'
               END-IF
               CLOSE OPERADOR-MASTER
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-MESTRE
      * ABRE O OPERADOR-MASTER EM I-O; SE O OPEN VIER RUIM, GRAVA NO
      * ERROR-LOG E ENCERRA. O MESTRE NAO E CRIADO AQUI: SEM ELE
      * NINGUEM PASSA DO SIGN-ON (A CARGA INICIAL E DO PROGOPECNV).
      *****************************************************************
       1000-ABRIR-MESTRE.
           OPEN I-O OPERADOR-MASTER.
           IF NOT FS-OPERMST-OK
               DISPLAY 'OPERADOR-MASTER INDISPONIVEL - FS: '
                       WRK-FS-OPERMST
               MOVE 'OPERMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-OPERMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-MANTER-OPERADOR
      * ACEITA UMA OPCAO DE MANUTENCAO E A APLICA NO MESTRE.
      *****************************************************************
       2000-MANTER-OPERADOR.
           DISPLAY '1-INCLUIR 2-PERFIL 3-BLOQUEAR 4-LIBERAR'.
           DISPLAY '5-REINICIAR SENHA 6-LISTAR 9-ENCERRAR OPCAO: '
               WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 2100-INCLUIR-OPERADOR
               THRU 2100-EXIT
               WHEN OPCAO-PERFIL
                   PERFORM 2200-TROCAR-PERFIL
               THRU 2200-EXIT
               WHEN OPCAO-BLOQUEAR
                   PERFORM 2300-BLOQUEAR-OPERADOR
               THRU 2300-EXIT
               WHEN OPCAO-LIBERAR
                   PERFORM 2350-LIBERAR-OPERADOR
               THRU 2350-EXIT
               WHEN OPCAO-REINICIAR
                   PERFORM 2400-REINICIAR-SENHA
               THRU 2400-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM 2800-LISTAR-OPERADORES
               WHEN OPCAO-ENCERRAR
                   SET FIM-SESSAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-INCLUIR-OPERADOR
      * OPERADOR NOVO ENTRA LIBERADO, SEM FALHAS, COM SENHA PROVISORIA
      * E TROCA OBRIGATORIA NO PRIMEIRO SIGN-ON.
      *****************************************************************
       2100-INCLUIR-OPERADOR.
           DISPLAY 'ID DO NOVO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-ID FROM CONSOLE.
           IF WRK-ID = SPACES
               DISPLAY 'ID OBRIGATORIO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO OP-REGISTRO.
           MOVE WRK-ID TO OP-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'OPERADOR JA CADASTRADO'
                   ADD 1 TO WRK-QTD-REJEITADOS
                   GO TO 2100-EXIT
           END-READ.
           MOVE SPACES TO OP-REGISTRO.
           MOVE WRK-ID TO OP-ID.
           DISPLAY 'NOME: ' WITH NO ADVANCING.
           ACCEPT OP-NOME FROM CONSOLE.
           IF OP-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-ACEITAR-PERFIL THRU 2500-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE WRK-PERFIL TO OP-PERFIL.
           PERFORM 2550-ACEITAR-SENHA-PROVISORIA THRU 2550-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE ZEROS TO OP-QTD-FALHAS
                         OP-DATA-BLOQUEIO.
           MOVE 'A'   TO OP-SITUACAO.
           MOVE SPACES     TO WRK-IMAGEM-ANTES.
           MOVE 'INCLUSAO' TO WRK-TIPO-ALTERACAO.
           WRITE OP-REGISTRO
               INVALID KEY
                   DISPLAY 'OPERADOR JA CADASTRADO'
                   ADD 1 TO WRK-QTD-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
                   PERFORM 2700-GRAVAR-AUDITORIA
                   DISPLAY 'OPERADOR INCLUIDO - TROCA DE SENHA '
                           'OBRIGATORIA NO PRIMEIRO SIGN-ON'
           END-WRITE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-TROCAR-PERFIL
      * O NOVO PERFIL PRECISA SER VALIDO E DIFERENTE DO ATUAL.
      *****************************************************************
       2200-TROCAR-PERFIL.
           PERFORM 2600-LOCALIZAR-OPERADOR THRU 2600-EXIT.
           IF NOT OPERADOR-LOCALIZADO
               GO TO 2200-EXIT
           END-IF.
           IF OP-ID = WRK-OPERADOR-ID
               DISPLAY 'O PROPRIO PERFIL NAO PODE SER ALTERADO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-ACEITAR-PERFIL THRU 2500-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           IF WRK-PERFIL = OP-PERFIL
               DISPLAY 'OPERADOR JA TEM O PERFIL ' OP-PERFIL
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-PERFIL TO OP-PERFIL.
           MOVE 'PERFIL'   TO WRK-TIPO-ALTERACAO.
           PERFORM 2650-REGRAVAR-OPERADOR.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-BLOQUEAR-OPERADOR
      * BLOQUEIO PEDIDO PELO ADMINISTRADOR (DESLIGAMENTO, AFASTAMEN-
      * TO); O ID SO VOLTA A ENTRAR PELA OPCAO 4.
      *****************************************************************
       2300-BLOQUEAR-OPERADOR.
           PERFORM 2600-LOCALIZAR-OPERADOR THRU 2600-EXIT.
           IF NOT OPERADOR-LOCALIZADO
               GO TO 2300-EXIT
           END-IF.
           IF OP-ID = WRK-OPERADOR-ID
               DISPLAY 'O PROPRIO ID NAO PODE SER BLOQUEADO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           IF OPERADOR-BLOQUEADO
               DISPLAY 'OPERADOR JA BLOQUEADO EM ' OP-DATA-BLOQUEIO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           MOVE 'B'           TO OP-SITUACAO.
           MOVE WRK-DATA-HOJE TO OP-DATA-BLOQUEIO.
           MOVE 'BLOQUEIO'    TO WRK-TIPO-ALTERACAO.
           PERFORM 2650-REGRAVAR-OPERADOR.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2350-LIBERAR-OPERADOR
      * TIRA O BLOQUEIO (POR FALHAS NO SIGN-ON OU PELO ADMINISTRADOR)
      * E ZERA AS FALHAS SEGUIDAS; A SENHA CONTINUA A MESMA - SE O
      * OPERADOR A ESQUECEU, REINICIAR PELA OPCAO 5.
      *****************************************************************
       2350-LIBERAR-OPERADOR.
           PERFORM 2600-LOCALIZAR-OPERADOR THRU 2600-EXIT.
           IF NOT OPERADOR-LOCALIZADO
               GO TO 2350-EXIT
           END-IF.
           IF NOT OPERADOR-BLOQUEADO
               DISPLAY 'OPERADOR NAO ESTA BLOQUEADO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2350-EXIT
           END-IF.
           MOVE 'A'         TO OP-SITUACAO.
           MOVE ZEROS       TO OP-QTD-FALHAS
                               OP-DATA-BLOQUEIO.
           MOVE 'LIBERACAO' TO WRK-TIPO-ALTERACAO.
           PERFORM 2650-REGRAVAR-OPERADOR.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2400-REINICIAR-SENHA
      * SENHA PROVISORIA NOVA, COM TROCA OBRIGATORIA E FALHAS ZERADAS.
      * NAO LIBERA O ID BLOQUEADO - ISSO E DECISAO DA OPCAO 4. A
      * PROPRIA SENHA O ADMINISTRADOR TROCA PELA OPCAO 11 DO MENU.
      *****************************************************************
       2400-REINICIAR-SENHA.
           PERFORM 2600-LOCALIZAR-OPERADOR THRU 2600-EXIT.
           IF NOT OPERADOR-LOCALIZADO
               GO TO 2400-EXIT
           END-IF.
           IF OP-ID = WRK-OPERADOR-ID
               DISPLAY 'A PROPRIA SENHA SE TROCA PELA OPCAO 11 DO MENU'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2550-ACEITAR-SENHA-PROVISORIA THRU 2550-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2400-EXIT
           END-IF.
           MOVE ZEROS      TO OP-QTD-FALHAS.
           MOVE 'REINICIO' TO WRK-TIPO-ALTERACAO.
           PERFORM 2650-REGRAVAR-OPERADOR.
           IF OPERADOR-BLOQUEADO
               DISPLAY 'OPERADOR CONTINUA BLOQUEADO - LIBERAR PELA '
                       'OPCAO 4'
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-ACEITAR-PERFIL
      * CAD, SEC, OPS, CTB, SEG OU COM.
      *****************************************************************
       2500-ACEITAR-PERFIL.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'PERFIL (CAD/SEC/OPS/CTB/SEG/COM): '
               WITH NO ADVANCING.
           ACCEPT WRK-PERFIL FROM CONSOLE.
           IF WRK-PERFIL NOT = 'CAD' AND NOT = 'SEC' AND NOT = 'OPS'
              AND NOT = 'CTB' AND NOT = 'SEG' AND NOT = 'COM'
               DISPLAY 'PERFIL INVALIDO'
               GO TO 2500-EXIT
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2550-ACEITAR-SENHA-PROVISORIA
      * A SENHA PROVISORIA SEGUE A MESMA REGRA DA TROCA NO MENU (6 A
      * 8 CARACTERES SEM BRANCOS, DIFERENTE DO ID); SO O RESUMO DO
      * PROGSENHA VAI PARA O MESTRE, COM A DATA DE HOJE E A TROCA
      * OBRIGATORIA NO PROXIMO SIGN-ON.
      *****************************************************************
       2550-ACEITAR-SENHA-PROVISORIA.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'SENHA PROVISORIA (6 A 8 CARACTERES): '
               WITH NO ADVANCING.
           ACCEPT WRK-SENHA-DIGITADA FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-SENHA-DIGITADA TALLYING WRK-QTD-BRANCOS
               FOR ALL SPACES.
           IF WRK-QTD-BRANCOS > 2
               DISPLAY 'SENHA PRECISA TER PELO MENOS 6 CARACTERES, '
                       'SEM BRANCOS'
               GO TO 2550-EXIT
           END-IF.
           IF WRK-SENHA-DIGITADA = OP-ID
               DISPLAY 'SENHA NAO PODE SER IGUAL AO ID'
               GO TO 2550-EXIT
           END-IF.
           CALL 'PROGSENHA' USING OP-ID
                                  WRK-SENHA-DIGITADA
                                  OP-SENHA-HASH.
           MOVE SPACES        TO WRK-SENHA-DIGITADA.
           MOVE WRK-DATA-HOJE TO OP-DATA-SENHA.
           MOVE 'S'           TO OP-TROCA-SENHA.
           MOVE 'S'           TO WRK-DADOS-OK.
       2550-EXIT.
           EXIT.

       2600-LOCALIZAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK.
           DISPLAY 'ID DO OPERADOR A MANTER: ' WITH NO ADVANCING.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE WRK-ID TO OP-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO'
                   ADD 1 TO WRK-QTD-REJEITADOS
               NOT INVALID KEY
                   MOVE 'S' TO WRK-OPERADOR-OK
                   MOVE OP-REGISTRO TO WRK-IMAGEM-ANTES
                   PERFORM 2810-MOSTRAR-OPERADOR
           END-READ.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2650-REGRAVAR-OPERADOR
      * REGRAVA O REGISTRO ALTERADO NO MESTRE E ACRESCENTA A IMAGEM
      * ANTES/DEPOIS NA OPERADOR-AUDIT.
      *****************************************************************
       2650-REGRAVAR-OPERADOR.
           REWRITE OP-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR OPERADOR - FS: '
                           WRK-FS-OPERMST
                   MOVE 'OPERMST' TO EL-ARQUIVO
                   MOVE 'REWRITE' TO EL-OPERACAO
                   MOVE WRK-FS-OPERMST TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
                   PERFORM 2700-GRAVAR-AUDITORIA
                   DISPLAY 'ALTERACAO GRAVADA: ' WRK-TIPO-ALTERACAO
           END-REWRITE.
       2650-EXIT.
           EXIT.

      *****************************************************************
      * 2700-GRAVAR-AUDITORIA
      * GRAVA A LINHA DE AUDITORIA DA MANUTENCAO (QUEM, QUANDO, O QUE
      * MUDOU), COM AS IMAGENS ANTES E DEPOIS DO REGISTRO E O RESUMO
      * DA SENHA COBERTO NAS DUAS.
      *****************************************************************
       2700-GRAVAR-AUDITORIA.
           OPEN EXTEND OPERADOR-AUDIT.
           ACCEPT OA-DATA FROM DATE YYYYMMDD.
           ACCEPT OA-HORA FROM TIME.
           MOVE WRK-OPERADOR-ID    TO OA-OPERADOR.
           MOVE WRK-TIPO-ALTERACAO TO OA-TIPO.
           MOVE WRK-IMAGEM-ANTES   TO OA-IMAGEM-ANTES.
           MOVE OP-REGISTRO        TO OA-IMAGEM-DEPOIS.
           IF OA-IMAGEM-ANTES NOT = SPACES
               MOVE ALL '*' TO OA-IMAGEM-ANTES (39:20)
           END-IF.
           MOVE ALL '*' TO OA-IMAGEM-DEPOIS (39:20).
           WRITE OA-REGISTRO.
           CLOSE OPERADOR-AUDIT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2800-LISTAR-OPERADORES
      * MOSTRA O MESTRE INTEIRO EM ORDEM DE ID (SEM O RESUMO DA SENHA).
      *****************************************************************
       2800-LISTAR-OPERADORES.
           MOVE ZEROS  TO WRK-QTD-LISTADOS.
           MOVE 'N'    TO WRK-FIM-OPERMST.
           MOVE LOW-VALUES TO OP-ID.
           START OPERADOR-MASTER KEY IS NOT LESS THAN OP-ID
               INVALID KEY
                   SET FIM-OPERMST TO TRUE
           END-START.
           IF NOT FIM-OPERMST
               PERFORM 2820-LER-PROXIMO
           END-IF.
           PERFORM 2830-LISTAR-UM UNTIL FIM-OPERMST.
           DISPLAY 'OPERADORES CADASTRADOS: ' WRK-QTD-LISTADOS.
       2800-EXIT.
           EXIT.

       2810-MOSTRAR-OPERADOR.
           DISPLAY 'OPERADOR ' OP-ID ' ' OP-NOME
                   ' PERFIL ' OP-PERFIL.
           DISPLAY '   SITUACAO ' OP-SITUACAO
                   ' FALHAS ' OP-QTD-FALHAS
                   ' BLOQUEIO ' OP-DATA-BLOQUEIO
                   ' SENHA DE ' OP-DATA-SENHA
                   ' TROCA ' OP-TROCA-SENHA.
       2810-EXIT.
           EXIT.

       2820-LER-PROXIMO.
           READ OPERADOR-MASTER NEXT RECORD
               AT END SET FIM-OPERMST TO TRUE
           END-READ.
       2820-EXIT.
           EXIT.

       2830-LISTAR-UM.
           ADD 1 TO WRK-QTD-LISTADOS.
           PERFORM 2810-MOSTRAR-OPERADOR.
           PERFORM 2820-LER-PROXIMO.
       2830-EXIT.
           EXIT.

      *****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
      *****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'REGISTROS GRAVADOS:   ' WRK-QTD-GRAVADOS.
           DISPLAY 'REGISTROS REJEITADOS: ' WRK-QTD-REJEITADOS.
       9700-EXIT.
           EXIT.

      *****************************************************************
      * 9900-GRAVAR-ERRO
      * GRAVA UMA LINHA NO ERROR-LOG COM O PROGRAMA, O ARQUIVO, A
      * OPERACAO E O FILE STATUS QUE VIERAM RUINS.
      *****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGOPEMNT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      * O OPERADOR VEM DO SIGN-ON DO PROGMENU; SOZINHO, O PROGRAMA
      * PEDE ID E SENHA (CONFERIDOS NO 0200 CONTRA O MESTRE).
      *****************************************************************
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
               PERFORM 0110-LER-OPERADOR
                   UNTIL WRK-OPERADOR-ID NOT = SPACES
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

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.

      *****************************************************************
      * 0200-CONFERIR-PERFIL
      * SO O PERFIL SEG, LIBERADO, MANTEM O MESTRE - MESMO VINDO DO
      * MENU O PERFIL E CONFERIDO DE NOVO. SEM O MENU, A SENHA TAMBEM
      * E CONFERIDA E A TROCA PENDENTE PRECISA SER FEITA ANTES NO
      * SIGN-ON DO PROGMENU.
      *****************************************************************
       0200-CONFERIR-PERFIL.
           MOVE 'N' TO WRK-ACESSO.
           MOVE WRK-OPERADOR-ID TO OP-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   GO TO 0200-EXIT
           END-READ.
           IF NOT PERFIL-SEGURANCA
              OR OPERADOR-BLOQUEADO
               GO TO 0200-EXIT
           END-IF.
           IF NOT VEIO-DO-MENU
               IF OP-SENHA-HASH NOT = WRK-HASH-DIGITADO
                  OR OP-TROCA-OBRIGATORIA
                   GO TO 0200-EXIT
               END-IF
           END-IF.
           SET ACESSO-LIBERADO TO TRUE.
       0200-EXIT.
           EXIT.
