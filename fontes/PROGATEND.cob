       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGATEND.
      ***************************************
      * AREA DE COMENTARIOS -> REMARKS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ATENDIMENTO DA FILA DO BALCAO PELO OPERADOR (PERFIS
      *           CAD, SEC E OPS). AS FICHAS SAO EMITIDAS NO CHECK-IN
      *           DO PROGCOB02/AULA21 (PROGFICHA); AQUI O OPERADOR
      *           CHAMA A PROXIMA FICHA (A MAIS ANTIGA AGUARDANDO,
      *           DE QUALQUER SERVICO OU DE UM SO) OU UMA FICHA PELO
      *           NUMERO, ENCERRA O ATENDIMENTO QUE ELE MESMO
      *           INICIOU, DA COMO DESISTENTE A FICHA CHAMADA QUE NAO
      *           COMPARECEU E LISTA A FILA DO DIA. CADA INICIO, FIM E
      *           DESISTENCIA VAI PARA O ATENDIMENTO-LOG COM A HORA E
      *           O OPERADOR, PARA O NIVEL DE SERVICO DO PROGATDRPT.
      *           A SITUACAO DAS FICHAS E RELIDA DO LOG A CADA OPCAO,
      *           PARA ENXERGAR O QUE OS OUTROS BALCOES JA FIZERAM.
      *           RECEBE O OPERADOR DO SIGN-ON DO PROGMENU POR
      *           LINKAGE; SOZINHO, PEDE ID E SENHA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  PROGRAMA INICIAL.
      ***************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATENDIMENTO-LOG ASSIGN TO "ATENDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATENDLOG.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ATENDIMENTO-LOG.
           COPY ATENDLOG.

       FD  OPERADOR-MASTER.
           COPY OPERMST.

       FD  ERROR-LOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ATENDLOG  PICTURE X(02) VALUE ZEROS.
           88 FS-ATENDLOG-OK         VALUE '00'.
           88 FS-ATENDLOG-NAO-EXISTE VALUE '35'.
       77 WRK-FS-OPERMST   PICTURE X(02) VALUE ZEROS.
           88 FS-OPERMST-OK          VALUE '00'.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77  WRK-PTR-OPERADOR    USAGE POINTER VALUE NULL.
       77 WRK-VEIO-DO-MENU PICTURE X(01) VALUE 'N'.
           88 VEIO-DO-MENU           VALUE 'S'.
       77 WRK-ACESSO       PICTURE X(01) VALUE 'N'.
           88 ACESSO-LIBERADO        VALUE 'S'.
       77 WRK-SENHA-DIGITADA PICTURE X(08) VALUE SPACES.
       77 WRK-HASH-DIGITADO  PICTURE X(20) VALUE SPACES.
       77 WRK-OPCAO        PICTURE 9(01) VALUE ZEROS.
           88 OPCAO-CHAMAR-PROXIMA   VALUE 1.
           88 OPCAO-CHAMAR-FICHA     VALUE 2.
           88 OPCAO-ENCERRAR         VALUE 3.
           88 OPCAO-DESISTENCIA      VALUE 4.
           88 OPCAO-LISTAR           VALUE 5.
           88 OPCAO-VALIDA           VALUE 1 THRU 5.
           88 OPCAO-SAIR             VALUE 9.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
       77 WRK-FIM-LEITURA  PICTURE X(01) VALUE 'N'.
           88 FIM-LEITURA            VALUE 'S'.
       77 WRK-CARGA-OK     PICTURE X(01) VALUE 'N'.
           88 CARGA-OK               VALUE 'S'.
       77 WRK-SERVICO      PICTURE X(01) VALUE SPACES.
           88 SERVICO-QUALQUER       VALUE SPACE.
           88 SERVICO-VALIDO         VALUE 'C' 'M' 'F' 'I' SPACE.
       77 WRK-FICHA        PICTURE 9(04) VALUE ZEROS.
       77 WRK-EVENTO       PICTURE X(01) VALUE SPACES.
           88 EVENTO-INICIO          VALUE 'I'.
           88 EVENTO-FIM             VALUE 'F'.
           88 EVENTO-DESISTENCIA     VALUE 'A'.
       77 WRK-HORA-EVENTO  PICTURE 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-AGUARDANDO PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-EM-ATENDIMENTO PICTURE 9(04) VALUE ZEROS.

      * SITUACAO DE CADA FICHA DO DIA, PELO NUMERO DA FICHA.
       01 WRK-TAB-FICHAS.
           05 WRK-FIC-ITEM OCCURS 9999 TIMES.
               10 WRK-FIC-SERVICO      PICTURE X(01).
               10 WRK-FIC-SITUACAO     PICTURE X(01).
                   88 FIC-NAO-EMITIDA        VALUE SPACE.
                   88 FIC-AGUARDANDO         VALUE 'E'.
                   88 FIC-EM-ATENDIMENTO     VALUE 'I'.
                   88 FIC-ATENDIDA           VALUE 'F'.
                   88 FIC-DESISTENTE         VALUE 'A'.
               10 WRK-FIC-HORA-EMISSAO PICTURE 9(08).
               10 WRK-FIC-HORA-INICIO  PICTURE 9(08).
               10 WRK-FIC-OPERADOR     PICTURE X(08).
       77 WRK-MAIOR-FICHA    PICTURE 9(04) COMP VALUE ZEROS.
       77 WRK-IDX            PICTURE 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-ACHADO     PICTURE 9(04) COMP VALUE ZEROS.

      * ESPERA EM MINUTOS ENTRE DUAS HORAS HHMMSSCC DO MESMO DIA.
       01 WRK-HORA-DE        PICTURE 9(08) VALUE ZEROS.
       01 WRK-HORA-DE-R REDEFINES WRK-HORA-DE.
           05 WRK-HDE-HH        PICTURE 9(02).
           05 WRK-HDE-MM        PICTURE 9(02).
           05 WRK-HDE-SS        PICTURE 9(02).
           05 WRK-HDE-CC        PICTURE 9(02).
       01 WRK-HORA-ATE       PICTURE 9(08) VALUE ZEROS.
       01 WRK-HORA-ATE-R REDEFINES WRK-HORA-ATE.
           05 WRK-HATE-HH       PICTURE 9(02).
           05 WRK-HATE-MM       PICTURE 9(02).
           05 WRK-HATE-SS       PICTURE 9(02).
           05 WRK-HATE-CC       PICTURE 9(02).
       77 WRK-SEGUNDOS       PICTURE S9(05) COMP VALUE ZEROS.
       77 WRK-ESPERA-MIN     PICTURE 9(04) VALUE ZEROS.
       77 WRK-ESPERA-EDITADA PICTURE ZZZ9 VALUE ZEROS.

       LINKAGE SECTION.
       01 LNK-OPERADOR-ID   PICTURE X(08).

       PROCEDURE DIVISION USING LNK-OPERADOR-ID.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 0200-CONFERIR-PERFIL THRU 0200-EXIT.
           IF ACESSO-LIBERADO
               PERFORM 1000-ESCOLHER-OPCAO UNTIL FIM-SESSAO
           ELSE
               DISPLAY 'OPERADOR SEM PERFIL DE BALCAO (CAD/SEC/OPS) - '
                       'ATENDIMENTO NAO LIBERADO'
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      *****************************************************************
      * 1000-ESCOLHER-OPCAO
      * ACEITA A OPCAO, RELE A SITUACAO DAS FICHAS DO DIA E A APLICA.
      *****************************************************************
       1000-ESCOLHER-OPCAO.
           DISPLAY 'FILA: 1-CHAMAR PROXIMA 2-CHAMAR FICHA '
                   '3-ENCERRAR ATENDIMENTO'.
           DISPLAY '4-DESISTENCIA 5-LISTAR FILA 9-SAIR OPCAO: '
               WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           IF OPCAO-VALIDA
               PERFORM 1100-CARREGAR-FICHAS THRU 1100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OPCAO-SAIR
                   SET FIM-SESSAO TO TRUE
               WHEN NOT OPCAO-VALIDA
                   DISPLAY 'OPCAO INVALIDA'
               WHEN NOT CARGA-OK
                   CONTINUE
               WHEN OPCAO-CHAMAR-PROXIMA
                   PERFORM 2100-CHAMAR-PROXIMA THRU 2100-EXIT
               WHEN OPCAO-CHAMAR-FICHA
                   PERFORM 2200-CHAMAR-FICHA THRU 2200-EXIT
               WHEN OPCAO-ENCERRAR
                   PERFORM 2300-ENCERRAR-ATENDIMENTO THRU 2300-EXIT
               WHEN OPCAO-DESISTENCIA
                   PERFORM 2400-REGISTRAR-DESISTENCIA THRU 2400-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM 2500-LISTAR-FILA
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-CARREGAR-FICHAS
      * MONTA A SITUACAO DE CADA FICHA DE HOJE A PARTIR DOS EVENTOS DO
      * ATENDIMENTO-LOG, NA ORDEM EM QUE FORAM GRAVADOS. LOG AINDA
      * INEXISTENTE = NENHUMA FICHA EMITIDA.
      *****************************************************************
       1100-CARREGAR-FICHAS.
           MOVE 'N' TO WRK-CARGA-OK.
           MOVE 'N' TO WRK-FIM-LEITURA.
           INITIALIZE WRK-TAB-FICHAS.
           MOVE ZEROS TO WRK-MAIOR-FICHA.
           OPEN INPUT ATENDIMENTO-LOG.
           IF FS-ATENDLOG-NAO-EXISTE
               SET CARGA-OK TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF NOT FS-ATENDLOG-OK
               DISPLAY 'ATENDIMENTO-LOG INDISPONIVEL - FS: '
                       WRK-FS-ATENDLOG
               MOVE 'ATENDLOG' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-ATENDLOG TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 1100-EXIT
           END-IF.
           READ ATENDIMENTO-LOG
               AT END SET FIM-LEITURA TO TRUE
           END-READ.
           PERFORM 1110-APLICAR-EVENTO UNTIL FIM-LEITURA.
           CLOSE ATENDIMENTO-LOG.
           SET CARGA-OK TO TRUE.
       1100-EXIT.
           EXIT.

       1110-APLICAR-EVENTO.
           IF AT-DATA = WRK-DATA-HOJE
              AND AT-FICHA > ZEROS
               MOVE AT-FICHA TO WRK-IDX
               EVALUATE TRUE
                   WHEN AT-EMISSAO
                       MOVE AT-SERVICO TO WRK-FIC-SERVICO (WRK-IDX)
                       MOVE AT-HORA    TO WRK-FIC-HORA-EMISSAO
                                          (WRK-IDX)
                       SET FIC-AGUARDANDO (WRK-IDX) TO TRUE
                       IF WRK-IDX > WRK-MAIOR-FICHA
                           MOVE WRK-IDX TO WRK-MAIOR-FICHA
                       END-IF
                   WHEN AT-INICIO
                       MOVE AT-HORA     TO WRK-FIC-HORA-INICIO
                                           (WRK-IDX)
                       MOVE AT-OPERADOR TO WRK-FIC-OPERADOR (WRK-IDX)
                       SET FIC-EM-ATENDIMENTO (WRK-IDX) TO TRUE
                   WHEN AT-FIM
                       SET FIC-ATENDIDA (WRK-IDX) TO TRUE
                   WHEN AT-DESISTENCIA
                       SET FIC-DESISTENTE (WRK-IDX) TO TRUE
               END-EVALUATE
           END-IF.
           READ ATENDIMENTO-LOG
               AT END SET FIM-LEITURA TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2100-CHAMAR-PROXIMA
      * CHAMA A FICHA MAIS ANTIGA AINDA AGUARDANDO, DE QUALQUER SERVICO
      * OU SO DO SERVICO INFORMADO.
      *****************************************************************
       2100-CHAMAR-PROXIMA.
           DISPLAY 'SERVICO (C/M/F/I, BRANCO = QUALQUER): '
               WITH NO ADVANCING.
           MOVE SPACES TO WRK-SERVICO.
           ACCEPT WRK-SERVICO FROM CONSOLE.
           IF NOT SERVICO-VALIDO
               DISPLAY 'SERVICO INVALIDO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 2110-PROCURAR-PROXIMA
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-MAIOR-FICHA
                    OR WRK-IDX-ACHADO > ZEROS.
           IF WRK-IDX-ACHADO = ZEROS
               DISPLAY 'NENHUMA FICHA AGUARDANDO'
               GO TO 2100-EXIT
           END-IF.
           MOVE WRK-IDX-ACHADO TO WRK-FICHA.
           PERFORM 3000-INICIAR-ATENDIMENTO THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2110-PROCURAR-PROXIMA.
           IF FIC-AGUARDANDO (WRK-IDX)
              AND (SERVICO-QUALQUER
                   OR WRK-FIC-SERVICO (WRK-IDX) = WRK-SERVICO)
               MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-CHAMAR-FICHA
      * CHAMA UMA FICHA PELO NUMERO - AGUARDANDO OU DADA COMO
      * DESISTENTE (VISITANTE QUE VOLTOU DEPOIS DE CHAMADO).
      *****************************************************************
       2200-CHAMAR-FICHA.
           PERFORM 3100-ACEITAR-FICHA THRU 3100-EXIT.
           IF WRK-FICHA = ZEROS
               GO TO 2200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN FIC-AGUARDANDO (WRK-FICHA)
               WHEN FIC-DESISTENTE (WRK-FICHA)
                   PERFORM 3000-INICIAR-ATENDIMENTO THRU 3000-EXIT
               WHEN FIC-EM-ATENDIMENTO (WRK-FICHA)
                   DISPLAY 'FICHA JA EM ATENDIMENTO COM '
                           WRK-FIC-OPERADOR (WRK-FICHA)
                   ADD 1 TO WRK-QTD-REJEITADOS
               WHEN FIC-ATENDIDA (WRK-FICHA)
                   DISPLAY 'FICHA JA ATENDIDA'
                   ADD 1 TO WRK-QTD-REJEITADOS
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-ENCERRAR-ATENDIMENTO
      * SO A FICHA EM ATENDIMENTO PELO PROPRIO OPERADOR.
      *****************************************************************
       2300-ENCERRAR-ATENDIMENTO.
           PERFORM 3100-ACEITAR-FICHA THRU 3100-EXIT.
           IF WRK-FICHA = ZEROS
               GO TO 2300-EXIT
           END-IF.
           IF NOT FIC-EM-ATENDIMENTO (WRK-FICHA)
               DISPLAY 'FICHA NAO ESTA EM ATENDIMENTO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           IF WRK-FIC-OPERADOR (WRK-FICHA) NOT = WRK-OPERADOR-ID
               DISPLAY 'FICHA EM ATENDIMENTO COM '
                       WRK-FIC-OPERADOR (WRK-FICHA)
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           SET EVENTO-FIM TO TRUE.
           PERFORM 3500-GRAVAR-EVENTO THRU 3500-EXIT.
           IF FS-ATENDLOG-OK
               DISPLAY 'ATENDIMENTO DA FICHA '
                       WRK-FIC-SERVICO (WRK-FICHA) WRK-FICHA
                       ' ENCERRADO'
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-REGISTRAR-DESISTENCIA
      * FICHA CHAMADA QUE NAO COMPARECEU SAI DA FILA (PODE SER CHAMADA
      * DE NOVO PELO NUMERO SE O VISITANTE VOLTAR).
      *****************************************************************
       2400-REGISTRAR-DESISTENCIA.
           PERFORM 3100-ACEITAR-FICHA THRU 3100-EXIT.
           IF WRK-FICHA = ZEROS
               GO TO 2400-EXIT
           END-IF.
           IF NOT FIC-AGUARDANDO (WRK-FICHA)
               DISPLAY 'FICHA NAO ESTA AGUARDANDO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2400-EXIT
           END-IF.
           SET EVENTO-DESISTENCIA TO TRUE.
           PERFORM 3500-GRAVAR-EVENTO THRU 3500-EXIT.
           IF FS-ATENDLOG-OK
               DISPLAY 'FICHA ' WRK-FIC-SERVICO (WRK-FICHA) WRK-FICHA
                       ' DADA COMO DESISTENTE'
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-LISTAR-FILA
      * FICHAS AGUARDANDO (COM A ESPERA ATE AGORA) E EM ATENDIMENTO.
      *****************************************************************
       2500-LISTAR-FILA.
           MOVE ZEROS TO WRK-QTD-AGUARDANDO
                         WRK-QTD-EM-ATENDIMENTO.
           ACCEPT WRK-HORA-ATE FROM TIME.
           PERFORM 2510-LISTAR-UMA
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-MAIOR-FICHA.
           DISPLAY 'AGUARDANDO: ' WRK-QTD-AGUARDANDO
                   '  EM ATENDIMENTO: ' WRK-QTD-EM-ATENDIMENTO.
       2500-EXIT.
           EXIT.

       2510-LISTAR-UMA.
           EVALUATE TRUE
               WHEN FIC-AGUARDANDO (WRK-IDX)
                   ADD 1 TO WRK-QTD-AGUARDANDO
                   MOVE WRK-FIC-HORA-EMISSAO (WRK-IDX) TO WRK-HORA-DE
                   PERFORM 3900-CALCULAR-ESPERA
                   MOVE WRK-ESPERA-MIN TO WRK-ESPERA-EDITADA
                   DISPLAY WRK-FIC-SERVICO (WRK-IDX) WRK-IDX
                           ' AGUARDANDO HA ' WRK-ESPERA-EDITADA ' MIN'
               WHEN FIC-EM-ATENDIMENTO (WRK-IDX)
                   ADD 1 TO WRK-QTD-EM-ATENDIMENTO
                   DISPLAY WRK-FIC-SERVICO (WRK-IDX) WRK-IDX
                           ' EM ATENDIMENTO COM '
                           WRK-FIC-OPERADOR (WRK-IDX)
           END-EVALUATE.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 3000-INICIAR-ATENDIMENTO
      * GRAVA O INICIO DO ATENDIMENTO DA WRK-FICHA PELO OPERADOR E
      * MOSTRA QUANTO O VISITANTE ESPEROU.
      *****************************************************************
       3000-INICIAR-ATENDIMENTO.
           SET EVENTO-INICIO TO TRUE.
           PERFORM 3500-GRAVAR-EVENTO THRU 3500-EXIT.
           IF NOT FS-ATENDLOG-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE WRK-FIC-HORA-EMISSAO (WRK-FICHA) TO WRK-HORA-DE.
           MOVE WRK-HORA-EVENTO TO WRK-HORA-ATE.
           PERFORM 3900-CALCULAR-ESPERA.
           MOVE WRK-ESPERA-MIN TO WRK-ESPERA-EDITADA.
           DISPLAY 'CHAMANDO FICHA ' WRK-FIC-SERVICO (WRK-FICHA)
                   WRK-FICHA ' - ESPERA DE ' WRK-ESPERA-EDITADA ' MIN'.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-ACEITAR-FICHA
      * NUMERO DA FICHA EMITIDA HOJE; ZERO QUANDO INVALIDA.
      *****************************************************************
       3100-ACEITAR-FICHA.
           DISPLAY 'NUMERO DA FICHA: ' WITH NO ADVANCING.
           MOVE ZEROS TO WRK-FICHA.
           ACCEPT WRK-FICHA FROM CONSOLE.
           IF WRK-FICHA = ZEROS
              OR WRK-FICHA > WRK-MAIOR-FICHA
               DISPLAY 'FICHA NAO EMITIDA HOJE'
               MOVE ZEROS TO WRK-FICHA
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 3100-EXIT
           END-IF.
           IF FIC-NAO-EMITIDA (WRK-FICHA)
               DISPLAY 'FICHA NAO EMITIDA HOJE'
               MOVE ZEROS TO WRK-FICHA
               ADD 1 TO WRK-QTD-REJEITADOS
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3500-GRAVAR-EVENTO
      * ACRESCENTA AO ATENDIMENTO-LOG O EVENTO WRK-EVENTO DA WRK-FICHA,
      * COM A HORA E O OPERADOR.
      *****************************************************************
       3500-GRAVAR-EVENTO.
           OPEN EXTEND ATENDIMENTO-LOG.
           IF NOT FS-ATENDLOG-OK
               DISPLAY 'ATENDIMENTO-LOG INDISPONIVEL - FS: '
                       WRK-FS-ATENDLOG ' - EVENTO NAO GRAVADO'
               MOVE 'ATENDLOG' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-ATENDLOG TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 3500-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE   TO AT-DATA.
           MOVE WRK-FICHA       TO AT-FICHA.
           MOVE WRK-EVENTO      TO AT-EVENTO.
           MOVE WRK-FIC-SERVICO (WRK-FICHA) TO AT-SERVICO.
           ACCEPT WRK-HORA-EVENTO FROM TIME.
           MOVE WRK-HORA-EVENTO TO AT-HORA.
           MOVE WRK-OPERADOR-ID TO AT-OPERADOR.
           WRITE AT-REGISTRO.
           CLOSE ATENDIMENTO-LOG.
           ADD 1 TO WRK-QTD-GRAVADOS.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 3900-CALCULAR-ESPERA
      * MINUTOS INTEIROS ENTRE WRK-HORA-DE E WRK-HORA-ATE.
      *****************************************************************
       3900-CALCULAR-ESPERA.
           COMPUTE WRK-SEGUNDOS =
               (WRK-HATE-HH * 3600 + WRK-HATE-MM * 60 + WRK-HATE-SS)
             - (WRK-HDE-HH * 3600 + WRK-HDE-MM * 60 + WRK-HDE-SS).
           IF WRK-SEGUNDOS < ZEROS
               MOVE ZEROS TO WRK-SEGUNDOS
           END-IF.
           DIVIDE WRK-SEGUNDOS BY 60 GIVING WRK-ESPERA-MIN.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
      *****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'EVENTOS GRAVADOS:  ' WRK-QTD-GRAVADOS.
           DISPLAY 'EVENTOS RECUSADOS: ' WRK-QTD-REJEITADOS.
       9700-EXIT.
           EXIT.

      *****************************************************************
      * 9900-GRAVAR-ERRO
      * GRAVA UMA LINHA NO ERROR-LOG COM O PROGRAMA, O ARQUIVO, A
      * OPERACAO E O FILE STATUS QUE VIERAM RUINS.
      *****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGATEND' TO EL-PROGRAMA.
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
      * SO OS PERFIS DE BALCAO (CAD, SEC E OPS), LIBERADOS, ATENDEM A
      * FILA - MESMO VINDO DO MENU O PERFIL E CONFERIDO DE NOVO. SEM O
      * MENU, A SENHA TAMBEM E CONFERIDA E A TROCA PENDENTE PRECISA
      * SER FEITA ANTES NO SIGN-ON DO PROGMENU.
      *****************************************************************
       0200-CONFERIR-PERFIL.
           MOVE 'N' TO WRK-ACESSO.
           OPEN INPUT OPERADOR-MASTER.
           IF NOT FS-OPERMST-OK
               DISPLAY 'OPERADOR-MASTER INDISPONIVEL - FS: '
                       WRK-FS-OPERMST
               MOVE 'OPERMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-OPERMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 0200-EXIT
           END-IF.
           MOVE WRK-OPERADOR-ID TO OP-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   CLOSE OPERADOR-MASTER
                   GO TO 0200-EXIT
           END-READ.
           IF (PERFIL-CADASTRO OR PERFIL-SECRETARIA
               OR PERFIL-OPERACAO)
              AND NOT OPERADOR-BLOQUEADO
               IF VEIO-DO-MENU
                   SET ACESSO-LIBERADO TO TRUE
               ELSE
                   IF OP-SENHA-HASH = WRK-HASH-DIGITADO
                      AND NOT OP-TROCA-OBRIGATORIA
                       SET ACESSO-LIBERADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           CLOSE OPERADOR-MASTER.
       0200-EXIT.
           EXIT.
