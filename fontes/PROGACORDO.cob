       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACORDO.
      ***************************************
      * AREA DE COMENTARIOS -> REMARKS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: REGISTRO DOS ACORDOS DE RENEGOCIACAO DE DIVIDA
      *           FECHADOS PELA COBRANCA POR TELEFONE - O OPERADOR
      *           INFORMA O CPF, VE AS PARCELAS VENCIDAS EM ABERTO
      *           NO RECEBER, INFORMA A QUANTIDADE DE PARCELAS NOVAS
      *           E A ENTRADA; O PROGRAMA NUMERA O ACORDO EM
      *           SEQUENCIA (CONTROLE ACOCTL) E O ACRESCENTA
      *           PENDENTE AO ACORDOS, QUE O PROGRECACO APLICA NO
      *           RECEBER NA NOITE.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  PROGRAMA INICIAL.
      ***************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACORDOS.

           SELECT ACORDOS-CONTROLE ASSIGN TO "ACOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACOCTL.

           SELECT ACORDOS-CONFIG ASSIGN TO "ACOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACOCFG.

           SELECT CONTAS-RECEBER ASSIGN TO "RECEBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBER.

       DATA DIVISION.
       FILE SECTION.
       FD  ACORDOS.
           COPY ACORDO.

       FD  ACORDOS-CONTROLE.
       01  AT-PROXIMO-NUMERO        PICTURE 9(08).

       FD  ACORDOS-CONFIG.
           COPY ACOCFG.

       FD  CONTAS-RECEBER.
           COPY RECEBER.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ACORDOS   PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-ACOCTL    PICTURE X(02) VALUE ZEROS.
           88 FS-ACOCTL-OK           VALUE '00'.
       77 WRK-FS-ACOCFG    PICTURE X(02) VALUE ZEROS.
           88 FS-ACOCFG-OK           VALUE '00'.
       77 WRK-FS-RECEBER   PICTURE X(02) VALUE ZEROS.
           88 FS-RECEBER-OK          VALUE '00'.
       77 WRK-FIM-RECEBER  PICTURE X(01) VALUE 'N'.
           88 FIM-RECEBER            VALUE 'S'.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
       77 WRK-PROXIMO      PICTURE 9(08) VALUE 1.
       77 WRK-MAX-PARCELAS PICTURE 9(02) VALUE 24.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.
       77 WRK-CPF          PICTURE 9(11) VALUE ZEROS.
       77 WRK-QTD-PARCELAS PICTURE 9(02) VALUE ZEROS.
       77 WRK-ENTRADA      PICTURE 9(08)V99 VALUE ZEROS.
       77 WRK-CONFIRMA     PICTURE X(01) VALUE SPACES.
           88 CONFIRMADO             VALUE 'S' 's'.
       77 WRK-QTD-VENCIDAS PICTURE 9(04) VALUE ZEROS.
       77 WRK-SOMA-VENCIDA PICTURE 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-EMITIDOS PICTURE 9(04) VALUE ZEROS.
       77 WRK-VALORFN      PICTURE ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 0200-CARREGAR-CONFIG.
           PERFORM 1000-LER-CONTROLE.
           PERFORM 2000-REGISTRAR-ACORDO
               THRU 2000-EXIT UNTIL FIM-SESSAO.
           PERFORM 3000-GRAVAR-CONTROLE.
           DISPLAY 'ACORDOS REGISTRADOS: ' WRK-QTD-EMITIDOS.
           GOBACK.

      *****************************************************************
      * 0200-CARREGAR-CONFIG
      * LE O MAXIMO DE PARCELAS NOVAS DO ACOCFG; SEM O ARQUIVO, VALE
      * O PADRAO.
      *****************************************************************
       0200-CARREGAR-CONFIG.
           OPEN INPUT ACORDOS-CONFIG.
           IF FS-ACOCFG-OK
               READ ACORDOS-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF AF-MAX-PARCELAS IS NUMERIC
                          AND AF-MAX-PARCELAS > ZEROS
                           MOVE AF-MAX-PARCELAS TO WRK-MAX-PARCELAS
                       END-IF
               END-READ
               CLOSE ACORDOS-CONFIG
           END-IF.
       0200-EXIT.
           EXIT.

      *****************************************************************
      * 1000-LER-CONTROLE
      * LE O PROXIMO NUMERO DE ACORDO (ACOCTL); SEM O ARQUIVO, A
      * SEQUENCIA COMECA DO 1.
      *****************************************************************
       1000-LER-CONTROLE.
           OPEN INPUT ACORDOS-CONTROLE.
           IF FS-ACOCTL-OK
               READ ACORDOS-CONTROLE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AT-PROXIMO-NUMERO TO WRK-PROXIMO
               END-READ
               CLOSE ACORDOS-CONTROLE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-REGISTRAR-ACORDO
      * ACEITA O CPF (0 ENCERRA), MOSTRA A DIVIDA VENCIDA, ACEITA AS
      * CONDICOES DO ACORDO E, CONFIRMADO, O GRAVA PENDENTE NO
      * ACORDOS COM O PROXIMO NUMERO.
      *****************************************************************
       2000-REGISTRAR-ACORDO.
           DISPLAY 'CPF DO CLIENTE (0 PARA ENCERRAR): '
               WITH NO ADVANCING.
           ACCEPT WRK-CPF FROM CONSOLE.
           IF WRK-CPF = ZEROS
               SET FIM-SESSAO TO TRUE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SOMAR-VENCIDAS THRU 2100-EXIT.
           IF WRK-QTD-VENCIDAS = ZEROS
               DISPLAY 'CPF SEM PARCELA VENCIDA EM ABERTO - '
                       'NADA A RENEGOCIAR'
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-SOMA-VENCIDA TO WRK-VALORFN.
           DISPLAY 'PARCELAS VENCIDAS: ' WRK-QTD-VENCIDAS
                   '  PRINCIPAL EM ABERTO: ' WRK-VALORFN.
           DISPLAY '(MULTA E JUROS ATE A APLICACAO DO ACORDO SAO '
                   'INCORPORADOS AO VALOR ACORDADO)'.
           DISPLAY 'QUANTIDADE DE PARCELAS NOVAS (1 A '
                   WRK-MAX-PARCELAS '): ' WITH NO ADVANCING.
           ACCEPT WRK-QTD-PARCELAS FROM CONSOLE.
           IF WRK-QTD-PARCELAS = ZEROS
              OR WRK-QTD-PARCELAS > WRK-MAX-PARCELAS
               DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA - ACORDO '
                       'NAO REGISTRADO'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'VALOR DA ENTRADA (0 SEM ENTRADA): '
               WITH NO ADVANCING.
           ACCEPT WRK-ENTRADA FROM CONSOLE.
           IF WRK-ENTRADA NOT < WRK-SOMA-VENCIDA
               DISPLAY 'ENTRADA COBRE A DIVIDA - RECEBER COMO '
                       'PAGAMENTO, NAO COMO ACORDO'
               GO TO 2000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA O ACORDO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'ACORDO NAO REGISTRADO'
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-PROXIMO      TO AC-NUMERO.
           MOVE WRK-CPF          TO AC-CPF-CLIENTE.
           MOVE WRK-DATA-HOJE    TO AC-DATA-ACORDO.
           MOVE WRK-QTD-PARCELAS TO AC-QTD-PARCELAS.
           MOVE WRK-ENTRADA      TO AC-VALOR-ENTRADA.
           MOVE WRK-OPERADOR-ID  TO AC-NEGOCIADOR.
           MOVE ZEROS TO AC-DATA-APLICACAO
                         AC-VALOR-ACORDADO
                         AC-VALOR-ENCARGOS.
           MOVE 'P'   TO AC-SITUACAO.
           OPEN EXTEND ACORDOS.
           WRITE AC-REGISTRO.
           CLOSE ACORDOS.
           DISPLAY 'ACORDO ' AC-NUMERO ' REGISTRADO - APLICADO NO '
                   'RECEBER NO PROCESSAMENTO DA NOITE'.
           ADD 1 TO WRK-PROXIMO
                    WRK-QTD-EMITIDOS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-SOMAR-VENCIDAS
      * PRINCIPAL EM ABERTO DAS PARCELAS VENCIDAS DO CPF NO RECEBER.
      *****************************************************************
       2100-SOMAR-VENCIDAS.
           MOVE ZEROS TO WRK-QTD-VENCIDAS
                         WRK-SOMA-VENCIDA.
           MOVE 'N' TO WRK-FIM-RECEBER.
           OPEN INPUT CONTAS-RECEBER.
           IF NOT FS-RECEBER-OK
               DISPLAY 'RECEBER INDISPONIVEL - STATUS '
                       WRK-FS-RECEBER
               GO TO 2100-EXIT
           END-IF.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
           PERFORM 2110-SOMAR-ITEM UNTIL FIM-RECEBER.
           CLOSE CONTAS-RECEBER.
       2100-EXIT.
           EXIT.

       2110-SOMAR-ITEM.
           IF CR-CPF-CLIENTE = WRK-CPF
              AND PARCELA-ABERTA
              AND CR-DATA-VENCTO < WRK-DATA-HOJE
               ADD 1 TO WRK-QTD-VENCIDAS
               COMPUTE WRK-SOMA-VENCIDA = WRK-SOMA-VENCIDA
                   + CR-VALOR-PARCELA - CR-VALOR-PAGO
           END-IF.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 3000-GRAVAR-CONTROLE
      * REGRAVA O ACOCTL COM O PROXIMO NUMERO LIVRE.
      *****************************************************************
       3000-GRAVAR-CONTROLE.
           MOVE WRK-PROXIMO TO AT-PROXIMO-NUMERO.
           OPEN OUTPUT ACORDOS-CONTROLE.
           WRITE AT-PROXIMO-NUMERO.
           CLOSE ACORDOS-CONTROLE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      *****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           PERFORM 0110-LER-OPERADOR UNTIL WRK-OPERADOR-ID NOT = SPACES.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID.
       0100-EXIT.
           EXIT.

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.
