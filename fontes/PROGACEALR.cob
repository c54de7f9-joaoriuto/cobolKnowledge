       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGACEALR.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: ALERTA NOTURNO DO LOG DE ACESSO LGPD (ACESLOG) -   *
      *           CONTA OS CLIENTES CONSULTADOS NO DIA POR CADA      *
      *           OPERADOR E COMPARA COM A MEDIA DIARIA DO PROPRIO   *
      *           OPERADOR NOS DIAS EM QUE ELE TRABALHOU DENTRO DA   *
      *           JANELA (ACEALCFG, PADRAO 30 DIAS). PASSOU DE N     *
      *           VEZES A MEDIA (PADRAO 3) E DO MINIMO DO DIA        *
      *           (PADRAO 20), ESCALA NO CONSOLE DA OPERACAO; SEM    *
      *           HISTORICO NA JANELA, BASTA PASSAR DO MINIMO. O     *
      *           ACEALRPT LISTA TODOS OS OPERADORES DO DIA.         *
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
           SELECT LOG-ACESSO    ASSIGN TO "ACESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESLOG.
           SELECT ACEAL-CONFIG  ASSIGN TO "ACEALCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACEALCFG.
           SELECT ACEAL-REPORT  ASSIGN TO "ACEALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACEALRPT.
           SELECT ERROR-LOG     ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  LOG-ACESSO.
           COPY ACESSO.
       FD  ACEAL-CONFIG.
       01  AF-REGISTRO.
           05  AF-DIAS-JANELA       PICTURE 9(03).
           05  AF-FATOR             PICTURE 9(02).
           05  AF-MINIMO-DIA        PICTURE 9(04).
       FD  ACEAL-REPORT.
       01  AA-LINHA                 PICTURE X(90).
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
       77  WRK-FS-ACESLOG           PIC X(02) VALUE SPACES.
           88  FS-ACESLOG-OK             VALUE '00'.
       77  WRK-FS-ACEALCFG          PIC X(02) VALUE SPACES.
           88  FS-ACEALCFG-OK            VALUE '00'.
       77  WRK-FS-ACEALRPT          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ACESLOG          PIC X(01) VALUE 'N'.
           88  FIM-ACESLOG              VALUE 'S'.
       77  WRK-DIAS-JANELA          PIC 9(03) VALUE 030.
       77  WRK-FATOR                PIC 9(02) VALUE 03.
       77  WRK-MINIMO-DIA           PIC 9(04) VALUE 0020.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-DATA-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-IDADE-DIAS           PIC S9(05) COMP-3 VALUE ZEROS.
      * CONSULTAS POR OPERADOR: DO DIA E DA JANELA ANTERIOR (O LOG E
      * GRAVADO EM ORDEM DE TEMPO, ENTAO A MUDANCA DE DATA DO MESMO
      * OPERADOR CONTA UM DIA TRABALHADO A MAIS).
       01  WRK-TAB-OPERADOR.
           05  WRK-TAB-OPE-ITEM OCCURS 200 TIMES
                                INDEXED BY WRK-OPE-IDX.
               10  WRK-OPE-ID           PICTURE X(08).
               10  WRK-OPE-HOJE         PICTURE 9(06).
               10  WRK-OPE-JANELA       PICTURE 9(08).
               10  WRK-OPE-DIAS         PICTURE 9(03).
               10  WRK-OPE-ULTIMA-DATA  PICTURE 9(08).
       77  WRK-QTD-OPERADORES       PIC 9(03) VALUE ZEROS.
       77  WRK-OPERADOR-ACHADO      PIC X(01) VALUE 'N'.
           88  OPERADOR-ACHADO          VALUE 'S'.
       77  WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77  WRK-MEDIA                PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIMITE               PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ALERTA               PIC X(01) VALUE 'N'.
           88  ALERTA-OPERADOR          VALUE 'S'.
       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ALERTAS          PIC 9(03) VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-MEDIAFN              PIC ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 1000-CARREGAR-CONFIG.
           PERFORM 2000-SOMAR-ACESSOS THRU 2000-EXIT.
           PERFORM 3000-IMPRIMIR-RELATORIO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-CONFIG - LE A JANELA, O FATOR E O MINIMO DO    *
      *                        DIA (PADRAO 30, 3 E 20).              *
      ****************************************************************
       1000-CARREGAR-CONFIG.
           OPEN INPUT ACEAL-CONFIG.
           IF FS-ACEALCFG-OK
               READ ACEAL-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AF-DIAS-JANELA TO WRK-DIAS-JANELA
                       MOVE AF-FATOR       TO WRK-FATOR
                       MOVE AF-MINIMO-DIA  TO WRK-MINIMO-DIA
               END-READ
               CLOSE ACEAL-CONFIG
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SOMAR-ACESSOS - PERCORRE O ACESLOG E SOMA AS CONSULTAS  *
      *                      DO DIA E DA JANELA DE CADA OPERADOR.    *
      ****************************************************************
       2000-SOMAR-ACESSOS.
           OPEN INPUT LOG-ACESSO.
           IF WRK-FS-ACESLOG = '35'
               DISPLAY 'ACESLOG AINDA NAO CRIADO - NADA A AVALIAR'
               GO TO 2000-EXIT
           END-IF.
           IF NOT FS-ACESLOG-OK
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'ACESLOG INDISPONIVEL - FS: ' WRK-FS-ACESLOG
               MOVE 'ACESLOG' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ACESLOG TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 2000-EXIT
           END-IF.
           READ LOG-ACESSO
               AT END SET FIM-ACESLOG TO TRUE
           END-READ.
           PERFORM 2100-SOMAR-ACESSO UNTIL FIM-ACESLOG.
           CLOSE LOG-ACESSO.
       2000-EXIT.
           EXIT.

       2100-SOMAR-ACESSO.
           ADD 1 TO WRK-QTD-LIDOS.
           COMPUTE WRK-DATA-INT =
               FUNCTION INTEGER-OF-DATE (LA-DATA).
           COMPUTE WRK-IDADE-DIAS = WRK-HOJE-INT - WRK-DATA-INT.
           IF WRK-IDADE-DIAS >= ZEROS
              AND WRK-IDADE-DIAS <= WRK-DIAS-JANELA
               PERFORM 2200-LOCALIZAR-OPERADOR
               IF OPERADOR-ACHADO
                   PERFORM 2300-SOMAR-NO-OPERADOR
               END-IF
           END-IF.
           READ LOG-ACESSO
               AT END SET FIM-ACESLOG TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LOCALIZAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-ACHADO.
           IF WRK-QTD-OPERADORES > ZEROS
               SET WRK-OPE-IDX TO 1
               SEARCH WRK-TAB-OPE-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-OPE-IDX > WRK-QTD-OPERADORES
                       CONTINUE
                   WHEN WRK-OPE-ID (WRK-OPE-IDX) = LA-OPERADOR
                       MOVE 'S' TO WRK-OPERADOR-ACHADO
               END-SEARCH
           END-IF.
           IF NOT OPERADOR-ACHADO
              AND WRK-QTD-OPERADORES >= 200
               DISPLAY 'OPERADORES EXCEDEM A CAPACIDADE DA TABELA - '
                       LA-OPERADOR ' FORA DO ALERTA'
           END-IF.
           IF NOT OPERADOR-ACHADO
              AND WRK-QTD-OPERADORES < 200
               ADD 1 TO WRK-QTD-OPERADORES
               SET WRK-OPE-IDX TO WRK-QTD-OPERADORES
               MOVE LA-OPERADOR TO WRK-OPE-ID (WRK-OPE-IDX)
               MOVE ZEROS       TO WRK-OPE-HOJE (WRK-OPE-IDX)
                                   WRK-OPE-JANELA (WRK-OPE-IDX)
                                   WRK-OPE-DIAS (WRK-OPE-IDX)
                                   WRK-OPE-ULTIMA-DATA (WRK-OPE-IDX)
               MOVE 'S' TO WRK-OPERADOR-ACHADO
           END-IF.
       2200-EXIT.
           EXIT.

       2300-SOMAR-NO-OPERADOR.
           IF LA-DATA = WRK-DATA-HOJE
               ADD 1 TO WRK-OPE-HOJE (WRK-OPE-IDX)
           ELSE
               ADD 1 TO WRK-OPE-JANELA (WRK-OPE-IDX)
               IF LA-DATA NOT = WRK-OPE-ULTIMA-DATA (WRK-OPE-IDX)
                   ADD 1 TO WRK-OPE-DIAS (WRK-OPE-IDX)
                   MOVE LA-DATA TO WRK-OPE-ULTIMA-DATA (WRK-OPE-IDX)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-RELATORIO - UMA LINHA POR OPERADOR QUE         *
      *                           CONSULTOU CLIENTES HOJE, COM A     *
      *                           MEDIA DA JANELA E O ALERTA.        *
      ****************************************************************
       3000-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ACEAL-REPORT.
           MOVE SPACES TO AA-LINHA.
           STRING 'ALERTA DE ACESSO A DADOS PESSOAIS EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO AA-LINHA
           END-STRING.
           WRITE AA-LINHA.
           MOVE SPACES TO AA-LINHA.
           STRING 'JANELA (DIAS): ' WRK-DIAS-JANELA
                  '  FATOR SOBRE A MEDIA: ' WRK-FATOR
                  '  MINIMO DO DIA: ' WRK-MINIMO-DIA
               DELIMITED BY SIZE INTO AA-LINHA
           END-STRING.
           WRITE AA-LINHA.
           MOVE ALL '=' TO AA-LINHA.
           WRITE AA-LINHA.
           MOVE 'OPERADOR  CONSULTAS HOJE  MEDIA DIARIA  DIAS NA JANELA'
               TO AA-LINHA.
           WRITE AA-LINHA.
           PERFORM 3100-AVALIAR-OPERADOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-OPERADORES.
           MOVE ALL '=' TO AA-LINHA.
           WRITE AA-LINHA.
           MOVE WRK-QTD-ALERTAS TO WRK-CONTROLEFN.
           MOVE SPACES TO AA-LINHA.
           STRING 'OPERADORES EM ALERTA: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AA-LINHA
           END-STRING.
           WRITE AA-LINHA.
           CLOSE ACEAL-REPORT.
       3000-EXIT.
           EXIT.

       3100-AVALIAR-OPERADOR.
           IF WRK-OPE-HOJE (WRK-IDX) > ZEROS
               MOVE 'N'   TO WRK-ALERTA
               MOVE ZEROS TO WRK-MEDIA
               IF WRK-OPE-DIAS (WRK-IDX) > ZEROS
                   COMPUTE WRK-MEDIA ROUNDED =
                       WRK-OPE-JANELA (WRK-IDX) / WRK-OPE-DIAS (WRK-IDX)
               END-IF
               COMPUTE WRK-LIMITE = WRK-MEDIA * WRK-FATOR
               IF WRK-OPE-HOJE (WRK-IDX) >= WRK-MINIMO-DIA
                  AND WRK-OPE-HOJE (WRK-IDX) > WRK-LIMITE
                   MOVE 'S' TO WRK-ALERTA
               END-IF
               PERFORM 3200-IMPRIMIR-OPERADOR
           END-IF.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-OPERADOR.
           MOVE WRK-OPE-HOJE (WRK-IDX) TO WRK-CONTROLEFN.
           MOVE WRK-MEDIA TO WRK-MEDIAFN.
           MOVE SPACES TO AA-LINHA.
           STRING WRK-OPE-ID (WRK-IDX)
                  '  ' WRK-CONTROLEFN
                  '         ' WRK-MEDIAFN
                  '    ' WRK-OPE-DIAS (WRK-IDX)
               DELIMITED BY SIZE INTO AA-LINHA
           END-STRING.
           IF ALERTA-OPERADOR
               ADD 1 TO WRK-QTD-ALERTAS
               MOVE '*** ALERTA' TO AA-LINHA (60:10)
               DISPLAY '*** ALERTA LGPD: OPERADOR ' WRK-OPE-ID (WRK-IDX)
                       ' CONSULTOU ' WRK-CONTROLEFN
                       ' CLIENTES HOJE - MEDIA ' WRK-MEDIAFN
           END-IF.
           WRITE AA-LINHA.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'ACESSOS LIDOS:        ' WRK-CONTROLEFN.
           MOVE WRK-QTD-OPERADORES TO WRK-CONTROLEFN.
           DISPLAY 'OPERADORES NA JANELA: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ALERTAS TO WRK-CONTROLEFN.
           DISPLAY 'OPERADORES EM ALERTA: ' WRK-CONTROLEFN.
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
           MOVE 'PROGACEALR' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS   TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ALERTAS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
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
      *                    STATUS QUE VIERAM RUINS (EL-ARQUIVO/      *
      *                    EL-OPERACAO/EL-STATUS JA MONTADOS PELO    *
      *                    CHAMADOR).                                *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGACEALR' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
