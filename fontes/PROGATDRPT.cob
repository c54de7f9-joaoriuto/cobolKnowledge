       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGATDRPT.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: NIVEL DE SERVICO DIARIO DA FILA DO BALCAO, SOBRE OS*
      *           EVENTOS DE HOJE DO ATENDIMENTO-LOG (EMISSAO PELO   *
      *           PROGFICHA; INICIO, FIM E DESISTENCIA PELO          *
      *           PROGATEND). POR HORA DA EMISSAO E TIPO DE SERVICO: *
      *           FICHAS EMITIDAS, ATENDIDAS, ABANDONADAS (NUNCA     *
      *           CHAMADAS PARA ATENDIMENTO - AGUARDANDO NO FIM DO   *
      *           DIA OU DADAS COMO DESISTENTES), ESPERA MEDIA E     *
      *           MAXIMA DAS ATENDIDAS (DA EMISSAO AO INICIO, EM     *
      *           MINUTOS) E O PERCENTUAL DAS EMITIDAS ATENDIDAS     *
      *           DENTRO DA META DE ESPERA DO SERVICO (ATENDCFG,     *
      *           PADRAO 15 MINUTOS), PARA O DIMENSIONAMENTO DO      *
      *           BALCAO. RODA NA JANELA NOTURNA, DEPOIS DO          *
      *           EXPEDIENTE.                                        *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ATENDIMENTO-CONFIG ASSIGN TO "ATENDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATENDCFG.
           SELECT ATENDIMENTO-LOG ASSIGN TO "ATENDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATENDLOG.
           SELECT ATENDIMENTO-REPORT ASSIGN TO "ATDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ATDRPT.
           SELECT ERROR-LOG     ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
      * META DE ESPERA POR SERVICO, UMA LINHA POR SERVICO.
       FD  ATENDIMENTO-CONFIG.
       01  AF-REGISTRO.
           05  AF-SERVICO           PICTURE X(01).
           05  AF-META-MINUTOS      PICTURE 9(03).
       FD  ATENDIMENTO-LOG.
           COPY ATENDLOG.
       FD  ATENDIMENTO-REPORT.
       01  AR-LINHA                 PICTURE X(120).
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
       77  WRK-FS-ATENDCFG          PIC X(02) VALUE SPACES.
           88  FS-ATENDCFG-OK           VALUE '00'.
       77  WRK-FS-ATENDLOG          PIC X(02) VALUE SPACES.
           88  FS-ATENDLOG-OK           VALUE '00'.
           88  FS-ATENDLOG-NAO-EXISTE   VALUE '35'.
       77  WRK-FS-ATDRPT            PIC X(02) VALUE SPACES.
           88  FS-ATDRPT-OK             VALUE '00'.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ATENDCFG         PIC X(01) VALUE 'N'.
           88  FIM-ATENDCFG             VALUE 'S'.
       77  WRK-FIM-ATENDLOG         PIC X(01) VALUE 'N'.
           88  FIM-ATENDLOG             VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.

      * SERVICOS DA FILA, COM A META DE ESPERA EM MINUTOS (PADRAO
      * 15, TROCADO PELO ATENDCFG).
       01  WRK-TAB-SERVICOS-VALORES.
           05  FILLER               PIC X(14) VALUE 'CCADASTRO  015'.
           05  FILLER               PIC X(14) VALUE 'MMATRICULA 015'.
           05  FILLER               PIC X(14) VALUE 'FFINANCEIRO015'.
           05  FILLER               PIC X(14) VALUE 'IINFORMACAO015'.
       01  WRK-TAB-SERVICOS REDEFINES WRK-TAB-SERVICOS-VALORES.
           05  WRK-SRV-ITEM OCCURS 4 TIMES INDEXED BY WRK-SRV-IDX.
               10  WRK-SRV-CODIGO       PIC X(01).
               10  WRK-SRV-NOME         PIC X(10).
               10  WRK-SRV-META         PIC 9(03).
       77  WRK-SRV-TODOS            PIC 9(01) VALUE 5.

      * SITUACAO DE CADA FICHA DO DIA, PELO NUMERO DA FICHA.
       01  WRK-TAB-FICHAS.
           05  WRK-FIC-ITEM OCCURS 9999 TIMES.
               10  WRK-FIC-SERVICO      PIC X(01).
               10  WRK-FIC-SITUACAO     PIC X(01).
                   88  FIC-NAO-EMITIDA      VALUE SPACE.
                   88  FIC-AGUARDANDO       VALUE 'E'.
                   88  FIC-EM-ATENDIMENTO   VALUE 'I'.
                   88  FIC-ATENDIDA         VALUE 'F'.
                   88  FIC-DESISTENTE       VALUE 'A'.
               10  WRK-FIC-HORA-EMISSAO PIC 9(08).
               10  WRK-FIC-HORA-INICIO  PIC 9(08).
       77  WRK-MAIOR-FICHA          PIC 9(04) COMP VALUE ZEROS.
       77  WRK-IDX                  PIC 9(04) COMP VALUE ZEROS.

      * ACUMULADOS POR HORA DA EMISSAO (1-24 = 00H-23H, 25 = DIA) E
      * SERVICO (1-4 NA ORDEM DA TABELA, 5 = TODOS). ESPERA EM
      * SEGUNDOS.
       01  WRK-TAB-NIVEL.
           05  WRK-NIV-HORA OCCURS 25 TIMES.
               10  WRK-NIV-SERV OCCURS 5 TIMES.
                   15  WRK-NIV-EMITIDAS     PIC 9(05) COMP-3.
                   15  WRK-NIV-ATENDIDAS    PIC 9(05) COMP-3.
                   15  WRK-NIV-ABANDONADAS  PIC 9(05) COMP-3.
                   15  WRK-NIV-NO-PRAZO     PIC 9(05) COMP-3.
                   15  WRK-NIV-ESPERA-TOTAL PIC 9(09) COMP-3.
                   15  WRK-NIV-ESPERA-MAX   PIC 9(05) COMP-3.
       77  WRK-H                    PIC 9(02) COMP VALUE ZEROS.
       77  WRK-S                    PIC 9(01) COMP VALUE ZEROS.
       77  WRK-H-FICHA              PIC 9(02) COMP VALUE ZEROS.
       77  WRK-S-FICHA              PIC 9(01) COMP VALUE ZEROS.

      * ESPERA DA FICHA, DA EMISSAO AO INICIO DO ATENDIMENTO.
       01  WRK-HORA-DE              PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-DE-R REDEFINES WRK-HORA-DE.
           05  WRK-HDE-HH           PIC 9(02).
           05  WRK-HDE-MM           PIC 9(02).
           05  WRK-HDE-SS           PIC 9(02).
           05  WRK-HDE-CC           PIC 9(02).
       01  WRK-HORA-ATE             PIC 9(08) VALUE ZEROS.
       01  WRK-HORA-ATE-R REDEFINES WRK-HORA-ATE.
           05  WRK-HATE-HH          PIC 9(02).
           05  WRK-HATE-MM          PIC 9(02).
           05  WRK-HATE-SS          PIC 9(02).
           05  WRK-HATE-CC          PIC 9(02).
       77  WRK-SEGUNDOS             PIC S9(05) COMP VALUE ZEROS.
       77  WRK-FICHA-ATENDIDA       PIC X(01) VALUE 'N'.
           88  FICHA-ATENDIDA           VALUE 'S'.
       77  WRK-FICHA-NO-PRAZO       PIC X(01) VALUE 'N'.
           88  FICHA-NO-PRAZO           VALUE 'S'.

       77  WRK-EVENTO-OK            PIC X(01) VALUE 'N'.
           88  EVENTO-ACEITO            VALUE 'S'.
       77  WRK-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-OUTROS-DIAS      PIC 9(08) VALUE ZEROS.

      * CAMPOS EDITADOS DA LINHA DO RELATORIO.
       01  WRK-ROTULO.
           05  WRK-ROT-HH           PIC 9(02).
           05  WRK-ROT-H            PIC X(01).
       01  WRK-ROTULO-X REDEFINES WRK-ROTULO
                                    PIC X(03).
       77  WRK-NOME-SERVICO         PIC X(10) VALUE SPACES.
       77  WRK-EMITIDASFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-ATENDIDASFN          PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-ABANDONADASFN        PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-MINUTOS              PIC 9(04)V9 VALUE ZEROS.
       77  WRK-MEDIAFN              PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-MAXIMAFN             PIC ZZZ9,9 VALUE ZEROS.
       77  WRK-PCT                  PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PCTFN                PIC ZZ9,99 VALUE ZEROS.
       77  WRK-METAFN               PIC ZZ9 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-TAB-FICHAS
                      WRK-TAB-NIVEL.
           PERFORM 1000-CARREGAR-METAS.
           PERFORM 2000-LER-EVENTOS THRU 2000-EXIT.
           IF WRK-RL-STATUS = 'OK'
               PERFORM 3000-APURAR-FICHA
                   VARYING WRK-IDX FROM 1 BY 1
                     UNTIL WRK-IDX > WRK-MAIOR-FICHA
               PERFORM 4000-IMPRIMIR-RELATORIO THRU 4000-EXIT
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-METAS - META DE ESPERA POR SERVICO (ATENDCFG); *
      *                       SEM O ARQUIVO FICA O PADRAO.           *
      ****************************************************************
       1000-CARREGAR-METAS.
           OPEN INPUT ATENDIMENTO-CONFIG.
           IF FS-ATENDCFG-OK
               READ ATENDIMENTO-CONFIG
                   AT END SET FIM-ATENDCFG TO TRUE
               END-READ
               PERFORM 1100-GUARDAR-META UNTIL FIM-ATENDCFG
               CLOSE ATENDIMENTO-CONFIG
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-META.
           SET WRK-SRV-IDX TO 1.
           SEARCH WRK-SRV-ITEM
               AT END
                   DISPLAY 'ATENDCFG: SERVICO ' AF-SERVICO
                           ' DESCONHECIDO - LINHA IGNORADA'
               WHEN WRK-SRV-CODIGO (WRK-SRV-IDX) = AF-SERVICO
                   IF AF-META-MINUTOS IS NUMERIC
                      AND AF-META-MINUTOS > ZEROS
                       MOVE AF-META-MINUTOS
                         TO WRK-SRV-META (WRK-SRV-IDX)
                   ELSE
                       DISPLAY 'ATENDCFG: META INVALIDA PARA O '
                               'SERVICO ' AF-SERVICO
                               ' - FICA O PADRAO'
                   END-IF
           END-SEARCH.
           READ ATENDIMENTO-CONFIG
               AT END SET FIM-ATENDCFG TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-LER-EVENTOS - MONTA A SITUACAO DE CADA FICHA DE HOJE A  *
      *                    PARTIR DOS EVENTOS DO ATENDIMENTO-LOG, NA *
      *                    ORDEM EM QUE FORAM GRAVADOS. LOG AINDA    *
      *                    INEXISTENTE = DIA SEM FICHAS.             *
      ****************************************************************
       2000-LER-EVENTOS.
           OPEN INPUT ATENDIMENTO-LOG.
           IF FS-ATENDLOG-NAO-EXISTE
               DISPLAY 'ATENDIMENTO-LOG AINDA NAO EXISTE - '
                       'NENHUMA FICHA EMITIDA'
               GO TO 2000-EXIT
           END-IF.
           IF NOT FS-ATENDLOG-OK
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'ATENDIMENTO-LOG INDISPONIVEL - FS: '
                       WRK-FS-ATENDLOG
               MOVE 'ATENDLOG' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-ATENDLOG TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 2000-EXIT
           END-IF.
           READ ATENDIMENTO-LOG
               AT END SET FIM-ATENDLOG TO TRUE
           END-READ.
           PERFORM 2100-APLICAR-EVENTO THRU 2100-EXIT
               UNTIL FIM-ATENDLOG.
           CLOSE ATENDIMENTO-LOG.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-APLICAR-EVENTO - EVENTO DE HOJE COM FICHA, EVENTO E     *
      *                       SERVICO VALIDOS; INICIO, FIM OU        *
      *                       DESISTENCIA SO DE FICHA JA EMITIDA.    *
      *                       O RESTO E RECUSADO E LISTADO.          *
      ****************************************************************
       2100-APLICAR-EVENTO.
           IF AT-DATA NOT = WRK-DATA-HOJE
               ADD 1 TO WRK-QTD-OUTROS-DIAS
               GO TO 2100-LER
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE 'N' TO WRK-EVENTO-OK.
           IF AT-FICHA IS NUMERIC
              AND AT-FICHA > ZEROS
               MOVE AT-FICHA TO WRK-IDX
               EVALUATE TRUE
                   WHEN AT-EMISSAO
                       IF AT-SERV-VALIDO
                          AND FIC-NAO-EMITIDA (WRK-IDX)
                           MOVE AT-SERVICO TO WRK-FIC-SERVICO (WRK-IDX)
                           MOVE AT-HORA TO WRK-FIC-HORA-EMISSAO
                                           (WRK-IDX)
                           SET FIC-AGUARDANDO (WRK-IDX) TO TRUE
                           IF WRK-IDX > WRK-MAIOR-FICHA
                               MOVE WRK-IDX TO WRK-MAIOR-FICHA
                           END-IF
                           SET EVENTO-ACEITO TO TRUE
                       END-IF
                   WHEN FIC-NAO-EMITIDA (WRK-IDX)
                       CONTINUE
                   WHEN AT-INICIO
                       IF WRK-FIC-HORA-INICIO (WRK-IDX) = ZEROS
                           MOVE AT-HORA TO WRK-FIC-HORA-INICIO
                                           (WRK-IDX)
                       END-IF
                       SET FIC-EM-ATENDIMENTO (WRK-IDX) TO TRUE
                       SET EVENTO-ACEITO TO TRUE
                   WHEN AT-FIM
                       SET FIC-ATENDIDA (WRK-IDX) TO TRUE
                       SET EVENTO-ACEITO TO TRUE
                   WHEN AT-DESISTENCIA
                       SET FIC-DESISTENTE (WRK-IDX) TO TRUE
                       SET EVENTO-ACEITO TO TRUE
               END-EVALUATE
           END-IF.
           IF EVENTO-ACEITO
               ADD 1 TO WRK-QTD-GRAVADOS
           ELSE
               ADD 1 TO WRK-QTD-REJEITADOS
               DISPLAY 'EVENTO RECUSADO - FICHA ' AT-FICHA
                       ' EVENTO ' AT-EVENTO ' SERVICO ' AT-SERVICO
                       ' HORA ' AT-HORA
           END-IF.
       2100-LER.
           READ ATENDIMENTO-LOG
               AT END SET FIM-ATENDLOG TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-APURAR-FICHA - ESPERA DA FICHA ATENDIDA (INICIO MENOS   *
      *                     EMISSAO) CONTRA A META DO SERVICO; SEM   *
      *                     INICIO, A FICHA FOI ABANDONADA. SOMA NA  *
      *                     HORA DA EMISSAO E NO DIA, NO SERVICO E   *
      *                     EM TODOS.                                *
      ****************************************************************
       3000-APURAR-FICHA.
           IF NOT FIC-NAO-EMITIDA (WRK-IDX)
               SET WRK-SRV-IDX TO 1
               SEARCH WRK-SRV-ITEM
                   WHEN WRK-SRV-CODIGO (WRK-SRV-IDX)
                        = WRK-FIC-SERVICO (WRK-IDX)
                       SET WRK-S-FICHA TO WRK-SRV-IDX
               END-SEARCH
               MOVE WRK-FIC-HORA-EMISSAO (WRK-IDX) TO WRK-HORA-DE
               COMPUTE WRK-H-FICHA = WRK-HDE-HH + 1
               MOVE 'N' TO WRK-FICHA-ATENDIDA
                           WRK-FICHA-NO-PRAZO
               MOVE ZEROS TO WRK-SEGUNDOS
               IF WRK-FIC-HORA-INICIO (WRK-IDX) > ZEROS
                   SET FICHA-ATENDIDA TO TRUE
                   MOVE WRK-FIC-HORA-INICIO (WRK-IDX) TO WRK-HORA-ATE
                   COMPUTE WRK-SEGUNDOS =
                       (WRK-HATE-HH * 3600 + WRK-HATE-MM * 60
                        + WRK-HATE-SS)
                     - (WRK-HDE-HH * 3600 + WRK-HDE-MM * 60
                        + WRK-HDE-SS)
                   IF WRK-SEGUNDOS < ZEROS
                       MOVE ZEROS TO WRK-SEGUNDOS
                   END-IF
                   IF WRK-SEGUNDOS NOT >
                      WRK-SRV-META (WRK-S-FICHA) * 60
                       SET FICHA-NO-PRAZO TO TRUE
                   END-IF
               END-IF
               MOVE WRK-H-FICHA  TO WRK-H
               MOVE WRK-S-FICHA  TO WRK-S
               PERFORM 3100-SOMAR-FICHA
               MOVE WRK-SRV-TODOS TO WRK-S
               PERFORM 3100-SOMAR-FICHA
               MOVE 25           TO WRK-H
               MOVE WRK-S-FICHA  TO WRK-S
               PERFORM 3100-SOMAR-FICHA
               MOVE WRK-SRV-TODOS TO WRK-S
               PERFORM 3100-SOMAR-FICHA
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SOMAR-FICHA.
           ADD 1 TO WRK-NIV-EMITIDAS (WRK-H WRK-S).
           IF FICHA-ATENDIDA
               ADD 1 TO WRK-NIV-ATENDIDAS (WRK-H WRK-S)
               ADD WRK-SEGUNDOS TO WRK-NIV-ESPERA-TOTAL (WRK-H WRK-S)
               IF WRK-SEGUNDOS > WRK-NIV-ESPERA-MAX (WRK-H WRK-S)
                   MOVE WRK-SEGUNDOS
                     TO WRK-NIV-ESPERA-MAX (WRK-H WRK-S)
               END-IF
               IF FICHA-NO-PRAZO
                   ADD 1 TO WRK-NIV-NO-PRAZO (WRK-H WRK-S)
               END-IF
           ELSE
               ADD 1 TO WRK-NIV-ABANDONADAS (WRK-H WRK-S)
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-RELATORIO - CABECALHO COM AS METAS, UMA LINHA  *
      *                           POR HORA E SERVICO COM FICHA (MAIS *
      *                           O TOTAL DA HORA) E O TOTAL DO DIA. *
      ****************************************************************
       4000-IMPRIMIR-RELATORIO.
           OPEN OUTPUT ATENDIMENTO-REPORT.
           IF NOT FS-ATDRPT-OK
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'ATDRPT INDISPONIVEL - FS: ' WRK-FS-ATDRPT
               MOVE 'ATDRPT' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-ATDRPT TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO AR-LINHA.
           STRING 'NIVEL DE SERVICO DO BALCAO - DIA ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           STRING 'META DE ESPERA (MIN): '
                  WRK-SRV-NOME (1) ' ' WRK-SRV-META (1) '  '
                  WRK-SRV-NOME (2) ' ' WRK-SRV-META (2) '  '
                  WRK-SRV-NOME (3) ' ' WRK-SRV-META (3) '  '
                  WRK-SRV-NOME (4) ' ' WRK-SRV-META (4)
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           STRING 'HR  SERVICO    EMITIDAS ATENDIDAS ABANDONADAS  '
                  'ESPERA MEDIA  ESPERA MAX  NO PRAZO'
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE ALL '-' TO AR-LINHA.
           WRITE AR-LINHA.
           PERFORM 4100-IMPRIMIR-HORA
               VARYING WRK-H FROM 1 BY 1 UNTIL WRK-H > 24.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE 25 TO WRK-H.
           PERFORM 4100-IMPRIMIR-HORA.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           STRING 'EVENTOS DO DIA LIDOS: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           MOVE WRK-QTD-REJEITADOS TO WRK-CONTROLEFN.
           STRING 'EVENTOS RECUSADOS:    ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
           CLOSE ATENDIMENTO-REPORT.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-HORA.
           IF WRK-NIV-EMITIDAS (WRK-H WRK-SRV-TODOS) > ZEROS
               PERFORM 4200-IMPRIMIR-LINHA THRU 4200-EXIT
                   VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 5
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4200-IMPRIMIR-LINHA - UMA LINHA DE HORA X SERVICO: MEDIA E   *
      *                       MAXIMA EM MINUTOS SOBRE AS ATENDIDAS;  *
      *                       NO PRAZO SOBRE AS EMITIDAS (A FICHA    *
      *                       ABANDONADA CONTA COMO FORA DO PRAZO).  *
      ****************************************************************
       4200-IMPRIMIR-LINHA.
           IF WRK-NIV-EMITIDAS (WRK-H WRK-S) = ZEROS
               GO TO 4200-EXIT
           END-IF.
           IF WRK-H = 25
               MOVE 'DIA' TO WRK-ROTULO-X
           ELSE
               COMPUTE WRK-ROT-HH = WRK-H - 1
               MOVE 'H' TO WRK-ROT-H
           END-IF.
           IF WRK-S = WRK-SRV-TODOS
               MOVE 'TODOS' TO WRK-NOME-SERVICO
           ELSE
               MOVE WRK-SRV-NOME (WRK-S) TO WRK-NOME-SERVICO
           END-IF.
           MOVE WRK-NIV-EMITIDAS (WRK-H WRK-S)    TO WRK-EMITIDASFN.
           MOVE WRK-NIV-ATENDIDAS (WRK-H WRK-S)   TO WRK-ATENDIDASFN.
           MOVE WRK-NIV-ABANDONADAS (WRK-H WRK-S) TO WRK-ABANDONADASFN.
           MOVE ZEROS TO WRK-MINUTOS.
           IF WRK-NIV-ATENDIDAS (WRK-H WRK-S) > ZEROS
               COMPUTE WRK-MINUTOS ROUNDED =
                   WRK-NIV-ESPERA-TOTAL (WRK-H WRK-S)
                   / WRK-NIV-ATENDIDAS (WRK-H WRK-S) / 60
           END-IF.
           MOVE WRK-MINUTOS TO WRK-MEDIAFN.
           COMPUTE WRK-MINUTOS ROUNDED =
               WRK-NIV-ESPERA-MAX (WRK-H WRK-S) / 60.
           MOVE WRK-MINUTOS TO WRK-MAXIMAFN.
           COMPUTE WRK-PCT ROUNDED =
               WRK-NIV-NO-PRAZO (WRK-H WRK-S) * 100
               / WRK-NIV-EMITIDAS (WRK-H WRK-S).
           MOVE WRK-PCT TO WRK-PCTFN.
           MOVE SPACES TO AR-LINHA.
           STRING WRK-ROTULO-X ' ' WRK-NOME-SERVICO ' '
                  WRK-EMITIDASFN '   ' WRK-ATENDIDASFN '     '
                  WRK-ABANDONADASFN '       ' WRK-MEDIAFN '      '
                  WRK-MAXIMAFN '    ' WRK-PCTFN '%'
               DELIMITED BY SIZE INTO AR-LINHA
           END-STRING.
           WRITE AR-LINHA.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'EVENTOS DO DIA LIDOS:   ' WRK-QTD-LIDOS.
           DISPLAY 'EVENTOS APLICADOS:      ' WRK-QTD-GRAVADOS.
           DISPLAY 'EVENTOS RECUSADOS:      ' WRK-QTD-REJEITADOS.
           DISPLAY 'EVENTOS DE OUTROS DIAS: ' WRK-QTD-OUTROS-DIAS.
           IF WRK-QTD-LIDOS NOT = WRK-QTD-GRAVADOS + WRK-QTD-REJEITADOS
               MOVE 'DIVERGE' TO WRK-RL-STATUS
               DISPLAY 'TOTAIS DE CONTROLE NAO BATEM'
           END-IF.
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
      *                     0 - OK.                                  *
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
           MOVE 'PROGATDRPT'     TO RG-PROGRAMA.
           MOVE WRK-RL-DATA      TO RG-DATA.
           MOVE WRK-RL-HORA-INI  TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS      TO RG-QTD-LIDOS.
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
      *                    STATUS QUE VIERAM RUINS (EL-ARQUIVO/      *
      *                    EL-OPERACAO/EL-STATUS JA MONTADOS PELO    *
      *                    CHAMADOR).                                *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGATDRPT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
