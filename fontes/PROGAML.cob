       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGAML.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: MONITORAMENTO DE LAVAGEM DE DINHEIRO NO CAMBIO,    *
      *           BASE DAS COMUNICACOES AO COAF. TODA NOITE OLHA AS  *
      *           CONVERSOES DO DIA NO CONVERSAO-HIST (CHAVE: A MESA *
      *           SOLICITANTE) E AS VENDAS EM MOEDA ESTRANGEIRA DO   *
      *           SALES-POSTED (CHAVE: CPF OU CNPJ DO CLIENTE):      *
      *           OPERACAO UNICA A PARTIR DO LIMITE DE COMUNICACAO   *
      *           ABRE CASO 'L'; OPERACOES NA FAIXA LOGO ABAIXO DO   *
      *           LIMITE SE ACUMULAM NO AMLOPE E, QUANDO A MESMA     *
      *           CHAVE JUNTA A QUANTIDADE MINIMA DENTRO DA JANELA,  *
      *           ABREM CASO 'F' (FRACIONAMENTO). ANTES, APLICA AOS  *
      *           CASOS AS DECISOES DO COMPLIANCE (AMLDEC). REGRAVA  *
      *           CASOS (AMLCASN) E JANELA (AMLOPN) PARA O PASSO     *
      *           SEGUINTE DEVOLVER, E LISTA NO AMLRPT OS CASOS      *
      *           PENDENTES DO MAIS VELHO PARA O MAIS NOVO, COM A    *
      *           IDADE E O RESUMO POR FAIXA DE IDADE. NA            *
      *           REEXECUCAO, O QUE O DIA JA TINHA ABERTO E          *
      *           RECALCULADO, SEM DUPLICAR.                         *
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
           SELECT AML-CONFIG     ASSIGN TO "AMLCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AMLCFG.
           SELECT CASO-ANTERIOR  ASSIGN TO "AMLCASO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AMLCASO.
           SELECT CASO-NOVO      ASSIGN TO "AMLCASN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AMLCASN.
           SELECT CASO-DECISAO   ASSIGN TO "AMLDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AMLDEC.
           SELECT OPER-ANTERIOR  ASSIGN TO "AMLOPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AMLOPE.
           SELECT OPER-NOVO      ASSIGN TO "AMLOPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AMLOPN.
           SELECT CONVERSAO-HIST ASSIGN TO "CONVERSAO-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVHIST.
           SELECT SALES-POSTED   ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT AML-REPORT     ASSIGN TO "AMLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AMLRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  AML-CONFIG.
           COPY AMLCFG.
       FD  CASO-ANTERIOR.
           COPY AMLCASO.
       FD  CASO-NOVO.
       01  AN-REGISTRO              PICTURE X(66).
       FD  CASO-DECISAO.
       01  AZ-REGISTRO.
           05  AZ-NUMERO            PICTURE 9(06).
           05  AZ-SITUACAO          PICTURE X(01).
           05  AZ-ANALISTA          PICTURE X(08).
       FD  OPER-ANTERIOR.
           COPY AMLOPER.
       FD  OPER-NOVO.
       01  AO-REGISTRO              PICTURE X(39).
       FD  CONVERSAO-HIST.
           COPY CONVHIST.
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  AML-REPORT.
       01  AR-LINHA                 PICTURE X(100).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG            PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA              PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI          PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS            PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT         PIC 9(03) VALUE 5.
       77  WRK-FS-AMLCFG            PIC X(02) VALUE SPACES.
           88  FS-AMLCFG-OK             VALUE '00'.
       77  WRK-FS-AMLCASO           PIC X(02) VALUE SPACES.
           88  FS-AMLCASO-OK            VALUE '00'.
       77  WRK-FS-AMLCASN           PIC X(02) VALUE SPACES.
           88  FS-AMLCASN-OK            VALUE '00'.
       77  WRK-FS-AMLDEC            PIC X(02) VALUE SPACES.
           88  FS-AMLDEC-OK             VALUE '00'.
       77  WRK-FS-AMLOPE            PIC X(02) VALUE SPACES.
           88  FS-AMLOPE-OK             VALUE '00'.
       77  WRK-FS-AMLOPN            PIC X(02) VALUE SPACES.
       77  WRK-FS-CONVHIST          PIC X(02) VALUE SPACES.
           88  FS-CONVHIST-OK           VALUE '00'.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-AMLRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-AMLCASO          PIC X(01) VALUE 'N'.
           88  FIM-AMLCASO              VALUE 'S'.
       77  WRK-FIM-AMLDEC           PIC X(01) VALUE 'N'.
           88  FIM-AMLDEC               VALUE 'S'.
       77  WRK-FIM-AMLOPE           PIC X(01) VALUE 'N'.
           88  FIM-AMLOPE               VALUE 'S'.
       77  WRK-FIM-CONVHIST         PIC X(01) VALUE 'N'.
           88  FIM-CONVHIST             VALUE 'S'.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-ACHOU-CASO           PIC X(01) VALUE 'N'.
           88  ACHOU-CASO               VALUE 'S'.
       77  WRK-CASO-PENDENTE        PIC X(01) VALUE 'N'.
           88  TEM-CASO-PENDENTE        VALUE 'S'.

      * PARAMETROS EM USO (PADROES QUANDO NAO HA AMLCFG).
       77  WRK-LIMITE-COMUNICACAO   PIC 9(09)V99 VALUE 10000,00.
       77  WRK-FAIXA-PCT            PIC 9(02) VALUE 20.
       77  WRK-JANELA-DIAS          PIC 9(03) VALUE 007.
       77  WRK-QTD-MINIMA           PIC 9(02) VALUE 03.
       77  WRK-PISO-FAIXA           PIC 9(09)V99 VALUE ZEROS.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT             PIC 9(08) VALUE ZEROS.
       77  WRK-INICIO-JANELA-INT    PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE-DIAS           PIC 9(05) VALUE ZEROS.

      * CASOS: OS DO AMLCASO MAIS OS ABERTOS NESTA NOITE, NA ORDEM
      * DE NUMERO (QUE E A ORDEM DE ABERTURA).
       01  WRK-TAB-CASOS.
           05  WRK-CASO-ITEM OCCURS 5000 TIMES
                   INDEXED BY IDX-CASO.
               10  WRK-CASO-REGISTRO     PICTURE X(66).
       77  WRK-QTD-CASOS            PIC 9(05) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO        PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-CASO             PIC 9(05) COMP-3 VALUE ZEROS.

      * OPERACOES NA FAIXA ABAIXO DO LIMITE DENTRO DA JANELA.
       01  WRK-TAB-OPERACOES.
           05  WRK-OPER-ITEM OCCURS 5000 TIMES
                   INDEXED BY IDX-OPER.
               10  WRK-OPER-DATA         PICTURE 9(08).
               10  WRK-OPER-ORIGEM       PICTURE X(01).
               10  WRK-OPER-CHAVE        PICTURE X(14).
               10  WRK-OPER-MOEDA        PICTURE X(03).
               10  WRK-OPER-VALOR        PICTURE 9(11)V99.
       77  WRK-QTD-OPERACOES        PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-OPER             PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-IDX-JANELA           PIC 9(05) COMP-3 VALUE ZEROS.

      * OPERACAO EM EXAME (CONVERSAO OU VENDA) E A SOMA DA CHAVE.
       77  WRK-OP-DATA              PIC 9(08) VALUE ZEROS.
       77  WRK-OP-ORIGEM            PIC X(01) VALUE SPACES.
       77  WRK-OP-CHAVE             PIC X(14) VALUE SPACES.
       77  WRK-OP-MOEDA             PIC X(03) VALUE SPACES.
       77  WRK-OP-VALOR             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-OP-TIPO-CASO         PIC X(01) VALUE SPACES.
       77  WRK-OP-QTD               PIC 9(03) VALUE ZEROS.
       77  WRK-CHAVE-CPF            PIC 9(11) VALUE ZEROS.
       77  WRK-CHAVE-CNPJ           PIC 9(14) VALUE ZEROS.

      * RESUMO DOS PENDENTES POR FAIXA DE IDADE (DIAS).
       77  WRK-QTD-ATE-07           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATE-15           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATE-30           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACIMA-30         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES        PIC 9(05) VALUE ZEROS.

       77  WRK-QTD-CONVERSOES       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-VENDAS-MOEDA     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DECISOES         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DEC-REJEITADAS   PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CASOS-NOVOS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REFEITOS         PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-IDADEFN              PIC ZZZZ9 VALUE ZEROS.
       77  WRK-QTDOPFN              PIC ZZ9 VALUE ZEROS.
       77  WRK-DESC-TIPO            PIC X(13) VALUE SPACES.
       77  WRK-DESC-ORIGEM          PIC X(09) VALUE SPACES.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 1000-LER-CONFIGURACAO.
           PERFORM 1100-CARREGAR-CASOS THRU 1100-EXIT.
           PERFORM 1200-APLICAR-DECISOES THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-JANELA THRU 1300-EXIT.
           PERFORM 2000-EXAMINAR-CONVERSOES THRU 2000-EXIT.
           PERFORM 2500-EXAMINAR-VENDAS THRU 2500-EXIT.
           PERFORM 3000-APURAR-FRACIONAMENTO THRU 3000-EXIT
               VARYING WRK-IDX-OPER FROM 1 BY 1
               UNTIL WRK-IDX-OPER > WRK-QTD-OPERACOES.
           PERFORM 4000-GRAVAR-ARQUIVOS.
           PERFORM 5000-IMPRIMIR-PENDENTES.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-LER-CONFIGURACAO - LIMITE, FAIXA, JANELA E QUANTIDADE   *
      *                         MINIMA DO AMLCFG; SEM O ARQUIVO,     *
      *                         FICAM OS PADROES.                    *
      ****************************************************************
       1000-LER-CONFIGURACAO.
           OPEN INPUT AML-CONFIG.
           IF FS-AMLCFG-OK
               READ AML-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       MOVE AQ-LIMITE-COMUNICACAO
                           TO WRK-LIMITE-COMUNICACAO
                       MOVE AQ-FAIXA-PCT         TO WRK-FAIXA-PCT
                       MOVE AQ-JANELA-DIAS       TO WRK-JANELA-DIAS
                       MOVE AQ-QTD-MINIMA        TO WRK-QTD-MINIMA
               END-READ
               CLOSE AML-CONFIG
           ELSE
               DISPLAY 'AMLCFG AUSENTE - VALEM OS PARAMETROS PADRAO'
           END-IF.
           COMPUTE WRK-PISO-FAIXA ROUNDED =
               WRK-LIMITE-COMUNICACAO * (100 - WRK-FAIXA-PCT) / 100.
           COMPUTE WRK-INICIO-JANELA-INT =
               WRK-HOJE-INT - WRK-JANELA-DIAS + 1.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-CASOS - CASOS DO AMLCASO. O CASO AINDA ABERTO  *
      *                       QUE ESTA NOITE MESMA TINHA ABERTO E    *
      *                       DEIXADO DE FORA: A REEXECUCAO O ABRE   *
      *                       DE NOVO.                               *
      ****************************************************************
       1100-CARREGAR-CASOS.
           OPEN INPUT CASO-ANTERIOR.
           IF NOT FS-AMLCASO-OK
               DISPLAY 'AMLCASO AUSENTE - SEM CASOS ANTERIORES'
               GO TO 1100-EXIT
           END-IF.
           READ CASO-ANTERIOR
               AT END SET FIM-AMLCASO TO TRUE
           END-READ.
           PERFORM 1110-GUARDAR-CASO UNTIL FIM-AMLCASO.
           CLOSE CASO-ANTERIOR.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-CASO.
           IF AM-DATA-ABERTURA = WRK-DATA-HOJE
              AND CASO-ABERTO
              AND AM-ANALISTA = SPACES
               ADD 1 TO WRK-QTD-REFEITOS
           ELSE
               IF WRK-QTD-CASOS < 5000
                   ADD 1 TO WRK-QTD-CASOS
                   MOVE AM-REGISTRO
                       TO WRK-CASO-REGISTRO (WRK-QTD-CASOS)
                   IF AM-NUMERO > WRK-ULTIMO-NUMERO
                       MOVE AM-NUMERO TO WRK-ULTIMO-NUMERO
                   END-IF
               ELSE
                   DISPLAY 'TABELA DE CASOS CHEIA - CASO '
                           AM-NUMERO ' NAO CARREGADO'
                   MOVE 'AMLCASO' TO EL-ARQUIVO
                   MOVE 'CARGA'   TO EL-OPERACAO
                   MOVE 'TB'      TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           READ CASO-ANTERIOR
               AT END SET FIM-AMLCASO TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-APLICAR-DECISOES - SITUACAO NOVA DADA PELO COMPLIANCE   *
      *                         (E - EM ANALISE, C - COMUNICADO AO   *
      *                         COAF, D - DESCARTADO, A - REABERTO)  *
      *                         COM O ANALISTA E A DATA. NUMERO SEM  *
      *                         CASO OU SITUACAO INVALIDA E RECUSADA.*
      *                         LIDO, O AMLDEC E ESVAZIADO.          *
      ****************************************************************
       1200-APLICAR-DECISOES.
           OPEN INPUT CASO-DECISAO.
           IF NOT FS-AMLDEC-OK
               GO TO 1200-EXIT
           END-IF.
           READ CASO-DECISAO
               AT END SET FIM-AMLDEC TO TRUE
           END-READ.
           PERFORM 1210-APLICAR-DECISAO THRU 1210-EXIT
               UNTIL FIM-AMLDEC.
           CLOSE CASO-DECISAO.
           OPEN OUTPUT CASO-DECISAO.
           CLOSE CASO-DECISAO.
           DISPLAY 'DECISOES DO COMPLIANCE APLICADAS E AMLDEC '
                   'ESVAZIADO'.
       1200-EXIT.
           EXIT.

       1210-APLICAR-DECISAO.
           ADD 1 TO WRK-QTD-DECISOES.
           MOVE AZ-SITUACAO TO AM-SITUACAO.
           IF NOT SITUACAO-VALIDA
               DISPLAY 'DECISAO RECUSADA - CASO ' AZ-NUMERO
                       ' SITUACAO INVALIDA: ' AZ-SITUACAO
               ADD 1 TO WRK-QTD-DEC-REJEITADAS
               GO TO 1210-LER
           END-IF.
           MOVE 'N' TO WRK-ACHOU-CASO.
           SET IDX-CASO TO 1.
           SEARCH WRK-CASO-ITEM
               AT END
                   CONTINUE
               WHEN IDX-CASO > WRK-QTD-CASOS
                   CONTINUE
               WHEN WRK-CASO-REGISTRO (IDX-CASO) (1:6) = AZ-NUMERO
                   SET ACHOU-CASO TO TRUE
           END-SEARCH.
           IF NOT ACHOU-CASO
               DISPLAY 'DECISAO RECUSADA - CASO ' AZ-NUMERO
                       ' NAO EXISTE'
               ADD 1 TO WRK-QTD-DEC-REJEITADAS
               GO TO 1210-LER
           END-IF.
           MOVE WRK-CASO-REGISTRO (IDX-CASO) TO AM-REGISTRO.
           MOVE AZ-SITUACAO   TO AM-SITUACAO.
           MOVE WRK-DATA-HOJE TO AM-DATA-SITUACAO.
           MOVE AZ-ANALISTA   TO AM-ANALISTA.
           MOVE AM-REGISTRO TO WRK-CASO-REGISTRO (IDX-CASO).

       1210-LER.
           READ CASO-DECISAO
               AT END SET FIM-AMLDEC TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-JANELA - OPERACOES DO AMLOPE QUE AINDA ESTAO   *
      *                        DENTRO DA JANELA. AS DE HOJE FICAM DE *
      *                        FORA: VOLTAM PELO EXAME DO DIA.       *
      ****************************************************************
       1300-CARREGAR-JANELA.
           OPEN INPUT OPER-ANTERIOR.
           IF NOT FS-AMLOPE-OK
               DISPLAY 'AMLOPE AUSENTE - JANELA COMECA HOJE'
               GO TO 1300-EXIT
           END-IF.
           READ OPER-ANTERIOR
               AT END SET FIM-AMLOPE TO TRUE
           END-READ.
           PERFORM 1310-GUARDAR-OPERACAO UNTIL FIM-AMLOPE.
           CLOSE OPER-ANTERIOR.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-OPERACAO.
           COMPUTE WRK-DATA-INT = FUNCTION INTEGER-OF-DATE (AX-DATA).
           IF AX-DATA NOT = WRK-DATA-HOJE
              AND WRK-DATA-INT NOT < WRK-INICIO-JANELA-INT
               MOVE AX-DATA   TO WRK-OP-DATA
               MOVE AX-ORIGEM TO WRK-OP-ORIGEM
               MOVE AX-CHAVE  TO WRK-OP-CHAVE
               MOVE AX-MOEDA  TO WRK-OP-MOEDA
               MOVE AX-VALOR  TO WRK-OP-VALOR
               PERFORM 2910-INCLUIR-NA-JANELA
           END-IF.
           READ OPER-ANTERIOR
               AT END SET FIM-AMLOPE TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 2000-EXAMINAR-CONVERSOES - CONVERSOES DE HOJE NO             *
      *                            CONVERSAO-HIST, PELO VALOR EM     *
      *                            REAL. A SEGUNDA PERNA DA          *
      *                            TRIANGULACAO (CASA VENDEU) E A    *
      *                            MESMA OPERACAO E NAO CONTA DE     *
      *                            NOVO.                             *
      ****************************************************************
       2000-EXAMINAR-CONVERSOES.
           OPEN INPUT CONVERSAO-HIST.
           IF NOT FS-CONVHIST-OK
               MOVE 'CONVHIST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-CONVHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 2000-EXIT
           END-IF.
           READ CONVERSAO-HIST
               AT END SET FIM-CONVHIST TO TRUE
           END-READ.
           PERFORM 2100-EXAMINAR-CONVERSAO UNTIL FIM-CONVHIST.
           CLOSE CONVERSAO-HIST.
       2000-EXIT.
           EXIT.

       2100-EXAMINAR-CONVERSAO.
           IF CH-DATA = WRK-DATA-HOJE
              AND NOT CH-CASA-VENDEU
               ADD 1 TO WRK-QTD-CONVERSOES
               MOVE 'C'            TO WRK-OP-ORIGEM
               MOVE CH-SOLICITANTE TO WRK-OP-CHAVE
               MOVE CH-MOEDA       TO WRK-OP-MOEDA
               COMPUTE WRK-OP-VALOR ROUNDED =
                   CH-VALOR-ORIG * CH-COTACAO
               PERFORM 2900-EXAMINAR-OPERACAO
           END-IF.
           READ CONVERSAO-HIST
               AT END SET FIM-CONVHIST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2500-EXAMINAR-VENDAS - VENDAS DO DIA EM MOEDA ESTRANGEIRA NO *
      *                        SALES-POSTED, PELO VALOR EM REAL, COM *
      *                        O CPF (OU O CNPJ DO CLIENTE PJ).      *
      ****************************************************************
       2500-EXAMINAR-VENDAS.
           OPEN INPUT SALES-POSTED.
           IF NOT FS-SALESPST-OK
               MOVE 'SALESPST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 2500-EXIT
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
           PERFORM 2600-EXAMINAR-VENDA UNTIL FIM-SALESPST.
           CLOSE SALES-POSTED.
       2500-EXIT.
           EXIT.

       2600-EXAMINAR-VENDA.
           IF PS-VENDA
              AND PS-MOEDA-ORIGEM NOT = 'BRL'
              AND PS-MOEDA-ORIGEM NOT = SPACES
              AND PS-VALOR-REAL > ZEROS
               ADD 1 TO WRK-QTD-VENDAS-MOEDA
               MOVE 'V'             TO WRK-OP-ORIGEM
               IF PS-CLIENTE-PJ
                   MOVE PS-CNPJ-CLIENTE TO WRK-CHAVE-CNPJ
                   MOVE WRK-CHAVE-CNPJ  TO WRK-OP-CHAVE
               ELSE
                   MOVE PS-CPF-CLIENTE  TO WRK-CHAVE-CPF
                   MOVE WRK-CHAVE-CPF   TO WRK-OP-CHAVE
               END-IF
               MOVE PS-MOEDA-ORIGEM TO WRK-OP-MOEDA
               MOVE PS-VALOR-REAL   TO WRK-OP-VALOR
               PERFORM 2900-EXAMINAR-OPERACAO
           END-IF.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.

      ****************************************************************
      * 2900-EXAMINAR-OPERACAO - A PARTIR DO LIMITE, CASO 'L' NA     *
      *                          HORA; NA FAIXA LOGO ABAIXO, ENTRA   *
      *                          NA JANELA PARA O FRACIONAMENTO.     *
      ****************************************************************
       2900-EXAMINAR-OPERACAO.
           IF WRK-OP-VALOR NOT < WRK-LIMITE-COMUNICACAO
               MOVE 'L' TO WRK-OP-TIPO-CASO
               MOVE 1   TO WRK-OP-QTD
               PERFORM 3500-ABRIR-CASO
           ELSE
               IF WRK-OP-VALOR NOT < WRK-PISO-FAIXA
                   MOVE WRK-DATA-HOJE TO WRK-OP-DATA
                   PERFORM 2910-INCLUIR-NA-JANELA
               END-IF
           END-IF.
       2900-EXIT.
           EXIT.

       2910-INCLUIR-NA-JANELA.
           IF WRK-QTD-OPERACOES < 5000
               ADD 1 TO WRK-QTD-OPERACOES
               SET IDX-OPER TO WRK-QTD-OPERACOES
               MOVE WRK-OP-DATA   TO WRK-OPER-DATA (IDX-OPER)
               MOVE WRK-OP-ORIGEM TO WRK-OPER-ORIGEM (IDX-OPER)
               MOVE WRK-OP-CHAVE  TO WRK-OPER-CHAVE (IDX-OPER)
               MOVE WRK-OP-MOEDA  TO WRK-OPER-MOEDA (IDX-OPER)
               MOVE WRK-OP-VALOR  TO WRK-OPER-VALOR (IDX-OPER)
           ELSE
               DISPLAY 'JANELA DE OPERACOES CHEIA - OPERACAO DE '
                       WRK-OP-CHAVE ' NAO ACUMULADA'
               MOVE 'AMLOPE' TO EL-ARQUIVO
               MOVE 'CARGA'  TO EL-OPERACAO
               MOVE 'TB'     TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       2910-EXIT.
           EXIT.

      ****************************************************************
      * 3000-APURAR-FRACIONAMENTO - PARA CADA OPERACAO DE HOJE NA    *
      *                             FAIXA, CONTA AS DA MESMA CHAVE   *
      *                             NA JANELA; ATINGIDA A QUANTIDADE *
      *                             MINIMA E SEM CASO 'F' PENDENTE   *
      *                             PARA A CHAVE, ABRE UM.           *
      ****************************************************************
       3000-APURAR-FRACIONAMENTO.
           SET IDX-OPER TO WRK-IDX-OPER.
           IF WRK-OPER-DATA (IDX-OPER) NOT = WRK-DATA-HOJE
               GO TO 3000-EXIT
           END-IF.
           MOVE WRK-OPER-ORIGEM (IDX-OPER) TO WRK-OP-ORIGEM.
           MOVE WRK-OPER-CHAVE (IDX-OPER)  TO WRK-OP-CHAVE.
           MOVE WRK-OPER-MOEDA (IDX-OPER)  TO WRK-OP-MOEDA.
           PERFORM 3200-PROCURAR-PENDENTE.
           IF TEM-CASO-PENDENTE
               GO TO 3000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-OP-QTD.
           MOVE ZEROS TO WRK-OP-VALOR.
           PERFORM 3100-SOMAR-CHAVE
               VARYING WRK-IDX-JANELA FROM 1 BY 1
               UNTIL WRK-IDX-JANELA > WRK-QTD-OPERACOES.
           IF WRK-OP-QTD NOT < WRK-QTD-MINIMA
               MOVE 'F' TO WRK-OP-TIPO-CASO
               PERFORM 3500-ABRIR-CASO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SOMAR-CHAVE.
           SET IDX-OPER TO WRK-IDX-JANELA.
           IF WRK-OPER-ORIGEM (IDX-OPER) = WRK-OP-ORIGEM
              AND WRK-OPER-CHAVE (IDX-OPER) = WRK-OP-CHAVE
               ADD 1 TO WRK-OP-QTD
               ADD WRK-OPER-VALOR (IDX-OPER) TO WRK-OP-VALOR
           END-IF.
       3100-EXIT.
           EXIT.

       3200-PROCURAR-PENDENTE.
           MOVE 'N' TO WRK-CASO-PENDENTE.
           PERFORM 3210-CONFERIR-CASO
               VARYING WRK-IDX-CASO FROM 1 BY 1
               UNTIL WRK-IDX-CASO > WRK-QTD-CASOS
                  OR TEM-CASO-PENDENTE.
       3200-EXIT.
           EXIT.

       3210-CONFERIR-CASO.
           MOVE WRK-CASO-REGISTRO (WRK-IDX-CASO) TO AM-REGISTRO.
           IF CASO-FRACIONAMENTO
              AND CASO-PENDENTE
              AND AM-ORIGEM = WRK-OP-ORIGEM
              AND AM-CHAVE  = WRK-OP-CHAVE
               SET TEM-CASO-PENDENTE TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      ****************************************************************
      * 3500-ABRIR-CASO - CASO NOVO, ABERTO, COM O PROXIMO NUMERO.   *
      ****************************************************************
       3500-ABRIR-CASO.
           IF WRK-QTD-CASOS NOT < 5000
               DISPLAY 'TABELA DE CASOS CHEIA - CASO DE '
                       WRK-OP-CHAVE ' NAO ABERTO'
               MOVE 'AMLCASO' TO EL-ARQUIVO
               MOVE 'ABERTURA' TO EL-OPERACAO
               MOVE 'TB'      TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           ELSE
               ADD 1 TO WRK-ULTIMO-NUMERO
               INITIALIZE AM-REGISTRO
               MOVE WRK-ULTIMO-NUMERO TO AM-NUMERO
               MOVE WRK-DATA-HOJE     TO AM-DATA-ABERTURA
               MOVE WRK-OP-TIPO-CASO  TO AM-TIPO
               MOVE WRK-OP-ORIGEM     TO AM-ORIGEM
               MOVE WRK-OP-CHAVE      TO AM-CHAVE
               MOVE WRK-OP-MOEDA      TO AM-MOEDA
               MOVE WRK-OP-QTD        TO AM-QTD-OPERACOES
               MOVE WRK-OP-VALOR      TO AM-VALOR-TOTAL
               MOVE 'A'               TO AM-SITUACAO
               MOVE WRK-DATA-HOJE     TO AM-DATA-SITUACAO
               MOVE SPACES            TO AM-ANALISTA
               ADD 1 TO WRK-QTD-CASOS
               MOVE AM-REGISTRO TO WRK-CASO-REGISTRO (WRK-QTD-CASOS)
               ADD 1 TO WRK-QTD-CASOS-NOVOS
           END-IF.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 4000-GRAVAR-ARQUIVOS - CASOS (AMLCASN) E JANELA (AMLOPN) PARA*
      *                        O PASSO SEGUINTE DEVOLVER SOBRE OS    *
      *                        OFICIAIS.                             *
      ****************************************************************
       4000-GRAVAR-ARQUIVOS.
           OPEN OUTPUT CASO-NOVO.
           IF NOT FS-AMLCASN-OK
               MOVE 'AMLCASN' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-AMLCASN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           ELSE
               PERFORM 4100-GRAVAR-CASO
                   VARYING WRK-IDX-CASO FROM 1 BY 1
                   UNTIL WRK-IDX-CASO > WRK-QTD-CASOS
               CLOSE CASO-NOVO
           END-IF.
           OPEN OUTPUT OPER-NOVO.
           PERFORM 4200-GRAVAR-OPERACAO
               VARYING WRK-IDX-OPER FROM 1 BY 1
               UNTIL WRK-IDX-OPER > WRK-QTD-OPERACOES.
           CLOSE OPER-NOVO.
       4000-EXIT.
           EXIT.

       4100-GRAVAR-CASO.
           MOVE WRK-CASO-REGISTRO (WRK-IDX-CASO) TO AN-REGISTRO.
           WRITE AN-REGISTRO.
       4100-EXIT.
           EXIT.

       4200-GRAVAR-OPERACAO.
           SET IDX-OPER TO WRK-IDX-OPER.
           MOVE WRK-OPER-DATA (IDX-OPER)   TO AX-DATA.
           MOVE WRK-OPER-ORIGEM (IDX-OPER) TO AX-ORIGEM.
           MOVE WRK-OPER-CHAVE (IDX-OPER)  TO AX-CHAVE.
           MOVE WRK-OPER-MOEDA (IDX-OPER)  TO AX-MOEDA.
           MOVE WRK-OPER-VALOR (IDX-OPER)  TO AX-VALOR.
           MOVE AX-REGISTRO TO AO-REGISTRO.
           WRITE AO-REGISTRO.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-PENDENTES - CASOS ABERTOS OU EM ANALISE, DO    *
      *                           MAIS VELHO PARA O MAIS NOVO, COM A *
      *                           IDADE EM DIAS, E O RESUMO POR      *
      *                           FAIXA DE IDADE.                    *
      ****************************************************************
       5000-IMPRIMIR-PENDENTES.
           OPEN OUTPUT AML-REPORT.
           MOVE SPACES TO AR-LINHA.
           STRING 'CASOS DE CAMBIO PENDENTES DE ANALISE (COAF) - '
                  'POSICAO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           MOVE WRK-LIMITE-COMUNICACAO TO WRK-VALORFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'LIMITE DE COMUNICACAO: ' WRK-VALORFN
                  ' - FAIXA ' WRK-FAIXA-PCT '% ABAIXO, '
                  WRK-QTD-MINIMA ' OPERACOES EM '
                  WRK-JANELA-DIAS ' DIAS'
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE SPACES TO AR-LINHA.
           STRING 'CASO   ABERTURA IDADE TIPO          ORIGEM    '
                  'CHAVE          MOE QTD       VALOR EM REAL SIT'
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           MOVE ALL '-' TO AR-LINHA.
           WRITE AR-LINHA.
           PERFORM 5100-IMPRIMIR-CASO THRU 5100-EXIT
               VARYING WRK-IDX-CASO FROM 1 BY 1
               UNTIL WRK-IDX-CASO > WRK-QTD-CASOS.
           MOVE ALL '=' TO AR-LINHA.
           WRITE AR-LINHA.
           MOVE WRK-QTD-ATE-07 TO WRK-CONTROLEFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'ATE 7 DIAS......: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           MOVE WRK-QTD-ATE-15 TO WRK-CONTROLEFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'DE 8 A 15 DIAS..: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           MOVE WRK-QTD-ATE-30 TO WRK-CONTROLEFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'DE 16 A 30 DIAS.: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           MOVE WRK-QTD-ACIMA-30 TO WRK-CONTROLEFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'MAIS DE 30 DIAS.: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           MOVE WRK-QTD-PENDENTES TO WRK-CONTROLEFN.
           MOVE SPACES TO AR-LINHA.
           STRING 'TOTAL PENDENTE..: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
           CLOSE AML-REPORT.
       5000-EXIT.
           EXIT.

       5100-IMPRIMIR-CASO.
           MOVE WRK-CASO-REGISTRO (WRK-IDX-CASO) TO AM-REGISTRO.
           IF NOT CASO-PENDENTE
               GO TO 5100-EXIT
           END-IF.
           COMPUTE WRK-DATA-INT =
               FUNCTION INTEGER-OF-DATE (AM-DATA-ABERTURA).
           COMPUTE WRK-IDADE-DIAS = WRK-HOJE-INT - WRK-DATA-INT.
           ADD 1 TO WRK-QTD-PENDENTES.
           EVALUATE TRUE
               WHEN WRK-IDADE-DIAS NOT > 7
                   ADD 1 TO WRK-QTD-ATE-07
               WHEN WRK-IDADE-DIAS NOT > 15
                   ADD 1 TO WRK-QTD-ATE-15
               WHEN WRK-IDADE-DIAS NOT > 30
                   ADD 1 TO WRK-QTD-ATE-30
               WHEN OTHER
                   ADD 1 TO WRK-QTD-ACIMA-30
           END-EVALUATE.
           IF CASO-LIMITE
               MOVE 'LIMITE'        TO WRK-DESC-TIPO
           ELSE
               MOVE 'FRACIONAMENTO' TO WRK-DESC-TIPO
           END-IF.
           IF ORIGEM-CONVERSAO
               MOVE 'CONVERSAO' TO WRK-DESC-ORIGEM
           ELSE
               MOVE 'VENDA'     TO WRK-DESC-ORIGEM
           END-IF.
           MOVE WRK-IDADE-DIAS   TO WRK-IDADEFN.
           MOVE AM-QTD-OPERACOES TO WRK-QTDOPFN.
           MOVE AM-VALOR-TOTAL   TO WRK-VALORFN.
           MOVE SPACES TO AR-LINHA.
           STRING AM-NUMERO
                  ' ' AM-DATA-ABERTURA
                  ' ' WRK-IDADEFN
                  ' ' WRK-DESC-TIPO
                  ' ' WRK-DESC-ORIGEM
                  ' ' AM-CHAVE
                  ' ' AM-MOEDA
                  ' ' WRK-QTDOPFN
                  ' ' WRK-VALORFN
                  ' ' AM-SITUACAO
                  ' ' AM-ANALISTA
               DELIMITED BY SIZE INTO AR-LINHA.
           WRITE AR-LINHA.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-CONVERSOES TO WRK-CONTROLEFN.
           DISPLAY 'CONVERSOES EXAMINADAS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-VENDAS-MOEDA TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS EM MOEDA:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DECISOES TO WRK-CONTROLEFN.
           DISPLAY 'DECISOES LIDAS:        ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DEC-REJEITADAS TO WRK-CONTROLEFN.
           DISPLAY 'DECISOES RECUSADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CASOS-NOVOS TO WRK-CONTROLEFN.
           DISPLAY 'CASOS ABERTOS HOJE:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PENDENTES TO WRK-CONTROLEFN.
           DISPLAY 'CASOS PENDENTES:       ' WRK-CONTROLEFN.
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
      * 9800-GRAVAR-RUNLOG - UMA LINHA NO RUN-LOG POR EXECUCAO.      *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGAML' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           COMPUTE RG-QTD-LIDOS =
               WRK-QTD-CONVERSOES + WRK-QTD-VENDAS-MOEDA.
           MOVE WRK-QTD-CASOS-NOVOS    TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-DEC-REJEITADAS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGAML' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
