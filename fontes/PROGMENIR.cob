       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGMENIR.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: DECLARACAO ANUAL DE PAGAMENTOS DE MENSALIDADES     *
      *           PARA O IMPOSTO DE RENDA (IRPF) - SOMA POR ALUNO, NO*
      *           MENSHIST, O QUE FOI PAGO NO ANO-CALENDARIO ANTERIOR*
      *           PELA DATA DO PAGAMENTO, MENOS OS REEMBOLSOS DO ANO,*
      *           E MOSTRA A PARTE O DESCONTO DE BOLSA CONCEDIDO.    *
      *           IMPRIME UMA DECLARACAO NUMERADA POR ALUNO NO       *
      *           MENIRDEC, COM A IDENTIFICACAO DA ESCOLA (ESCCFG),  *
      *           O NOME DO ALUNO (ALUNO-MASTER), O RESPONSAVEL      *
      *           FINANCEIRO PAGADOR (CADASTRO-CLIENTE) E O CAMPO DE *
      *           ASSINATURA, E A LISTA DE CONTROLE DAS DECLARACOES  *
      *           EMITIDAS NO MENIRCTL. RODA TODA NOITE E SO AGE EM  *
      *           JANEIRO, NO ULTIMO DIA UTIL DO CALENDARIO (COMO O  *
      *           PROGANOFEC FAZ COM DEZEMBRO), DEPOIS DAS BAIXAS DE *
      *           PAGAMENTOS FEITOS ATE 31/12.                       *
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
           SELECT ESCOLA-CONFIG  ASSIGN TO "ESCCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESCCFG.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT MENSAL-HISTORICO ASSIGN TO "MENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSHIST.
           SELECT SORT-HIST      ASSIGN TO "SORTWK01".
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
           SELECT DECLARACAO     ASSIGN TO "MENIRDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENIRDEC.
           SELECT CONTROLE-LISTA ASSIGN TO "MENIRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENIRCTL.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ESCOLA-CONFIG.
           COPY ESCCFG.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  MENSAL-HISTORICO.
           COPY MENSHIST.
       SD  SORT-HIST.
       01  SH-REGISTRO.
           05  SH-MATRICULA         PICTURE X(08).
           05  SH-TIPO              PICTURE X(01).
               88  SH-PAGAMENTO         VALUE 'P'.
               88  SH-REEMBOLSO         VALUE 'R'.
               88  SH-DESCONTO-BOLSA    VALUE 'D'.
           05  SH-VALOR             PICTURE 9(08)V99.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  DECLARACAO.
       01  DC-LINHA                 PICTURE X(80).
       FD  CONTROLE-LISTA.
       01  CT-LINHA                 PICTURE X(132).
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
       77  WRK-FS-ESCCFG            PIC X(02) VALUE SPACES.
           88  FS-ESCCFG-OK             VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-MENSHIST          PIC X(02) VALUE SPACES.
           88  FS-MENSHIST-OK           VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-MENIRDEC          PIC X(02) VALUE SPACES.
       77  WRK-FS-MENIRCTL          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-MENSHIST         PIC X(01) VALUE 'N'.
           88  FIM-MENSHIST             VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.

       01  WRK-DATA-HOJE.
           05  WRK-HOJE-ANO         PIC 9(04).
           05  WRK-HOJE-MES         PIC 9(02).
           05  WRK-HOJE-DIA         PIC 9(02).
       77  WRK-ANO-BASE             PIC 9(04) VALUE ZEROS.

      * IDENTIFICACAO DA ESCOLA (PADRAO ABAIXO QUANDO NAO HA O
      * ESCCFG).
       01  WRK-ESCOLA.
           05  WRK-ESC-RAZAO        PIC X(40)
                                    VALUE 'ESCOLA TREINA LTDA'.
           05  WRK-ESC-CNPJ         PIC 9(14) VALUE ZEROS.
           05  WRK-ESC-CNPJ-R       REDEFINES WRK-ESC-CNPJ.
               10  WRK-ESC-CNPJ-1   PIC 9(02).
               10  WRK-ESC-CNPJ-2   PIC 9(03).
               10  WRK-ESC-CNPJ-3   PIC 9(03).
               10  WRK-ESC-CNPJ-4   PIC 9(04).
               10  WRK-ESC-CNPJ-5   PIC 9(02).
           05  WRK-ESC-ENDERECO     PIC X(40) VALUE SPACES.
           05  WRK-ESC-CIDADE       PIC X(30) VALUE 'SAO PAULO'.
           05  WRK-ESC-ASSINANTE    PIC X(30) VALUE SPACES.
           05  WRK-ESC-CARGO        PIC X(20)
                                    VALUE 'SECRETARIA ESCOLAR'.

      * ACUMULADO DO ALUNO NO ANO.
       77  WRK-MATRICULA-ANT        PIC X(08) VALUE SPACES.
       77  WRK-SOMA-PAGO            PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SOMA-REEMBOLSO       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SOMA-BOLSA           PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQUIDO        PIC 9(10)V99 VALUE ZEROS.
       77  WRK-NOME-ALUNO           PIC X(30) VALUE SPACES.
       77  WRK-CURSO-ALUNO          PIC X(20) VALUE SPACES.
       77  WRK-NOME-PAGADOR         PIC X(40) VALUE SPACES.
       01  WRK-CPF-PAGADOR          PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-PAGADOR-R        REDEFINES WRK-CPF-PAGADOR.
           05  WRK-CPF-1            PIC 9(03).
           05  WRK-CPF-2            PIC 9(03).
           05  WRK-CPF-3            PIC 9(03).
           05  WRK-CPF-DV           PIC 9(02).
       77  WRK-MOTIVO-PENDENCIA     PIC X(40) VALUE SPACES.

       77  WRK-NUM-DECLARACAO       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ALUNOS           PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PENDENTES        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO        PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-BOLSA          PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN2             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN3             PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           IF WRK-HOJE-MES NOT = 01
              OR (TEM-CALENDARIO AND NOT FECHA-HOJE)
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DE JANEIRO - '
                       'DECLARACAO ANUAL NAO RODA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           COMPUTE WRK-ANO-BASE = WRK-HOJE-ANO - 1.
           PERFORM 0500-CARREGAR-ESCOLA.
           OPEN INPUT MENSAL-HISTORICO.
           IF NOT FS-MENSHIST-OK
               MOVE 'MENSHIST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-MENSHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS.
           SORT SORT-HIST
               ON ASCENDING KEY SH-MATRICULA
               INPUT PROCEDURE IS 2000-SOLTAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 3000-EMITIR-DECLARACOES.
           PERFORM 4000-IMPRIMIR-RODAPE.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             RODA NO ULTIMO DIA UTIL DO MES.  *
      ****************************************************************
       0400-CONSULTAR-CALENDARIO.
           OPEN INPUT CALENDARIO-DIAS.
           IF FS-CALDIA-OK
               SET TEM-CALENDARIO TO TRUE
               READ CALENDARIO-DIAS
                   AT END SET FIM-CALDIA TO TRUE
               END-READ
               PERFORM 0410-CONFERIR-DIA UNTIL FIM-CALDIA
               CLOSE CALENDARIO-DIAS
           END-IF.
       0400-EXIT.
           EXIT.

       0410-CONFERIR-DIA.
           IF CB-DATA = WRK-DATA-HOJE
              AND ULTIMO-DIA-UTIL-MES
               SET FECHA-HOJE TO TRUE
           END-IF.
           READ CALENDARIO-DIAS
               AT END SET FIM-CALDIA TO TRUE
           END-READ.
       0410-EXIT.
           EXIT.

      ****************************************************************
      * 0500-CARREGAR-ESCOLA - IDENTIFICACAO DA ESCOLA DO ESCCFG;    *
      *                        SEM O ARQUIVO, VALE O PADRAO.         *
      ****************************************************************
       0500-CARREGAR-ESCOLA.
           OPEN INPUT ESCOLA-CONFIG.
           IF FS-ESCCFG-OK
               READ ESCOLA-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EC-RAZAO-SOCIAL TO WRK-ESC-RAZAO
                       MOVE EC-CNPJ         TO WRK-ESC-CNPJ
                       MOVE EC-ENDERECO     TO WRK-ESC-ENDERECO
                       MOVE EC-CIDADE       TO WRK-ESC-CIDADE
                       MOVE EC-ASSINANTE    TO WRK-ESC-ASSINANTE
                       MOVE EC-CARGO        TO WRK-ESC-CARGO
               END-READ
               CLOSE ESCOLA-CONFIG
           END-IF.
       0500-EXIT.
           EXIT.

      ****************************************************************
      * 1000-ABRIR-ARQUIVOS - ABRE OS MESTRES E AS SAIDAS E IMPRIME  *
      *                       O CABECALHO DA LISTA DE CONTROLE.      *
      ****************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-ALUNMST-ABERTO
           ELSE
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           ELSE
               MOVE 'CADCLI'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           OPEN OUTPUT DECLARACAO
                       CONTROLE-LISTA.
           MOVE SPACES TO CT-LINHA.
           STRING 'DECLARACOES DE PAGAMENTO PARA O IMPOSTO DE RENDA - '
                  'ANO-CALENDARIO ' WRK-ANO-BASE
                  ' - EMITIDAS EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE SPACES TO CT-LINHA.
           STRING 'NUMERO MATRICULA NOME DO ALUNO                  '
                  'CPF PAGADOR    NOME DO PAGADOR              '
                  '     VALOR PAGO     DESC. BOLSA'
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE ALL '=' TO CT-LINHA.
           WRITE CT-LINHA.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SOLTAR-MOVIMENTOS - SO O MOVIMENTO DATADO NO            *
      *                          ANO-CALENDARIO VAI PARA O SORT.     *
      ****************************************************************
       2000-SOLTAR-MOVIMENTOS.
           READ MENSAL-HISTORICO
               AT END SET FIM-MENSHIST TO TRUE
           END-READ.
           PERFORM 2100-SOLTAR-MOVIMENTO UNTIL FIM-MENSHIST.
           CLOSE MENSAL-HISTORICO.
       2000-EXIT.
           EXIT.

       2100-SOLTAR-MOVIMENTO.
           ADD 1 TO WRK-QTD-LIDOS.
           IF MH-DATA-ANO = WRK-ANO-BASE
               MOVE MH-MATRICULA TO SH-MATRICULA
               MOVE MH-TIPO      TO SH-TIPO
               MOVE MH-VALOR     TO SH-VALOR
               RELEASE SH-REGISTRO
           END-IF.
           READ MENSAL-HISTORICO
               AT END SET FIM-MENSHIST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-EMITIR-DECLARACOES - RECEBE O MOVIMENTO POR MATRICULA E *
      *                           EMITE A DECLARACAO DE CADA ALUNO   *
      *                           NA QUEBRA.                         *
      ****************************************************************
       3000-EMITIR-DECLARACOES.
           RETURN SORT-HIST
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-ACUMULAR-MOVIMENTO UNTIL FIM-SORT.
           IF TEM-ANTERIOR
               PERFORM 3200-FECHAR-ALUNO THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ACUMULAR-MOVIMENTO.
           IF NOT TEM-ANTERIOR
               SET TEM-ANTERIOR TO TRUE
               MOVE SH-MATRICULA TO WRK-MATRICULA-ANT
           ELSE
               IF SH-MATRICULA NOT = WRK-MATRICULA-ANT
                   PERFORM 3200-FECHAR-ALUNO THRU 3200-EXIT
                   MOVE SH-MATRICULA TO WRK-MATRICULA-ANT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SH-PAGAMENTO
                   ADD SH-VALOR TO WRK-SOMA-PAGO
               WHEN SH-REEMBOLSO
                   ADD SH-VALOR TO WRK-SOMA-REEMBOLSO
               WHEN SH-DESCONTO-BOLSA
                   ADD SH-VALOR TO WRK-SOMA-BOLSA
           END-EVALUATE.
           RETURN SORT-HIST
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3200-FECHAR-ALUNO - VALOR LIQUIDO PAGO NO ANO; ALUNO SEM     *
      *                     PAGAMENTO LIQUIDO NAO TEM DECLARACAO.    *
      *                     SEM PAGADOR CADASTRADO, A DECLARACAO NAO *
      *                     SAI E A PENDENCIA FICA NA LISTA.         *
      ****************************************************************
       3200-FECHAR-ALUNO.
           IF WRK-SOMA-PAGO > WRK-SOMA-REEMBOLSO
               COMPUTE WRK-VALOR-LIQUIDO =
                   WRK-SOMA-PAGO - WRK-SOMA-REEMBOLSO
           ELSE
               MOVE ZEROS TO WRK-VALOR-LIQUIDO
           END-IF.
           IF WRK-VALOR-LIQUIDO = ZEROS
               GO TO 3200-ZERAR
           END-IF.
           PERFORM 3300-LOCALIZAR-ALUNO THRU 3300-EXIT.
           IF WRK-MOTIVO-PENDENCIA NOT = SPACES
               PERFORM 3500-LISTAR-PENDENCIA
               GO TO 3200-ZERAR
           END-IF.
           ADD 1 TO WRK-NUM-DECLARACAO
                    WRK-QTD-ALUNOS.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD WRK-SOMA-BOLSA    TO WRK-TOTAL-BOLSA.
           PERFORM 3400-IMPRIMIR-DECLARACAO.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALORFN.
           MOVE WRK-SOMA-BOLSA    TO WRK-VALORFN2.
           MOVE SPACES TO CT-LINHA.
           STRING WRK-NUM-DECLARACAO ' ' WRK-MATRICULA-ANT '  '
                  WRK-NOME-ALUNO ' ' WRK-CPF-PAGADOR '    '
                  WRK-NOME-PAGADOR (1:30)
                  WRK-VALORFN WRK-VALORFN2
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
       3200-ZERAR.
           MOVE ZEROS TO WRK-SOMA-PAGO
                         WRK-SOMA-REEMBOLSO
                         WRK-SOMA-BOLSA.
       3200-EXIT.
           EXIT.

       3300-LOCALIZAR-ALUNO.
           MOVE SPACES TO WRK-MOTIVO-PENDENCIA
                          WRK-NOME-ALUNO
                          WRK-CURSO-ALUNO
                          WRK-NOME-PAGADOR.
           MOVE ZEROS  TO WRK-CPF-PAGADOR.
           IF NOT ALUNMST-ABERTO
               MOVE 'ALUNO-MASTER INDISPONIVEL'
                   TO WRK-MOTIVO-PENDENCIA
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-MATRICULA-ANT TO AL-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   MOVE 'MATRICULA NAO CADASTRADA'
                       TO WRK-MOTIVO-PENDENCIA
                   GO TO 3300-EXIT
           END-READ.
           MOVE AL-NOME            TO WRK-NOME-ALUNO.
           MOVE AL-CURSO           TO WRK-CURSO-ALUNO.
           MOVE AL-CPF-RESPONSAVEL TO WRK-CPF-PAGADOR.
           IF WRK-CPF-PAGADOR = ZEROS
               MOVE 'ALUNO SEM RESPONSAVEL FINANCEIRO'
                   TO WRK-MOTIVO-PENDENCIA
               GO TO 3300-EXIT
           END-IF.
           IF NOT CADCLI-ABERTO
               MOVE 'CADASTRO-CLIENTE INDISPONIVEL'
                   TO WRK-MOTIVO-PENDENCIA
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-CPF-PAGADOR TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   MOVE 'RESPONSAVEL NAO CADASTRADO'
                       TO WRK-MOTIVO-PENDENCIA
                   GO TO 3300-EXIT
           END-READ.
           MOVE CLI-NOME TO WRK-NOME-PAGADOR.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-IMPRIMIR-DECLARACAO - DECLARACAO DO ALUNO, COM A        *
      *                            ESCOLA, O PAGADOR, OS VALORES DO  *
      *                            ANO E O CAMPO DE ASSINATURA.      *
      ****************************************************************
       3400-IMPRIMIR-DECLARACAO.
           MOVE ALL '=' TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING 'DECLARACAO DE PAGAMENTO DE MENSALIDADES - ANO '
                  WRK-ANO-BASE '         NUMERO ' WRK-NUM-DECLARACAO
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE ALL '=' TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE WRK-ESC-RAZAO TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING 'CNPJ ' WRK-ESC-CNPJ-1 '.' WRK-ESC-CNPJ-2 '.'
                  WRK-ESC-CNPJ-3 '/' WRK-ESC-CNPJ-4 '-' WRK-ESC-CNPJ-5
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE WRK-ESC-ENDERECO TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE 'DECLARAMOS, PARA FINS DE COMPROVACAO NA DECLARACAO DE'
               TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE 'IMPOSTO DE RENDA PESSOA FISICA, QUE RECEBEMOS DE'
               TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING '  PAGADOR: ' WRK-NOME-PAGADOR
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING '  CPF:     ' WRK-CPF-1 '.' WRK-CPF-2 '.' WRK-CPF-3
                  '-' WRK-CPF-DV
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE 'AS MENSALIDADES ESCOLARES DO ALUNO' TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING '  ALUNO:   ' WRK-MATRICULA-ANT ' ' WRK-NOME-ALUNO
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING '  CURSO:   ' WRK-CURSO-ALUNO
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING 'PAGAS ENTRE 01/01/' WRK-ANO-BASE ' E 31/12/'
                  WRK-ANO-BASE ', NOS VALORES ABAIXO:'
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE WRK-SOMA-PAGO TO WRK-VALORFN.
           MOVE SPACES TO DC-LINHA.
           STRING '  MENSALIDADES PAGAS NO ANO           ' WRK-VALORFN
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE WRK-SOMA-REEMBOLSO TO WRK-VALORFN.
           MOVE SPACES TO DC-LINHA.
           STRING '  (-) REEMBOLSOS NO ANO               ' WRK-VALORFN
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALORFN.
           MOVE SPACES TO DC-LINHA.
           STRING '  VALOR TOTAL PAGO                    ' WRK-VALORFN
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE WRK-SOMA-BOLSA TO WRK-VALORFN3.
           MOVE SPACES TO DC-LINHA.
           STRING '  DESCONTO DE BOLSA CONCEDIDO NO ANO  ' WRK-VALORFN3
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE '  (NAO PAGO E NAO INCLUIDO NO VALOR TOTAL PAGO)'
               TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING WRK-ESC-CIDADE DELIMITED BY '  '
                  ', ' WRK-HOJE-DIA '/' WRK-HOJE-MES '/' WRK-HOJE-ANO
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           WRITE DC-LINHA.
           WRITE DC-LINHA.
           MOVE '          ________________________________________'
               TO DC-LINHA.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING '          ' WRK-ESC-ASSINANTE
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           STRING '          ' WRK-ESC-CARGO
               DELIMITED BY SIZE INTO DC-LINHA
           END-STRING.
           WRITE DC-LINHA.
           MOVE SPACES TO DC-LINHA.
           WRITE DC-LINHA.
       3400-EXIT.
           EXIT.

       3500-LISTAR-PENDENCIA.
           ADD 1 TO WRK-QTD-PENDENTES.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALORFN.
           MOVE SPACES TO CT-LINHA.
           STRING '------ ' WRK-MATRICULA-ANT '  '
                  WRK-NOME-ALUNO ' NAO EMITIDA - '
                  WRK-MOTIVO-PENDENCIA ' ' WRK-VALORFN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-RODAPE - TOTAIS DA LISTA DE CONTROLE.          *
      ****************************************************************
       4000-IMPRIMIR-RODAPE.
           MOVE ALL '=' TO CT-LINHA.
           WRITE CT-LINHA.
           MOVE WRK-QTD-ALUNOS TO WRK-CONTROLEFN.
           MOVE SPACES TO CT-LINHA.
           STRING 'DECLARACOES EMITIDAS:   ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE WRK-QTD-PENDENTES TO WRK-CONTROLEFN.
           MOVE SPACES TO CT-LINHA.
           STRING 'PENDENTES (NAO EMITIDAS):' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALORFN.
           MOVE SPACES TO CT-LINHA.
           STRING 'TOTAL DECLARADO:        ' WRK-VALORFN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
           MOVE WRK-TOTAL-BOLSA TO WRK-VALORFN.
           MOVE SPACES TO CT-LINHA.
           STRING 'TOTAL DE BOLSAS:        ' WRK-VALORFN
               DELIMITED BY SIZE INTO CT-LINHA
           END-STRING.
           WRITE CT-LINHA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           CLOSE DECLARACAO
                 CONTROLE-LISTA.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'MOVIMENTOS LIDOS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ALUNOS TO WRK-CONTROLEFN.
           DISPLAY 'DECLARACOES EMITIDAS:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PENDENTES TO WRK-CONTROLEFN.
           DISPLAY 'PENDENTES:             ' WRK-CONTROLEFN.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALORFN.
           DISPLAY 'TOTAL DECLARADO:       ' WRK-VALORFN.
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
           MOVE 'PROGMENIR' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS     TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ALUNOS    TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-PENDENTES TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGMENIR' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
