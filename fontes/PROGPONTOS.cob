       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGPONTOS.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: PROGRAMA DE FIDELIDADE. TODO DIA LE O SALES-POSTED *
      *           E GRAVA NO RAZAO DE PONTOS (PONTOS) O MOVIMENTO DE *
      *           CADA CPF: A VENDA ACEITA GANHA PONTOS POR REAL     *
      *           PAGO (FORA O DESCONTO DE PONTOS) CONFORME O TIER   *
      *           DO CLIENTE NO CADASTRO (PROGCLISEG) E O PONTCFG, A *
      *           DEVOLUCAO E O CANCELAMENTO TIRAM OS PONTOS DE      *
      *           VOLTA, O RESGATE SAI DO SALDO E O CANCELAMENTO DA  *
      *           VENDA COM RESGATE DEVOLVE OS PONTOS. DEPOIS EXPIRA *
      *           OS PONTOS VENCIDOS (OS MAIS ANTIGOS SAO CONSUMIDOS *
      *           PRIMEIRO), REGRAVA O SALDO POR CPF (PONTSALD) E    *
      *           LANCA NO LEDGER-TRANS O DESCONTO DO DIA (41900)    *
      *           CONTRA O CAIXA, COM O ESTORNO DO REPROCESSO COMO O *
      *           PROGVALTRC. NO ULTIMO DIA UTIL DO MES (COM O       *
      *           CALENDARIO CALDIA PRESENTE; SEM ELE, TODO DIA)     *
      *           IMPRIME O EXTRATO MENSAL DE PONTOS POR CLIENTE     *
      *           (PONTEXT), SUPRIMINDO QUEM FEZ OPT-OUT NO CONSENT. *
      *           O RAZAO NOVO SAI NO PONTOSN, SEM OS MOVIMENTOS DO  *
      *           PROPRIO DIA, PARA O REPROCESSO NAO DOBRAR PONTOS.  *
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
           SELECT SALES-POSTED   ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT PONTOS-FIDELIDADE ASSIGN TO "PONTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTOS.
           SELECT PONTOS-NOVO    ASSIGN TO "PONTOSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTOSN.
           SELECT SORT-PONTOS    ASSIGN TO "SORTWK01".
           SELECT PONTOS-SALDO   ASSIGN TO "PONTSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTSALD.
           SELECT PONTOS-CONFIG  ASSIGN TO "PONTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTCFG.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT CONSENTIMENTO  ASSIGN TO "CONSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT EXTRATO-PONTOS ASSIGN TO "PONTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTEXT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  PONTOS-FIDELIDADE.
           COPY PONTOS.
       FD  PONTOS-NOVO.
       01  PN-REGISTRO              PICTURE X(60).
       SD  SORT-PONTOS.
       01  SP-REGISTRO.
           05  SP-CPF               PICTURE 9(11).
           05  SP-DATA              PICTURE 9(08).
           05  SP-TIPO              PICTURE X(01).
           05  SP-PONTOS            PICTURE S9(08).
           05  SP-FILIAL            PICTURE X(03).
           05  SP-NUM-DOCUMENTO     PICTURE 9(08).
           05  SP-TIER              PICTURE X(01).
           05  SP-VALOR-BASE        PICTURE S9(10)V99.
           05  SP-DATA-VALIDADE     PICTURE 9(08).
       FD  PONTOS-SALDO.
           COPY PONTSALD.
       FD  PONTOS-CONFIG.
           COPY PONTCFG.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  CONSENTIMENTO.
           COPY CONSENT.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  EXTRATO-PONTOS.
       01  PX-LINHA                 PICTURE X(80).
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
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-PONTOS            PIC X(02) VALUE SPACES.
           88  FS-PONTOS-OK             VALUE '00'.
       77  WRK-FS-PONTOSN           PIC X(02) VALUE SPACES.
           88  FS-PONTOSN-OK            VALUE '00'.
       77  WRK-FS-PONTSALD          PIC X(02) VALUE SPACES.
       77  WRK-FS-PONTCFG           PIC X(02) VALUE SPACES.
           88  FS-PONTCFG-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-FS-CONSENT           PIC X(02) VALUE SPACES.
           88  FS-CONSENT-OK            VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-PONTEXT           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-SALESPST         PIC X(01) VALUE 'N'.
           88  FIM-SALESPST             VALUE 'S'.
       77  WRK-FIM-PONTOS           PIC X(01) VALUE 'N'.
           88  FIM-PONTOS               VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-FIM-CONSENT          PIC X(01) VALUE 'N'.
           88  FIM-CONSENT              VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.
       77  WRK-IMPRIME-EXTRATO      PIC X(01) VALUE 'N'.
           88  IMPRIME-EXTRATO          VALUE 'S'.
       77  WRK-DIA-JA-LANCADO       PIC X(01) VALUE 'N'.
           88  DIA-JA-LANCADO           VALUE 'S'.
       77  WRK-VALOR-JA-LANCADO     PIC S9(09)V99 COMP-3 VALUE ZEROS.

      * CONTAS DO LANCAMENTO: O DESCONTO DE PONTOS REDUZ A RECEITA
      * DE VENDAS E ACERTA A PERNA DO CAIXA LANCADA PELO PROGVENDAS
      * PELO VALOR CHEIO DA VENDA.
       77  WRK-CONTA-DESCONTO       PIC X(05) VALUE '41900'.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.

      * PARAMETROS DO PROGRAMA (PONTCFG); SEM O ARQUIVO, OS PADROES.
       77  WRK-PONTOS-TIER-A        PIC 9(02)V99 VALUE 3.
       77  WRK-PONTOS-TIER-B        PIC 9(02)V99 VALUE 2.
       77  WRK-PONTOS-TIER-C        PIC 9(02)V99 VALUE 1.
       77  WRK-PONTOS-SEM-TIER      PIC 9(02)V99 VALUE 1.
       77  WRK-MESES-VALIDADE       PIC 9(03) VALUE 12.
       77  WRK-PONTOS-POR-REAL      PIC 9(02)V99 VALUE ZEROS.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-INICIO-MES           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HORIZONTE       PIC 9(08) VALUE ZEROS.
      * VALIDADE DOS PONTOS GANHOS HOJE: MESMO DIA, WRK-MESES-VALIDADE
      * MESES DEPOIS (DIA 29 A 31 VIRA 28, QUE EXISTE EM TODO MES).
       01  WRK-DATA-VALIDADE.
           05  WRK-VAL-ANO          PIC 9(04).
           05  WRK-VAL-MES          PIC 9(02).
           05  WRK-VAL-DIA          PIC 9(02).
       77  WRK-MESES-CORRIDOS       PIC 9(07) COMP-3 VALUE ZEROS.
       77  WRK-RESTO-MES            PIC 9(02) VALUE ZEROS.

      * MOVIMENTO DA VENDA CORRENTE.
       77  WRK-VALOR-BASE           PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-PONTOS-CALC          PIC 9(08) VALUE ZEROS.
       77  WRK-TIER-VENDA           PIC X(01) VALUE SPACES.
       77  WRK-CLIENTE-OK           PIC X(01) VALUE 'N'.
           88  CLIENTE-OK               VALUE 'S'.

      * ACUMULADORES DO CPF EM QUEBRA NO RAZAO CLASSIFICADO.
       77  WRK-CPF-ATUAL            PIC 9(11) VALUE ZEROS.
       77  WRK-SALDO                PIC S9(09) COMP-3 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR       PIC S9(09) COMP-3 VALUE ZEROS.
       77  WRK-POSITIVOS-VENCIDOS   PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-POSITIVOS-HORIZONTE  PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-NEGATIVOS            PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-GANHO          PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-USADO          PIC S9(09) COMP-3 VALUE ZEROS.
       77  WRK-ULTIMO-MOV           PIC 9(08) VALUE ZEROS.
       77  WRK-EXPIRAR              PIC S9(09) COMP-3 VALUE ZEROS.
       77  WRK-A-EXPIRAR            PIC S9(09) COMP-3 VALUE ZEROS.
       77  WRK-TIER-CPF             PIC X(01) VALUE SPACES.
      * EXTRATO DO CPF: ' ' AINDA NAO DECIDIDO, 'A' PAGINA ABERTA,
      * 'S' SEM PAGINA (SEM CADASTRO, INATIVO OU OPT-OUT).
       77  WRK-SITUACAO-EXTRATO     PIC X(01) VALUE SPACES.
           88  EXTRATO-NAO-DECIDIDO     VALUE ' '.
           88  EXTRATO-ABERTO           VALUE 'A'.
           88  EXTRATO-SEM-PAGINA       VALUE 'S'.

      * CONSENTIMENTO DE MARKETING POR CPF (O REGISTRO MAIS RECENTE
      * DA TRILHA CONSENT VALE); QUEM FEZ OPT-OUT NAO RECEBE O
      * EXTRATO E E CONTADO COMO SUPRIMIDO.
       01  WRK-TAB-CONSENT.
           05  WRK-TAB-CNS-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-CNS-IDX.
               10  WRK-TAB-CNS-CPF       PICTURE 9(11).
               10  WRK-TAB-CNS-OPCAO     PICTURE X(01).
       77  WRK-QTD-CONSENT          PIC 9(03) VALUE ZEROS.
       77  WRK-FEZ-OPTOUT           PIC X(01) VALUE 'N'.
           88  FEZ-OPTOUT               VALUE 'S'.
       77  WRK-CPF-CONSULTA         PIC 9(11) VALUE ZEROS.

      * CONTADORES E TOTAIS DE CONTROLE.
       77  WRK-QTD-LIDAS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-COPIADOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-MOVIMENTOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-GANHOS          PIC 9(10) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-RETIRADOS       PIC 9(10) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-RESGATADOS      PIC S9(10) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-DESCONTO        PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-CPFS             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EXPIRACOES       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-EXPIRADOS       PIC 9(10) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EXTRATOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SUPRIMIDOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-PAGINA       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-PONTOSFN             PIC -ZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CPF-MASK             PICTURE ZZZ.ZZZ.ZZ9/99.
       77  WRK-DESC-TIPO            PIC X(14) VALUE SPACES.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           PERFORM 0500-LER-CONFIGURACAO.
           PERFORM 8000-CARREGAR-CONSENTIMENTO.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               SET CADCLI-ABERTO TO TRUE
           ELSE
               MOVE 'CADCLI'      TO EL-ARQUIVO
               MOVE 'OPEN'        TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           PERFORM 1000-COPIAR-RAZAO THRU 1000-EXIT.
           PERFORM 2000-GERAR-MOVIMENTOS THRU 2000-EXIT.
           IF WRK-RL-STATUS = 'OK'
               SORT SORT-PONTOS
                   ON ASCENDING KEY SP-CPF
                                    SP-DATA
                   USING PONTOS-NOVO
                   OUTPUT PROCEDURE IS 3000-CALCULAR-SALDOS
               PERFORM 4000-LANCAR-DESCONTO THRU 4000-EXIT
           END-IF.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           PERFORM 5000-IMPRIMIR-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, O     *
      *                             EXTRATO SO SAI NO DIA MARCADO    *
      *                             COMO ULTIMO DIA UTIL DO MES.     *
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
           IF FECHA-HOJE OR NOT TEM-CALENDARIO
               SET IMPRIME-EXTRATO TO TRUE
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
      * 0500-LER-CONFIGURACAO - LE O PONTCFG (PONTOS POR REAL EM     *
      *                         CADA TIER E MESES DE VALIDADE) E     *
      *                         CALCULA AS DATAS DO DIA: VALIDADE    *
      *                         DOS PONTOS GANHOS, INICIO DO MES DO  *
      *                         EXTRATO E HORIZONTE DO AVISO DE      *
      *                         EXPIRACAO (30 DIAS).                 *
      ****************************************************************
       0500-LER-CONFIGURACAO.
           OPEN INPUT PONTOS-CONFIG.
           IF FS-PONTCFG-OK
               READ PONTOS-CONFIG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PF-PONTOS-TIER-A IS NUMERIC
                           MOVE PF-PONTOS-TIER-A TO WRK-PONTOS-TIER-A
                       END-IF
                       IF PF-PONTOS-TIER-B IS NUMERIC
                           MOVE PF-PONTOS-TIER-B TO WRK-PONTOS-TIER-B
                       END-IF
                       IF PF-PONTOS-TIER-C IS NUMERIC
                           MOVE PF-PONTOS-TIER-C TO WRK-PONTOS-TIER-C
                       END-IF
                       IF PF-PONTOS-SEM-TIER IS NUMERIC
                           MOVE PF-PONTOS-SEM-TIER
                               TO WRK-PONTOS-SEM-TIER
                       END-IF
                       IF PF-MESES-VALIDADE IS NUMERIC
                          AND PF-MESES-VALIDADE > ZEROS
                           MOVE PF-MESES-VALIDADE
                               TO WRK-MESES-VALIDADE
                       END-IF
               END-READ
               CLOSE PONTOS-CONFIG
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DATA-VALIDADE.
           COMPUTE WRK-MESES-CORRIDOS = WRK-VAL-ANO * 12
                                      + WRK-VAL-MES - 1
                                      + WRK-MESES-VALIDADE.
           DIVIDE WRK-MESES-CORRIDOS BY 12
               GIVING WRK-VAL-ANO REMAINDER WRK-RESTO-MES.
           COMPUTE WRK-VAL-MES = WRK-RESTO-MES + 1.
           IF WRK-VAL-DIA > 28
               MOVE 28 TO WRK-VAL-DIA
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-INICIO-MES.
           MOVE 01 TO WRK-INICIO-MES (7:2).
           COMPUTE WRK-DATA-HORIZONTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) + 30).
       0500-EXIT.
           EXIT.

      ****************************************************************
      * 1000-COPIAR-RAZAO - COPIA O RAZAO DE PONTOS PARA O PONTOSN,  *
      *                     DESCARTANDO O QUE JA TENHA SIDO GRAVADO  *
      *                     COM A DATA DE HOJE (REPROCESSO DO DIA).  *
      *                     SEM O PONTOS, O RAZAO COMECA VAZIO.      *
      ****************************************************************
       1000-COPIAR-RAZAO.
           OPEN OUTPUT PONTOS-NOVO.
           IF NOT FS-PONTOSN-OK
               MOVE 'PONTOSN'      TO EL-ARQUIVO
               MOVE 'OPEN'         TO EL-OPERACAO
               MOVE WRK-FS-PONTOSN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PONTOS-FIDELIDADE.
           IF FS-PONTOS-OK
               READ PONTOS-FIDELIDADE
                   AT END SET FIM-PONTOS TO TRUE
               END-READ
               PERFORM 1100-COPIAR-MOVIMENTO UNTIL FIM-PONTOS
               CLOSE PONTOS-FIDELIDADE
           ELSE
               DISPLAY 'PONTOS INDISPONIVEL - RAZAO COMECA VAZIO - FS: '
                       WRK-FS-PONTOS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-COPIAR-MOVIMENTO.
           IF PT-DATA = WRK-DATA-HOJE
               ADD 1 TO WRK-QTD-DESCARTADOS
           ELSE
               MOVE PT-REGISTRO TO PN-REGISTRO
               WRITE PN-REGISTRO
               ADD 1 TO WRK-QTD-COPIADOS
           END-IF.
           READ PONTOS-FIDELIDADE
               AT END SET FIM-PONTOS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-GERAR-MOVIMENTOS - LE O SALES-POSTED DO DIA E GRAVA NO  *
      *                         PONTOSN O MOVIMENTO DE PONTOS DE     *
      *                         CADA TRANSACAO COM CPF, E SOMA O     *
      *                         DESCONTO DE PONTOS PARA O LEDGER.    *
      ****************************************************************
       2000-GERAR-MOVIMENTOS.
           IF WRK-RL-STATUS NOT = 'OK'
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               READ SALES-POSTED
                   AT END SET FIM-SALESPST TO TRUE
               END-READ
               PERFORM 2100-AVALIAR-TRANSACAO THRU 2100-EXIT
                   UNTIL FIM-SALESPST
               CLOSE SALES-POSTED
           ELSE
               DISPLAY 'SALES-POSTED INDISPONIVEL - FS: '
                       WRK-FS-SALESPST
           END-IF.
           CLOSE PONTOS-NOVO.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-AVALIAR-TRANSACAO - VENDA GANHA PONTOS SOBRE O VALOR    *
      *                          PAGO (FORA O DESCONTO DE PONTOS) E  *
      *                          BAIXA O RESGATE; DEVOLUCAO TIRA OS  *
      *                          PONTOS DO VALOR DEVOLVIDO; O        *
      *                          CANCELAMENTO TIRA OS PONTOS GANHOS  *
      *                          PELA VENDA E DEVOLVE O RESGATE. A   *
      *                          TAXA E A DO TIER ATUAL DO CLIENTE;  *
      *                          CPF FORA DO CADASTRO NAO PONTUA.    *
      ****************************************************************
       2100-AVALIAR-TRANSACAO.
           ADD 1 TO WRK-QTD-LIDAS.
           IF PS-CPF-CLIENTE = ZEROS
               GO TO 2100-LER
           END-IF.
           PERFORM 2200-BUSCAR-TIER.
           IF NOT CLIENTE-OK
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               GO TO 2100-LER
           END-IF.
           COMPUTE WRK-VALOR-BASE = PS-VALOR-REAL - PS-VALOR-PONTOS.
           IF WRK-VALOR-BASE < ZEROS
               MOVE ZEROS TO WRK-VALOR-BASE
           END-IF.
           COMPUTE WRK-PONTOS-CALC =
               WRK-VALOR-BASE * WRK-PONTOS-POR-REAL.
           EVALUATE TRUE
               WHEN PS-DEVOLUCAO
                   IF WRK-PONTOS-CALC > ZEROS
                       MOVE 'D' TO PT-TIPO
                       COMPUTE PT-PONTOS = WRK-PONTOS-CALC * -1
                       PERFORM 2300-GRAVAR-MOVIMENTO
                   END-IF
               WHEN PS-CANCELAMENTO
                   IF WRK-PONTOS-CALC > ZEROS
                       MOVE 'C' TO PT-TIPO
                       COMPUTE PT-PONTOS = WRK-PONTOS-CALC * -1
                       PERFORM 2300-GRAVAR-MOVIMENTO
                   END-IF
                   IF PS-PAGTO-PONTOS
                      AND PS-PONTOS-RESGATE > ZEROS
                       MOVE 'V' TO PT-TIPO
                       MOVE PS-PONTOS-RESGATE TO PT-PONTOS
                       PERFORM 2300-GRAVAR-MOVIMENTO
                       SUBTRACT PS-VALOR-PONTOS FROM WRK-SOMA-DESCONTO
                   END-IF
               WHEN OTHER
                   IF WRK-PONTOS-CALC > ZEROS
                       MOVE 'G' TO PT-TIPO
                       MOVE WRK-PONTOS-CALC TO PT-PONTOS
                       PERFORM 2300-GRAVAR-MOVIMENTO
                   END-IF
                   IF PS-PAGTO-PONTOS
                      AND PS-PONTOS-RESGATE > ZEROS
                       MOVE 'R' TO PT-TIPO
                       COMPUTE PT-PONTOS = PS-PONTOS-RESGATE * -1
                       PERFORM 2300-GRAVAR-MOVIMENTO
                       ADD PS-VALOR-PONTOS TO WRK-SOMA-DESCONTO
                   END-IF
           END-EVALUATE.
       2100-LER.
           READ SALES-POSTED
               AT END SET FIM-SALESPST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-BUSCAR-TIER - LE O CLIENTE NO CADASTRO E ESCOLHE A TAXA *
      *                    DE PONTOS DO TIER. SEM O CADASTRO ABERTO, *
      *                    TODO CPF PONTUA NA TAXA SEM TIER.         *
      ****************************************************************
       2200-BUSCAR-TIER.
           MOVE SPACES TO WRK-TIER-VENDA.
           MOVE 'N'    TO WRK-CLIENTE-OK.
           IF CADCLI-ABERTO
               MOVE PS-CPF-CLIENTE TO CLI-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLIENTE-OK TO TRUE
                       MOVE CLI-TIER TO WRK-TIER-VENDA
               END-READ
           ELSE
               SET CLIENTE-OK TO TRUE
           END-IF.
           EVALUATE WRK-TIER-VENDA
               WHEN 'A'
                   MOVE WRK-PONTOS-TIER-A   TO WRK-PONTOS-POR-REAL
               WHEN 'B'
                   MOVE WRK-PONTOS-TIER-B   TO WRK-PONTOS-POR-REAL
               WHEN 'C'
                   MOVE WRK-PONTOS-TIER-C   TO WRK-PONTOS-POR-REAL
               WHEN OTHER
                   MOVE WRK-PONTOS-SEM-TIER TO WRK-PONTOS-POR-REAL
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-GRAVAR-MOVIMENTO - COMPLETA E GRAVA NO PONTOSN O        *
      *                         MOVIMENTO MONTADO (TIPO E PONTOS).   *
      *                         SO OS POSITIVOS TEM VALIDADE.        *
      ****************************************************************
       2300-GRAVAR-MOVIMENTO.
           MOVE PS-CPF-CLIENTE   TO PT-CPF.
           MOVE WRK-DATA-HOJE    TO PT-DATA.
           MOVE PS-FILIAL        TO PT-FILIAL.
           MOVE PS-NUM-DOCUMENTO TO PT-NUM-DOCUMENTO.
           MOVE WRK-TIER-VENDA   TO PT-TIER.
           MOVE WRK-VALOR-BASE   TO PT-VALOR-BASE.
           IF PT-PONTOS > ZEROS
               MOVE WRK-DATA-VALIDADE TO PT-DATA-VALIDADE
               ADD PT-PONTOS TO WRK-SOMA-GANHOS
           ELSE
               MOVE ZEROS TO PT-DATA-VALIDADE
               SUBTRACT PT-PONTOS FROM WRK-SOMA-RETIRADOS
           END-IF.
           IF PT-RESGATE
               SUBTRACT PT-PONTOS FROM WRK-SOMA-RESGATADOS
           END-IF.
           IF PT-VOLTA-RESGATE
               SUBTRACT PT-PONTOS FROM WRK-SOMA-RESGATADOS
           END-IF.
           MOVE PT-REGISTRO TO PN-REGISTRO.
           WRITE PN-REGISTRO.
           ADD 1 TO WRK-QTD-MOVIMENTOS.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-CALCULAR-SALDOS - RECEBE O RAZAO CLASSIFICADO POR CPF E *
      *                        DATA, EXPIRA O VENCIDO, GRAVA O SALDO *
      *                        DE CADA CPF NO PONTSALD E, NO DIA DO  *
      *                        EXTRATO, IMPRIME A PAGINA DO CLIENTE. *
      *                        A EXPIRACAO E ACRESCENTADA AO PONTOSN *
      *                        (JA LIDO INTEIRO PELA CLASSIFICACAO). *
      ****************************************************************
       3000-CALCULAR-SALDOS.
           OPEN OUTPUT PONTOS-SALDO.
           OPEN EXTEND PONTOS-NOVO.
           IF IMPRIME-EXTRATO
               OPEN OUTPUT EXTRATO-PONTOS
           END-IF.
           RETURN SORT-PONTOS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3100-PROCESSAR-MOVIMENTO UNTIL FIM-SORT.
           IF WRK-CPF-ATUAL NOT = ZEROS
               PERFORM 3500-FECHAR-CPF
           END-IF.
           IF IMPRIME-EXTRATO
               CLOSE EXTRATO-PONTOS
           END-IF.
           CLOSE PONTOS-NOVO.
           CLOSE PONTOS-SALDO.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-PROCESSAR-MOVIMENTO - QUEBRA POR CPF E ACUMULA O        *
      *                            MOVIMENTO: OS POSITIVOS PELA      *
      *                            VALIDADE (VENCIDOS HOJE E DENTRO  *
      *                            DO HORIZONTE DO AVISO), OS        *
      *                            NEGATIVOS (INCLUSIVE EXPIRACOES   *
      *                            ANTERIORES) EM UMA SOMA SO.       *
      ****************************************************************
       3100-PROCESSAR-MOVIMENTO.
           IF SP-CPF NOT = WRK-CPF-ATUAL
               IF WRK-CPF-ATUAL NOT = ZEROS
                   PERFORM 3500-FECHAR-CPF
               END-IF
               PERFORM 3200-ABRIR-CPF
           END-IF.
           ADD SP-PONTOS TO WRK-SALDO.
           IF SP-PONTOS > ZEROS
               IF SP-DATA-VALIDADE < WRK-DATA-HOJE
                   ADD SP-PONTOS TO WRK-POSITIVOS-VENCIDOS
               END-IF
               IF SP-DATA-VALIDADE < WRK-DATA-HORIZONTE
                   ADD SP-PONTOS TO WRK-POSITIVOS-HORIZONTE
               END-IF
           ELSE
               SUBTRACT SP-PONTOS FROM WRK-NEGATIVOS
           END-IF.
           EVALUATE SP-TIPO
               WHEN 'G'
                   ADD SP-PONTOS TO WRK-TOTAL-GANHO
               WHEN 'R'
                   SUBTRACT SP-PONTOS FROM WRK-TOTAL-USADO
               WHEN 'V'
                   SUBTRACT SP-PONTOS FROM WRK-TOTAL-USADO
           END-EVALUATE.
           IF SP-DATA > WRK-ULTIMO-MOV
               MOVE SP-DATA TO WRK-ULTIMO-MOV
           END-IF.
           IF SP-TIER NOT = SPACES
               MOVE SP-TIER TO WRK-TIER-CPF
           END-IF.
           IF SP-DATA < WRK-INICIO-MES
               ADD SP-PONTOS TO WRK-SALDO-ANTERIOR
           ELSE
               IF IMPRIME-EXTRATO
                   IF EXTRATO-NAO-DECIDIDO
                       PERFORM 3300-ABRIR-EXTRATO THRU 3300-EXIT
                   END-IF
                   IF EXTRATO-ABERTO
                       PERFORM 3400-IMPRIMIR-MOVIMENTO
                   END-IF
               END-IF
           END-IF.
           RETURN SORT-PONTOS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-ABRIR-CPF.
           MOVE SP-CPF TO WRK-CPF-ATUAL.
           ADD 1       TO WRK-QTD-CPFS.
           MOVE ZEROS  TO WRK-SALDO
                          WRK-SALDO-ANTERIOR
                          WRK-POSITIVOS-VENCIDOS
                          WRK-POSITIVOS-HORIZONTE
                          WRK-NEGATIVOS
                          WRK-TOTAL-GANHO
                          WRK-TOTAL-USADO
                          WRK-ULTIMO-MOV.
           MOVE SPACES TO WRK-TIER-CPF
                          WRK-SITUACAO-EXTRATO.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-ABRIR-EXTRATO - PRIMEIRO MOVIMENTO DO MES (OU SALDO NA  *
      *                      QUEBRA) DO CPF NO DIA DO EXTRATO: CPF   *
      *                      SEM CADASTRO OU INATIVO NAO GANHA       *
      *                      PAGINA; QUEM FEZ OPT-OUT E SUPRIMIDO E  *
      *                      CONTADO; OS DEMAIS GANHAM O CABECALHO   *
      *                      COM NOME, ENDERECO E SALDO ANTERIOR.    *
      ****************************************************************
       3300-ABRIR-EXTRATO.
           MOVE 'S' TO WRK-SITUACAO-EXTRATO.
           MOVE WRK-CPF-ATUAL TO WRK-CPF-CONSULTA.
           PERFORM 8200-CONFERIR-OPTOUT.
           IF FEZ-OPTOUT
               ADD 1 TO WRK-QTD-SUPRIMIDOS
               GO TO 3300-EXIT
           END-IF.
           IF NOT CADCLI-ABERTO
               ADD 1 TO WRK-QTD-SEM-PAGINA
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-CPF-ATUAL TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-PAGINA
                   GO TO 3300-EXIT
           END-READ.
           IF CLIENTE-INATIVO
               ADD 1 TO WRK-QTD-SEM-PAGINA
               GO TO 3300-EXIT
           END-IF.
           MOVE 'A' TO WRK-SITUACAO-EXTRATO.
           ADD 1 TO WRK-QTD-EXTRATOS.
           MOVE ALL '=' TO PX-LINHA.
           WRITE PX-LINHA.
           MOVE SPACES TO PX-LINHA.
           STRING 'EXTRATO MENSAL DE PONTOS FIDELIDADE - '
                  WRK-DATA-HOJE (5:2) '/' WRK-DATA-HOJE (1:4)
               DELIMITED BY SIZE INTO PX-LINHA
           END-STRING.
           WRITE PX-LINHA.
           MOVE WRK-CPF-ATUAL TO WRK-CPF-MASK.
           MOVE SPACES TO PX-LINHA.
           STRING 'CLIENTE: ' CLI-NOME '  CPF: ' WRK-CPF-MASK
                  '  TIER: ' CLI-TIER
               DELIMITED BY SIZE INTO PX-LINHA
           END-STRING.
           WRITE PX-LINHA.
           MOVE SPACES TO PX-LINHA.
           STRING 'ENDERECO: ' CLI-LOGRADOURO
               DELIMITED BY SIZE INTO PX-LINHA
           END-STRING.
           WRITE PX-LINHA.
           MOVE SPACES TO PX-LINHA.
           STRING '          ' CLI-CIDADE ' ' CLI-ESTADO
                  ' CEP ' CLI-CEP
               DELIMITED BY SIZE INTO PX-LINHA
           END-STRING.
           WRITE PX-LINHA.
           MOVE SPACES TO PX-LINHA.
           WRITE PX-LINHA.
           MOVE 'DATA     MOVIMENTO      FILIAL DOCUMENTO       PONTOS'
               TO PX-LINHA.
           WRITE PX-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-PONTOSFN.
           MOVE SPACES TO PX-LINHA.
           STRING WRK-INICIO-MES ' SALDO ANTERIOR           '
                  '      ' WRK-PONTOSFN
               DELIMITED BY SIZE INTO PX-LINHA
           END-STRING.
           WRITE PX-LINHA.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-IMPRIMIR-MOVIMENTO - UMA LINHA POR MOVIMENTO DO MES.    *
      ****************************************************************
       3400-IMPRIMIR-MOVIMENTO.
           EVALUATE SP-TIPO
               WHEN 'G'
                   MOVE 'COMPRA'         TO WRK-DESC-TIPO
               WHEN 'D'
                   MOVE 'DEVOLUCAO'      TO WRK-DESC-TIPO
               WHEN 'C'
                   MOVE 'CANCELAMENTO'   TO WRK-DESC-TIPO
               WHEN 'R'
                   MOVE 'RESGATE'        TO WRK-DESC-TIPO
               WHEN 'V'
                   MOVE 'RESGATE ESTORN' TO WRK-DESC-TIPO
               WHEN 'E'
                   MOVE 'EXPIRACAO'      TO WRK-DESC-TIPO
               WHEN OTHER
                   MOVE SP-TIPO          TO WRK-DESC-TIPO
           END-EVALUATE.
           MOVE SP-PONTOS TO WRK-PONTOSFN.
           MOVE SPACES TO PX-LINHA.
           STRING SP-DATA ' ' WRK-DESC-TIPO ' ' SP-FILIAL
                  '    ' SP-NUM-DOCUMENTO '    ' WRK-PONTOSFN
               DELIMITED BY SIZE INTO PX-LINHA
           END-STRING.
           WRITE PX-LINHA.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 3500-FECHAR-CPF - EXPIRA OS PONTOS VENCIDOS QUE AS SAIDAS    *
      *                   AINDA NAO CONSUMIRAM (OS MAIS ANTIGOS      *
      *                   SAEM PRIMEIRO; A EXPIRACAO DE ONTEM JA     *
      *                   ESTA NAS SAIDAS, ENTAO NADA EXPIRA DUAS    *
      *                   VEZES), GRAVA O SALDO DO CPF E FECHA A     *
      *                   PAGINA DO EXTRATO.                         *
      ****************************************************************
       3500-FECHAR-CPF.
           COMPUTE WRK-EXPIRAR = WRK-POSITIVOS-VENCIDOS
                               - WRK-NEGATIVOS.
           IF WRK-EXPIRAR > WRK-SALDO
               MOVE WRK-SALDO TO WRK-EXPIRAR
           END-IF.
           IF WRK-EXPIRAR > ZEROS
               PERFORM 3600-GRAVAR-EXPIRACAO
           ELSE
               MOVE ZEROS TO WRK-EXPIRAR
           END-IF.
           COMPUTE WRK-A-EXPIRAR = WRK-POSITIVOS-HORIZONTE
                                 - WRK-NEGATIVOS - WRK-EXPIRAR.
           IF WRK-A-EXPIRAR > WRK-SALDO
               MOVE WRK-SALDO TO WRK-A-EXPIRAR
           END-IF.
           IF WRK-A-EXPIRAR < ZEROS
               MOVE ZEROS TO WRK-A-EXPIRAR
           END-IF.
           IF WRK-TOTAL-USADO < ZEROS
               MOVE ZEROS TO WRK-TOTAL-USADO
           END-IF.
           MOVE WRK-CPF-ATUAL      TO PB-CPF.
           MOVE WRK-SALDO          TO PB-SALDO.
           MOVE WRK-TOTAL-GANHO    TO PB-TOTAL-GANHO.
           MOVE WRK-TOTAL-USADO    TO PB-TOTAL-USADO.
           MOVE WRK-A-EXPIRAR      TO PB-A-EXPIRAR.
           MOVE WRK-DATA-HORIZONTE TO PB-DATA-A-EXPIRAR.
           MOVE WRK-ULTIMO-MOV     TO PB-DATA-ULTIMO-MOV.
           MOVE WRK-DATA-HOJE      TO PB-DATA-CALCULO.
           WRITE PB-REGISTRO.
           IF IMPRIME-EXTRATO
               IF EXTRATO-NAO-DECIDIDO
                  AND WRK-SALDO NOT = ZEROS
                   PERFORM 3300-ABRIR-EXTRATO THRU 3300-EXIT
               END-IF
               IF EXTRATO-ABERTO
                   PERFORM 3700-FECHAR-EXTRATO
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 3600-GRAVAR-EXPIRACAO - ACRESCENTA AO PONTOSN O MOVIMENTO DE *
      *                         EXPIRACAO DO CPF E O TIRA DO SALDO.  *
      ****************************************************************
       3600-GRAVAR-EXPIRACAO.
           MOVE WRK-CPF-ATUAL TO PT-CPF.
           MOVE WRK-DATA-HOJE TO PT-DATA.
           MOVE 'E'           TO PT-TIPO.
           COMPUTE PT-PONTOS = WRK-EXPIRAR * -1.
           MOVE SPACES        TO PT-FILIAL.
           MOVE ZEROS         TO PT-NUM-DOCUMENTO
                                 PT-VALOR-BASE
                                 PT-DATA-VALIDADE.
           MOVE WRK-TIER-CPF  TO PT-TIER.
           MOVE PT-REGISTRO   TO PN-REGISTRO.
           WRITE PN-REGISTRO.
           SUBTRACT WRK-EXPIRAR FROM WRK-SALDO.
           ADD 1           TO WRK-QTD-EXPIRACOES.
           ADD WRK-EXPIRAR TO WRK-SOMA-EXPIRADOS.
       3600-EXIT.
           EXIT.

      ****************************************************************
      * 3700-FECHAR-EXTRATO - EXPIRACAO DO DIA, SALDO ATUAL E O      *
      *                       AVISO DOS PONTOS QUE VENCEM NOS        *
      *                       PROXIMOS 30 DIAS.                      *
      ****************************************************************
       3700-FECHAR-EXTRATO.
           IF WRK-EXPIRAR > ZEROS
               COMPUTE WRK-PONTOSFN = WRK-EXPIRAR * -1
               MOVE SPACES TO PX-LINHA
               STRING WRK-DATA-HOJE ' EXPIRACAO               '
                      '      ' WRK-PONTOSFN
                   DELIMITED BY SIZE INTO PX-LINHA
               END-STRING
               WRITE PX-LINHA
           END-IF.
           MOVE SPACES TO PX-LINHA.
           WRITE PX-LINHA.
           MOVE WRK-SALDO TO WRK-PONTOSFN.
           MOVE SPACES TO PX-LINHA.
           STRING 'SALDO DE PONTOS EM ' WRK-DATA-HOJE ':      '
                  '    ' WRK-PONTOSFN
               DELIMITED BY SIZE INTO PX-LINHA
           END-STRING.
           WRITE PX-LINHA.
           IF WRK-A-EXPIRAR > ZEROS
               MOVE WRK-A-EXPIRAR TO WRK-PONTOSFN
               MOVE SPACES TO PX-LINHA
               STRING 'PONTOS QUE EXPIRAM ATE ' WRK-DATA-HORIZONTE
                      ':  ' WRK-PONTOSFN
                   DELIMITED BY SIZE INTO PX-LINHA
               END-STRING
               WRITE PX-LINHA
           END-IF.
       3700-EXIT.
           EXIT.

      ****************************************************************
      * 4000-LANCAR-DESCONTO - LANCA O DESCONTO DE PONTOS DO DIA:    *
      *                        DEBITO NA CONTA DE DESCONTOS (VALOR   *
      *                        POSITIVO) CONTRA O CAIXA (NEGATIVO),  *
      *                        QUE O PROGVENDAS DEBITOU PELO VALOR   *
      *                        CHEIO. SE O DIA JA FOI LANCADO,       *
      *                        ESTORNA ANTES O LANCAMENTO ANTERIOR.  *
      ****************************************************************
       4000-LANCAR-DESCONTO.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 4100-PROCURAR-LANCAMENTO UNTIL FIM-LEDGER
               CLOSE LEDGER-TRANS
           END-IF.
           IF WRK-SOMA-DESCONTO = ZEROS
              AND NOT DIA-JA-LANCADO
               GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               MOVE 'LEDGER-TRANS'  TO EL-ARQUIVO
               MOVE 'OPEN'          TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 4000-EXIT
           END-IF.
           IF DIA-JA-LANCADO
               MOVE WRK-CONTA-DESCONTO TO LT-CONTA
               MOVE WRK-CONTA-CAIXA    TO LT-CONTA-CONTRA
               MOVE WRK-DATA-HOJE      TO LT-DATA
               MOVE 'ESTORNO DESC FIDELID' TO LT-DESCRICAO
               COMPUTE LT-VALOR = WRK-VALOR-JA-LANCADO * -1
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-CAIXA    TO LT-CONTA
               MOVE WRK-CONTA-DESCONTO TO LT-CONTA-CONTRA
               MOVE 'ESTORNO CAIXA FIDEL' TO LT-DESCRICAO
               MOVE WRK-VALOR-JA-LANCADO TO LT-VALOR
               WRITE LT-REGISTRO
               DISPLAY 'LEDGER: ESTORNO DO LANCAMENTO ANTERIOR DE '
                       'DESCONTO FIDELIDADE DO DIA'
           END-IF.
      * PERNA DO DESCONTO (DEBITO) ...
           MOVE WRK-CONTA-DESCONTO  TO LT-CONTA.
           MOVE WRK-CONTA-CAIXA     TO LT-CONTA-CONTRA.
           MOVE WRK-DATA-HOJE       TO LT-DATA.
           MOVE 'DESCONTO FIDELIDADE' TO LT-DESCRICAO.
           MOVE WRK-SOMA-DESCONTO   TO LT-VALOR.
           WRITE LT-REGISTRO.
      * ... CONTRA O ACERTO DO CAIXA (PERNA DE SINAL CONTRARIO).
           MOVE WRK-CONTA-CAIXA     TO LT-CONTA.
           MOVE WRK-CONTA-DESCONTO  TO LT-CONTA-CONTRA.
           MOVE 'CAIXA DESC FIDELID' TO LT-DESCRICAO.
           COMPUTE LT-VALOR = WRK-SOMA-DESCONTO * -1.
           WRITE LT-REGISTRO.
           CLOSE LEDGER-TRANS.
       4000-EXIT.
           EXIT.

       4100-PROCURAR-LANCAMENTO.
           IF LT-CONTA = WRK-CONTA-DESCONTO
              AND LT-DATA = WRK-DATA-HOJE
              AND LT-DESCRICAO = 'DESCONTO FIDELIDADE'
               SET DIA-JA-LANCADO TO TRUE
               MOVE LT-VALOR TO WRK-VALOR-JA-LANCADO
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-CONTROLE - TOTAIS DE CONTROLE NO CONSOLE.      *
      ****************************************************************
       5000-IMPRIMIR-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDAS        TO WRK-CONTROLEFN.
           DISPLAY 'TRANSACOES LIDAS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-CADASTRO TO WRK-CONTROLEFN.
           DISPLAY 'CPF SEM CADASTRO:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-COPIADOS     TO WRK-CONTROLEFN.
           DISPLAY 'MOVIMENTOS ANTERIORES:' WRK-CONTROLEFN.
           MOVE WRK-QTD-DESCARTADOS  TO WRK-CONTROLEFN.
           DISPLAY 'REPROCESSO DESCARTADO:' WRK-CONTROLEFN.
           MOVE WRK-QTD-MOVIMENTOS   TO WRK-CONTROLEFN.
           DISPLAY 'MOVIMENTOS DO DIA:    ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-GANHOS      TO WRK-PONTOSFN.
           DISPLAY 'PONTOS CREDITADOS:    ' WRK-PONTOSFN.
           MOVE WRK-SOMA-RETIRADOS   TO WRK-PONTOSFN.
           DISPLAY 'PONTOS DEBITADOS:     ' WRK-PONTOSFN.
           MOVE WRK-SOMA-RESGATADOS  TO WRK-PONTOSFN.
           DISPLAY 'PONTOS RESGATADOS:    ' WRK-PONTOSFN.
           MOVE WRK-SOMA-DESCONTO    TO WRK-VALORFN.
           DISPLAY 'DESCONTO DO DIA:      ' WRK-VALORFN.
           MOVE WRK-QTD-CPFS         TO WRK-CONTROLEFN.
           DISPLAY 'CPFS COM SALDO:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-EXPIRACOES   TO WRK-CONTROLEFN.
           DISPLAY 'CPFS COM EXPIRACAO:   ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-EXPIRADOS   TO WRK-PONTOSFN.
           DISPLAY 'PONTOS EXPIRADOS:     ' WRK-PONTOSFN.
           IF IMPRIME-EXTRATO
               MOVE WRK-QTD-EXTRATOS   TO WRK-CONTROLEFN
               DISPLAY 'EXTRATOS IMPRESSOS:   ' WRK-CONTROLEFN
               MOVE WRK-QTD-SUPRIMIDOS TO WRK-CONTROLEFN
               DISPLAY 'SUPRIMIDOS (OPT-OUT): ' WRK-CONTROLEFN
               MOVE WRK-QTD-SEM-PAGINA TO WRK-CONTROLEFN
               DISPLAY 'SEM CADASTRO ATIVO:   ' WRK-CONTROLEFN
           END-IF.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-CARREGAR-CONSENTIMENTO - CARREGA A TRILHA CONSENT EM    *
      *                               MEMORIA (O REGISTRO MAIS       *
      *                               RECENTE DO CPF VALE). O        *
      *                               EXTRATO E INFORMACAO DA CONTA  *
      *                               DE PONTOS: SO O OPT-OUT        *
      *                               EXPLICITO SUPRIME A PAGINA.    *
      ****************************************************************
       8000-CARREGAR-CONSENTIMENTO.
           OPEN INPUT CONSENTIMENTO.
           IF FS-CONSENT-OK
               READ CONSENTIMENTO
                   AT END SET FIM-CONSENT TO TRUE
               END-READ
               PERFORM 8100-GUARDAR-CONSENTIMENTO UNTIL FIM-CONSENT
               CLOSE CONSENTIMENTO
           ELSE
               SET FIM-CONSENT TO TRUE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-GUARDAR-CONSENTIMENTO.
           SET WRK-CNS-IDX TO 1.
           SEARCH WRK-TAB-CNS-ITEM
               AT END
                   IF WRK-QTD-CONSENT < 500
                       ADD 1 TO WRK-QTD-CONSENT
                       MOVE CN-CPF
                           TO WRK-TAB-CNS-CPF (WRK-QTD-CONSENT)
                       MOVE CN-OPCAO
                           TO WRK-TAB-CNS-OPCAO (WRK-QTD-CONSENT)
                   END-IF
               WHEN WRK-TAB-CNS-CPF (WRK-CNS-IDX) = CN-CPF
                   MOVE CN-OPCAO
                       TO WRK-TAB-CNS-OPCAO (WRK-CNS-IDX)
           END-SEARCH.
           READ CONSENTIMENTO
               AT END SET FIM-CONSENT TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      ****************************************************************
      * 8200-CONFERIR-OPTOUT - O CPF DA VEZ TEM OPT-OUT 'N' COMO     *
      *                        ULTIMO REGISTRO NA TRILHA?            *
      ****************************************************************
       8200-CONFERIR-OPTOUT.
           MOVE 'N' TO WRK-FEZ-OPTOUT.
           IF WRK-QTD-CONSENT > ZEROS
               SET WRK-CNS-IDX TO 1
               SEARCH WRK-TAB-CNS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-CNS-CPF (WRK-CNS-IDX)
                           = WRK-CPF-CONSULTA
                       IF WRK-TAB-CNS-OPCAO (WRK-CNS-IDX) = 'N'
                           SET FEZ-OPTOUT TO TRUE
                       END-IF
               END-SEARCH
           END-IF.
       8200-EXIT.
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
           MOVE 'PROGPONTOS' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS        TO RG-QTD-LIDOS.
           MOVE WRK-QTD-MOVIMENTOS   TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-CADASTRO TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGPONTOS' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
