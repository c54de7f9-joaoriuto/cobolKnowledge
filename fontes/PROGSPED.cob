       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGSPED.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: EXTRATO FISCAL MENSAL (SPEDSAI, LEIAUTE SPEDREG)   *
      *           PARA A ESCRITURACAO DIGITAL DO ESCRITORIO CONTABIL.*
      *           O SALES-POSTED DE CADA NOITE E ACRESCIDO AO        *
      *           ACUMULADO (SALESPSM); NA PRIMEIRA NOITE DO MES     *
      *           SEGUINTE, O MES FECHADO VAI PARA O EXTRATO:        *
      *           ABERTURA, CADA FILIAL DO FILIAL-MASTER COM OS SEUS *
      *           DOCUMENTOS EM ORDEM DE NUMERO (O CANCELADO NO DIA  *
      *           SAI UMA VEZ, COMO CANCELADO, COM O MOTIVO), O      *
      *           RESUMO POR UF DA FILIAL COM A ALIQUOTA DO TAX-RATE *
      *           E O ENCERRAMENTO COM A CONTAGEM POR TIPO. A LINHA  *
      *           REPETIDA POR REPROCESSAMENTO DO DIA NAO DUPLICA O  *
      *           DOCUMENTO. FILIAL FORA DO CADASTRO OU UF SEM       *
      *           ALIQUOTA RECUSA O EXTRATO INTEIRO (O VALIDADOR DO  *
      *           ESCRITORIO NAO ACEITA) ATE O CADASTRO SER          *
      *           CORRIGIDO. O MES GERADO FICA NO SPEDCTL (A         *
      *           REEXECUCAO NAO GERA DE NOVO) E O ARQUIVO ENTRA NO  *
      *           MANIFESTO DE TRANSMISSAO (XMITMAN). O ACUMULADO    *
      *           NOVO (SALESPSN) GUARDA O MES EXTRAIDO E OS         *
      *           SEGUINTES.                                         *
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
           SELECT SPED-CONTROLE  ASSIGN TO "SPEDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPEDCTL.
           SELECT FILIAL-MASTER  ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.
           SELECT TAX-RATE       ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXRATE.
           SELECT SALES-ACUMULADO ASSIGN TO "SALESPSM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPSM.
           SELECT SALES-ACUMULADO-NOVO ASSIGN TO "SALESPSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPSN.
           SELECT SORT-DOCUMENTOS ASSIGN TO "SORTWK01".
           SELECT SPED-SAIDA     ASSIGN TO "SPEDSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPEDSAI.
           SELECT SPED-REPORT    ASSIGN TO "SPEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPEDRPT.
           SELECT TRANSMISSAO-MANIFESTO ASSIGN TO "XMITMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-XMITMAN.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SPED-CONTROLE.
           COPY SPEDCTL.
       FD  FILIAL-MASTER.
           COPY FILMST.
       FD  TAX-RATE.
           COPY TAXRATE.
       FD  SALES-ACUMULADO.
           COPY SALESPST.
       FD  SALES-ACUMULADO-NOVO.
       01  SN-REGISTRO              PICTURE X(128).
       SD  SORT-DOCUMENTOS.
       01  SK-REGISTRO.
           05  SK-FILIAL            PICTURE X(03).
           05  SK-NUM-DOCUMENTO     PICTURE 9(08).
           05  SK-TIPO              PICTURE X(01).
           05  SK-DATA              PICTURE 9(08).
           05  SK-TIPO-PESSOA       PICTURE X(01).
           05  SK-CPF-CLIENTE       PICTURE 9(11).
           05  SK-CNPJ-CLIENTE      PICTURE 9(14).
           05  SK-VALOR-REAL        PICTURE S9(10)V99.
           05  SK-MOTIVO-CANCEL     PICTURE X(02).
       FD  SPED-SAIDA.
           COPY SPEDREG.
       FD  SPED-REPORT.
       01  SR-LINHA                 PICTURE X(80).
       FD  TRANSMISSAO-MANIFESTO.
           COPY XMITMAN.
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
       77  WRK-FS-SPEDCTL           PIC X(02) VALUE SPACES.
           88  FS-SPEDCTL-OK            VALUE '00'.
       77  WRK-FS-FILMST            PIC X(02) VALUE SPACES.
           88  FS-FILMST-OK             VALUE '00'.
       77  WRK-FS-TAXRATE           PIC X(02) VALUE SPACES.
           88  FS-TAXRATE-OK            VALUE '00'.
       77  WRK-FS-SALESPSM          PIC X(02) VALUE SPACES.
           88  FS-SALESPSM-OK           VALUE '00'.
       77  WRK-FS-SALESPSN          PIC X(02) VALUE SPACES.
       77  WRK-FS-SPEDSAI           PIC X(02) VALUE SPACES.
       77  WRK-FS-SPEDRPT           PIC X(02) VALUE SPACES.
       77  WRK-FS-XMITMAN           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-FILMST           PIC X(01) VALUE 'N'.
           88  FIM-FILMST               VALUE 'S'.
       77  WRK-FIM-TAXRATE          PIC X(01) VALUE 'N'.
           88  FIM-TAXRATE              VALUE 'S'.
       77  WRK-FIM-SALESPSM         PIC X(01) VALUE 'N'.
           88  FIM-SALESPSM             VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-JA-GERADO            PIC X(01) VALUE 'N'.
           88  JA-GERADO                VALUE 'S'.

      * MES DO EXTRATO: O ANTERIOR AO DE HOJE.
       01  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-HOJE-R          REDEFINES WRK-DATA-HOJE.
           05  WRK-ANO-HOJE         PIC 9(04).
           05  WRK-MES-HOJE         PIC 9(02).
           05  WRK-DIA-HOJE         PIC 9(02).
       01  WRK-ANO-MES-ALVO         PIC 9(06) VALUE ZEROS.
       01  WRK-ANO-MES-ALVO-R       REDEFINES WRK-ANO-MES-ALVO.
           05  WRK-ANO-ALVO         PIC 9(04).
           05  WRK-MES-ALVO         PIC 9(02).
       01  WRK-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM             PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-FIM-R           REDEFINES WRK-DATA-FIM.
           05  WRK-ANO-MES-FIM      PIC 9(06).
           05  WRK-DIA-FIM          PIC 9(02).
       01  WRK-DIAS-DO-MES          PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WRK-DIAS-DO-MES-R        REDEFINES WRK-DIAS-DO-MES.
           05  WRK-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
       77  WRK-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-4              PIC 9(03) VALUE ZEROS.
       77  WRK-RESTO-100            PIC 9(03) VALUE ZEROS.
       77  WRK-RESTO-400            PIC 9(03) VALUE ZEROS.
       77  WRK-ANO-MES-VENDA        PIC 9(06) VALUE ZEROS.

      * FILIAIS DO CADASTRO, COM A UF E OS TOTAIS DO MES.
       01  WRK-TAB-FILIAIS.
           05  WRK-FIL-ITEM OCCURS 50 TIMES
                   INDEXED BY IDX-FIL.
               10  WRK-FIL-CODIGO        PICTURE X(03).
               10  WRK-FIL-NOME          PICTURE X(30).
               10  WRK-FIL-CIDADE        PICTURE X(20).
               10  WRK-FIL-UF            PICTURE X(02).
               10  WRK-FIL-QTD-REGULAR   PICTURE 9(06) COMP-3.
               10  WRK-FIL-QTD-CANCEL    PICTURE 9(06) COMP-3.
               10  WRK-FIL-QTD-DEVOL     PICTURE 9(06) COMP-3.
               10  WRK-FIL-VALOR         PICTURE S9(12)V99 COMP-3.
       77  WRK-QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-POS              PIC 9(02) VALUE ZEROS.

      * ALIQUOTA POR UF (TAX-RATE) COM A BASE DO MES.
       01  WRK-TAB-ESTADOS.
           05  WRK-UF-ITEM OCCURS 30 TIMES
                   INDEXED BY IDX-UF.
               10  WRK-UF-ESTADO         PICTURE X(02).
               10  WRK-UF-ALIQUOTA       PICTURE 9(02)V99.
               10  WRK-UF-QTD            PICTURE 9(06) COMP-3.
               10  WRK-UF-BASE           PICTURE S9(12)V99 COMP-3.
       77  WRK-QTD-UFS              PIC 9(02) VALUE ZEROS.
       77  WRK-UF-POS               PIC 9(02) VALUE ZEROS.
       77  WRK-IMPOSTO              PIC S9(12)V99 COMP-3 VALUE ZEROS.

      * PENDENCIAS DE CADASTRO QUE RECUSAM O EXTRATO.
       01  WRK-TAB-PENDENCIAS.
           05  WRK-PEN-ITEM OCCURS 50 TIMES
                   INDEXED BY IDX-PEN.
               10  WRK-PEN-FILIAL        PICTURE X(03).
               10  WRK-PEN-MOTIVO        PICTURE X(40).
       77  WRK-QTD-PENDENCIAS       PIC 9(02) VALUE ZEROS.
       77  WRK-FILIAL-PROCURADA     PIC X(03) VALUE SPACES.
       77  WRK-MOTIVO-PENDENCIA     PIC X(40) VALUE SPACES.

      * DOCUMENTO EM MONTAGEM (TODAS AS LINHAS DE MESMA FILIAL E
      * NUMERO: A VENDA OU DEVOLUCAO, O CANCELAMENTO E AS REPETICOES).
       01  WRK-FILIAL-ATUAL         PIC X(03) VALUE SPACES.
       01  WRK-DOCUMENTO-ATUAL      PIC 9(08) VALUE ZEROS.
       01  WRK-DOC-CANCELADO        PIC X(01) VALUE 'N'.
           88  DOC-CANCELADO            VALUE 'S'.
       01  WRK-DOC-TEM-ORIGINAL     PIC X(01) VALUE 'N'.
           88  DOC-TEM-ORIGINAL         VALUE 'S'.
       01  WRK-DOC-MOTIVO           PIC X(02) VALUE SPACES.
       01  WRK-DOC-REGISTRO.
           05  WRK-DOC-FILIAL       PIC X(03).
           05  WRK-DOC-NUMERO       PIC 9(08).
           05  WRK-DOC-TIPO         PIC X(01).
           05  WRK-DOC-DATA         PIC 9(08).
           05  WRK-DOC-TIPO-PESSOA  PIC X(01).
           05  WRK-DOC-CPF          PIC 9(11).
           05  WRK-DOC-CNPJ         PIC 9(14).
           05  WRK-DOC-VALOR        PIC S9(10)V99.
           05  WRK-DOC-MOTIVO-LINHA PIC X(02).
       77  WRK-VALOR-DOCUMENTO      PIC S9(10)V99 VALUE ZEROS.

      * CONTAGEM DE REGISTROS GRAVADOS POR TIPO.
       77  WRK-QTD-0000             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-0100             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-0200             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-0300             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-9999             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(08) VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DO-MES           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-MANTIDOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REPETIDOS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALORFN              PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ALIQFN               PIC Z9,99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0500-CALCULAR-PERIODO.
           PERFORM 0600-LER-CONTROLE.
           IF JA-GERADO
               DISPLAY 'EXTRATO FISCAL DE ' WRK-MES-ALVO '/'
                       WRK-ANO-ALVO ' JA GERADO - SO ACUMULA O DIA'
               MOVE 'PULADO' TO WRK-RL-STATUS
               PERFORM 8000-COPIAR-ACUMULADO
               PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-CARREGAR-FILIAIS.
           PERFORM 1100-CARREGAR-ALIQUOTAS.
           PERFORM 1200-CONFERIR-CADASTRO THRU 1200-EXIT.
           OPEN OUTPUT SPED-REPORT.
           PERFORM 5000-IMPRIMIR-CABECALHO.
           IF WRK-QTD-PENDENCIAS > ZEROS
               DISPLAY 'CADASTRO INCOMPLETO - EXTRATO FISCAL DE '
                       WRK-MES-ALVO '/' WRK-ANO-ALVO ' NAO GERADO'
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 5300-IMPRIMIR-PENDENCIAS
               CLOSE SPED-REPORT
               PERFORM 8000-COPIAR-ACUMULADO
               PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           OPEN OUTPUT SPED-SAIDA.
           OPEN OUTPUT SALES-ACUMULADO-NOVO.
           PERFORM 3000-GRAVAR-ABERTURA.
           SORT SORT-DOCUMENTOS
               ON ASCENDING KEY SK-FILIAL SK-NUM-DOCUMENTO SK-TIPO
               INPUT PROCEDURE IS 2000-SEPARAR-MES
               OUTPUT PROCEDURE IS 3100-GRAVAR-DOCUMENTOS.
           PERFORM 3400-GRAVAR-RESUMO-UF
               VARYING IDX-UF FROM 1 BY 1
               UNTIL IDX-UF > WRK-QTD-UFS.
           PERFORM 3500-GRAVAR-ENCERRAMENTO.
           CLOSE SPED-SAIDA SALES-ACUMULADO-NOVO.
           PERFORM 5100-IMPRIMIR-FILIAIS.
           PERFORM 5200-IMPRIMIR-ESTADOS.
           CLOSE SPED-REPORT.
           PERFORM 6000-ATUALIZAR-CONTROLE.
           PERFORM 6100-GRAVAR-MANIFESTO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0500-CALCULAR-PERIODO - MES DO EXTRATO (O ANTERIOR AO DE     *
      *                         HOJE), PRIMEIRO E ULTIMO DIA DELE.   *
      ****************************************************************
       0500-CALCULAR-PERIODO.
           MOVE WRK-ANO-HOJE TO WRK-ANO-ALVO.
           IF WRK-MES-HOJE = 01
               SUBTRACT 1 FROM WRK-ANO-ALVO
               MOVE 12 TO WRK-MES-ALVO
           ELSE
               COMPUTE WRK-MES-ALVO = WRK-MES-HOJE - 1
           END-IF.
           COMPUTE WRK-DATA-INICIO = WRK-ANO-MES-ALVO * 100 + 1.
           MOVE WRK-ANO-MES-ALVO TO WRK-ANO-MES-FIM.
           MOVE WRK-DIAS-MES (WRK-MES-ALVO) TO WRK-DIA-FIM.
           IF WRK-MES-ALVO = 02
               DIVIDE WRK-ANO-ALVO BY 4   GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-4
               DIVIDE WRK-ANO-ALVO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-100
               DIVIDE WRK-ANO-ALVO BY 400 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-400
               IF WRK-RESTO-4 = ZEROS
                  AND (WRK-RESTO-100 NOT = ZEROS
                       OR WRK-RESTO-400 = ZEROS)
                   MOVE 29 TO WRK-DIA-FIM
               END-IF
           END-IF.
       0500-EXIT.
           EXIT.

      ****************************************************************
      * 0600-LER-CONTROLE - O MES JA GERADO (OU POSTERIOR) NO SPEDCTL*
      *                     NAO E GERADO DE NOVO.                    *
      ****************************************************************
       0600-LER-CONTROLE.
           OPEN INPUT SPED-CONTROLE.
           IF FS-SPEDCTL-OK
               READ SPED-CONTROLE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-ANO-MES IS NUMERIC
                          AND SC-ANO-MES NOT < WRK-ANO-MES-ALVO
                           SET JA-GERADO TO TRUE
                       END-IF
               END-READ
               CLOSE SPED-CONTROLE
           END-IF.
       0600-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-FILIAIS - CODIGO, NOME, CIDADE E UF DAS        *
      *                         FILIAIS DO FILIAL-MASTER.            *
      ****************************************************************
       1000-CARREGAR-FILIAIS.
           OPEN INPUT FILIAL-MASTER.
           IF FS-FILMST-OK
               READ FILIAL-MASTER
                   AT END SET FIM-FILMST TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-FILIAL UNTIL FIM-FILMST
               CLOSE FILIAL-MASTER
           ELSE
               MOVE 'FILMST' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-FILMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-FILIAL.
           IF WRK-QTD-FILIAIS < 50
               ADD 1 TO WRK-QTD-FILIAIS
               MOVE FL-CODIGO TO WRK-FIL-CODIGO (WRK-QTD-FILIAIS)
               MOVE FL-NOME   TO WRK-FIL-NOME (WRK-QTD-FILIAIS)
               MOVE FL-CIDADE TO WRK-FIL-CIDADE (WRK-QTD-FILIAIS)
               MOVE FL-ESTADO TO WRK-FIL-UF (WRK-QTD-FILIAIS)
               MOVE ZEROS TO WRK-FIL-QTD-REGULAR (WRK-QTD-FILIAIS)
                             WRK-FIL-QTD-CANCEL (WRK-QTD-FILIAIS)
                             WRK-FIL-QTD-DEVOL (WRK-QTD-FILIAIS)
                             WRK-FIL-VALOR (WRK-QTD-FILIAIS)
           END-IF.
           READ FILIAL-MASTER
               AT END SET FIM-FILMST TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-ALIQUOTAS - ALIQUOTA DE CADA UF DO TAX-RATE DA *
      *                           CONTABILIDADE.                     *
      ****************************************************************
       1100-CARREGAR-ALIQUOTAS.
           OPEN INPUT TAX-RATE.
           IF FS-TAXRATE-OK
               READ TAX-RATE
                   AT END SET FIM-TAXRATE TO TRUE
               END-READ
               PERFORM 1110-GUARDAR-ALIQUOTA UNTIL FIM-TAXRATE
               CLOSE TAX-RATE
           ELSE
               MOVE 'TAXRATE' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TAXRATE TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-ALIQUOTA.
           IF WRK-QTD-UFS < 30
               ADD 1 TO WRK-QTD-UFS
               MOVE TX-ESTADO   TO WRK-UF-ESTADO (WRK-QTD-UFS)
               MOVE TX-ALIQUOTA TO WRK-UF-ALIQUOTA (WRK-QTD-UFS)
               MOVE ZEROS TO WRK-UF-QTD (WRK-QTD-UFS)
                             WRK-UF-BASE (WRK-QTD-UFS)
           END-IF.
           READ TAX-RATE
               AT END SET FIM-TAXRATE TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CONFERIR-CADASTRO - PRIMEIRA PASSADA NO ACUMULADO: TODA *
      *                          FILIAL COM DOCUMENTO NO MES TEM DE  *
      *                          ESTAR NO CADASTRO, COM UF QUE TENHA *
      *                          ALIQUOTA NO TAX-RATE.               *
      ****************************************************************
       1200-CONFERIR-CADASTRO.
           OPEN INPUT SALES-ACUMULADO.
           IF NOT FS-SALESPSM-OK
               DISPLAY 'SALESPSM AUSENTE - EXTRATO SEM DOCUMENTOS'
               GO TO 1200-EXIT
           END-IF.
           READ SALES-ACUMULADO
               AT END SET FIM-SALESPSM TO TRUE
           END-READ.
           PERFORM 1210-CONFERIR-VENDA UNTIL FIM-SALESPSM.
           CLOSE SALES-ACUMULADO.
           MOVE 'N' TO WRK-FIM-SALESPSM.
       1200-EXIT.
           EXIT.

       1210-CONFERIR-VENDA.
           MOVE PS-DATA (1:6) TO WRK-ANO-MES-VENDA.
           IF WRK-ANO-MES-VENDA = WRK-ANO-MES-ALVO
               MOVE PS-FILIAL TO WRK-FILIAL-PROCURADA
               PERFORM 7000-LOCALIZAR-FILIAL
               IF WRK-FIL-POS = ZEROS
                   MOVE 'FILIAL FORA DO FILIAL-MASTER'
                       TO WRK-MOTIVO-PENDENCIA
                   PERFORM 7200-ANOTAR-PENDENCIA THRU 7200-EXIT
               ELSE
                   PERFORM 7100-LOCALIZAR-UF
                   IF WRK-UF-POS = ZEROS
                       MOVE SPACES TO WRK-MOTIVO-PENDENCIA
                       STRING 'UF ' WRK-FIL-UF (WRK-FIL-POS)
                              ' DA FILIAL SEM ALIQUOTA NO TAX-RATE'
                           DELIMITED BY SIZE
                           INTO WRK-MOTIVO-PENDENCIA
                       END-STRING
                       PERFORM 7200-ANOTAR-PENDENCIA THRU 7200-EXIT
                   END-IF
               END-IF
           END-IF.
           READ SALES-ACUMULADO
               AT END SET FIM-SALESPSM TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SEPARAR-MES - O MES DO EXTRATO VAI PARA O SORT; ELE E OS*
      *                    SEGUINTES FICAM NO ACUMULADO NOVO; OS     *
      *                    ANTERIORES (JA EXTRAIDOS) SAEM.           *
      ****************************************************************
       2000-SEPARAR-MES.
           OPEN INPUT SALES-ACUMULADO.
           IF FS-SALESPSM-OK
               READ SALES-ACUMULADO
                   AT END SET FIM-SALESPSM TO TRUE
               END-READ
               PERFORM 2100-SEPARAR-VENDA UNTIL FIM-SALESPSM
               CLOSE SALES-ACUMULADO
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SEPARAR-VENDA.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE PS-DATA (1:6) TO WRK-ANO-MES-VENDA.
           IF WRK-ANO-MES-VENDA < WRK-ANO-MES-ALVO
               ADD 1 TO WRK-QTD-DESCARTADOS
           ELSE
               MOVE PS-REGISTRO TO SN-REGISTRO
               WRITE SN-REGISTRO
               ADD 1 TO WRK-QTD-MANTIDOS
           END-IF.
           IF WRK-ANO-MES-VENDA = WRK-ANO-MES-ALVO
               ADD 1 TO WRK-QTD-DO-MES
               MOVE PS-FILIAL          TO SK-FILIAL
               MOVE PS-NUM-DOCUMENTO   TO SK-NUM-DOCUMENTO
               MOVE PS-TIPO            TO SK-TIPO
               MOVE PS-DATA            TO SK-DATA
               MOVE PS-TIPO-PESSOA     TO SK-TIPO-PESSOA
               MOVE PS-CPF-CLIENTE     TO SK-CPF-CLIENTE
               MOVE PS-CNPJ-CLIENTE    TO SK-CNPJ-CLIENTE
               MOVE PS-VALOR-REAL      TO SK-VALOR-REAL
               MOVE PS-MOTIVO-CANCEL   TO SK-MOTIVO-CANCEL
               RELEASE SK-REGISTRO
           END-IF.
           READ SALES-ACUMULADO
               AT END SET FIM-SALESPSM TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-GRAVAR-ABERTURA - REGISTRO 0000 COM O PERIODO.          *
      ****************************************************************
       3000-GRAVAR-ABERTURA.
           MOVE SPACES TO SP-REGISTRO.
           SET SP-ABERTURA TO TRUE.
           MOVE WRK-DATA-INICIO TO SP-AB-DATA-INICIO.
           MOVE WRK-DATA-FIM    TO SP-AB-DATA-FIM.
           MOVE WRK-DATA-HOJE   TO SP-AB-DATA-GERACAO.
           MOVE 001             TO SP-AB-VERSAO-LEIAUTE.
           WRITE SP-REGISTRO.
           ADD 1 TO WRK-QTD-0000.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3100-GRAVAR-DOCUMENTOS - EM ORDEM DE FILIAL E NUMERO: O 0100 *
      *                          NA TROCA DE FILIAL E UM 0200 POR    *
      *                          DOCUMENTO.                          *
      ****************************************************************
       3100-GRAVAR-DOCUMENTOS.
           RETURN SORT-DOCUMENTOS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 3110-MONTAR-DOCUMENTO UNTIL FIM-SORT.
       3100-EXIT.
           EXIT.

       3110-MONTAR-DOCUMENTO.
           IF SK-FILIAL NOT = WRK-FILIAL-ATUAL
               MOVE SK-FILIAL TO WRK-FILIAL-ATUAL
               PERFORM 3200-GRAVAR-FILIAL
           END-IF.
           MOVE SK-NUM-DOCUMENTO TO WRK-DOCUMENTO-ATUAL.
           MOVE 'N' TO WRK-DOC-CANCELADO WRK-DOC-TEM-ORIGINAL.
           MOVE SPACES TO WRK-DOC-MOTIVO.
           MOVE SK-REGISTRO TO WRK-DOC-REGISTRO.
           PERFORM 3120-JUNTAR-LINHA
               UNTIL FIM-SORT
                  OR SK-FILIAL NOT = WRK-FILIAL-ATUAL
                  OR SK-NUM-DOCUMENTO NOT = WRK-DOCUMENTO-ATUAL.
           PERFORM 3300-GRAVAR-DOCUMENTO.
       3110-EXIT.
           EXIT.

      * O CANCELAMENTO SO MARCA O DOCUMENTO; OS DADOS VEM DA VENDA OU
      * DEVOLUCAO (OU DO PROPRIO CANCELAMENTO, SE ELA NAO VEIO).
       3120-JUNTAR-LINHA.
           IF SK-TIPO = 'C'
               SET DOC-CANCELADO TO TRUE
               MOVE SK-MOTIVO-CANCEL TO WRK-DOC-MOTIVO
           ELSE
               IF DOC-TEM-ORIGINAL
                   ADD 1 TO WRK-QTD-REPETIDOS
               ELSE
                   SET DOC-TEM-ORIGINAL TO TRUE
                   MOVE SK-REGISTRO TO WRK-DOC-REGISTRO
               END-IF
           END-IF.
           RETURN SORT-DOCUMENTOS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3120-EXIT.
           EXIT.

       3200-GRAVAR-FILIAL.
           MOVE WRK-FILIAL-ATUAL TO WRK-FILIAL-PROCURADA.
           PERFORM 7000-LOCALIZAR-FILIAL.
           MOVE SPACES TO SP-REGISTRO.
           SET SP-FILIAL TO TRUE.
           MOVE WRK-FILIAL-ATUAL TO SP-FI-CODIGO.
           MOVE WRK-FIL-NOME (WRK-FIL-POS)   TO SP-FI-NOME.
           MOVE WRK-FIL-CIDADE (WRK-FIL-POS) TO SP-FI-CIDADE.
           MOVE WRK-FIL-UF (WRK-FIL-POS)     TO SP-FI-UF.
           WRITE SP-REGISTRO.
           ADD 1 TO WRK-QTD-0100.
           PERFORM 7100-LOCALIZAR-UF.
       3200-EXIT.
           EXIT.

      * O VALOR DO DOCUMENTO SAI SEM SINAL; NA BASE DA UF A DEVOLUCAO
      * ABATE E O CANCELADO NAO ENTRA.
       3300-GRAVAR-DOCUMENTO.
           MOVE SPACES TO SP-REGISTRO.
           SET SP-DOCUMENTO TO TRUE.
           MOVE WRK-DOC-FILIAL TO SP-DC-FILIAL.
           MOVE WRK-DOC-NUMERO TO SP-DC-NUMERO.
           MOVE WRK-DOC-DATA   TO SP-DC-DATA.
           IF WRK-DOC-TIPO = 'D'
               MOVE 'D' TO SP-DC-NATUREZA
           ELSE
               MOVE 'V' TO SP-DC-NATUREZA
           END-IF.
           IF WRK-DOC-TIPO-PESSOA = 'J'
               MOVE 'J' TO SP-DC-TIPO-PESSOA
               MOVE WRK-DOC-CNPJ TO SP-DC-CPF-CNPJ
           ELSE
               MOVE 'F' TO SP-DC-TIPO-PESSOA
               MOVE WRK-DOC-CPF TO SP-DC-CPF-CNPJ
           END-IF.
           MOVE WRK-DOC-VALOR TO SP-DC-VALOR.
           IF WRK-DOC-VALOR < ZEROS
               COMPUTE WRK-VALOR-DOCUMENTO = WRK-DOC-VALOR * -1
           ELSE
               MOVE WRK-DOC-VALOR TO WRK-VALOR-DOCUMENTO
           END-IF.
           IF SP-DC-NATUREZA = 'D'
               COMPUTE WRK-VALOR-DOCUMENTO = WRK-VALOR-DOCUMENTO * -1
           END-IF.
           IF DOC-CANCELADO
               MOVE 02 TO SP-DC-SITUACAO
               MOVE WRK-DOC-MOTIVO TO SP-DC-MOTIVO-CANCEL
               ADD 1 TO WRK-FIL-QTD-CANCEL (WRK-FIL-POS)
           ELSE
               MOVE 00 TO SP-DC-SITUACAO
               IF SP-DC-NATUREZA = 'D'
                   ADD 1 TO WRK-FIL-QTD-DEVOL (WRK-FIL-POS)
               ELSE
                   ADD 1 TO WRK-FIL-QTD-REGULAR (WRK-FIL-POS)
               END-IF
               ADD WRK-VALOR-DOCUMENTO TO WRK-FIL-VALOR (WRK-FIL-POS)
               ADD 1 TO WRK-UF-QTD (WRK-UF-POS)
               ADD WRK-VALOR-DOCUMENTO TO WRK-UF-BASE (WRK-UF-POS)
           END-IF.
           WRITE SP-REGISTRO.
           ADD 1 TO WRK-QTD-0200.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-GRAVAR-RESUMO-UF - UM 0300 POR UF COM DOCUMENTO REGULAR *
      *                         NO MES: BASE E IMPOSTO PELA ALIQUOTA.*
      ****************************************************************
       3400-GRAVAR-RESUMO-UF.
           IF WRK-UF-QTD (IDX-UF) > ZEROS
               COMPUTE WRK-IMPOSTO ROUNDED =
                   WRK-UF-BASE (IDX-UF) * WRK-UF-ALIQUOTA (IDX-UF)
                   / 100
               MOVE SPACES TO SP-REGISTRO
               SET SP-RESUMO-UF TO TRUE
               MOVE WRK-UF-ESTADO (IDX-UF)   TO SP-RU-UF
               MOVE WRK-UF-ALIQUOTA (IDX-UF) TO SP-RU-ALIQUOTA
               MOVE WRK-UF-QTD (IDX-UF)      TO SP-RU-QTD-DOCUMENTOS
               MOVE WRK-UF-BASE (IDX-UF)     TO SP-RU-BASE
               MOVE WRK-IMPOSTO              TO SP-RU-IMPOSTO
               WRITE SP-REGISTRO
               ADD 1 TO WRK-QTD-0300
           END-IF.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 3500-GRAVAR-ENCERRAMENTO - REGISTRO 9999 COM A QUANTIDADE DE *
      *                            CADA TIPO E O TOTAL (ELE INCLUSO).*
      ****************************************************************
       3500-GRAVAR-ENCERRAMENTO.
           MOVE 1 TO WRK-QTD-9999.
           COMPUTE WRK-QTD-GRAVADOS = WRK-QTD-0000 + WRK-QTD-0100
               + WRK-QTD-0200 + WRK-QTD-0300 + WRK-QTD-9999.
           MOVE SPACES TO SP-REGISTRO.
           SET SP-ENCERRAMENTO TO TRUE.
           MOVE WRK-QTD-0000     TO SP-EN-QTD-0000.
           MOVE WRK-QTD-0100     TO SP-EN-QTD-0100.
           MOVE WRK-QTD-0200     TO SP-EN-QTD-0200.
           MOVE WRK-QTD-0300     TO SP-EN-QTD-0300.
           MOVE WRK-QTD-9999     TO SP-EN-QTD-9999.
           MOVE WRK-QTD-GRAVADOS TO SP-EN-QTD-TOTAL.
           WRITE SP-REGISTRO.
       3500-EXIT.
           EXIT.

      ****************************************************************
      * 5000-IMPRIMIR-CABECALHO - TITULO DO RELATORIO DE CONTROLE.   *
      ****************************************************************
       5000-IMPRIMIR-CABECALHO.
           MOVE SPACES TO SR-LINHA.
           STRING 'EXTRATO FISCAL MENSAL - ' WRK-MES-ALVO '/'
                  WRK-ANO-ALVO ' - GERADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING.
           WRITE SR-LINHA.
           MOVE ALL '=' TO SR-LINHA.
           WRITE SR-LINHA.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5100-IMPRIMIR-FILIAIS - DOCUMENTOS E VALOR POR FILIAL, PARA O*
      *                         ESCRITORIO CONFERIR COM O ARQUIVO.   *
      ****************************************************************
       5100-IMPRIMIR-FILIAIS.
           MOVE SPACES TO SR-LINHA.
           STRING 'FIL NOME                 UF REGUL CANCEL DEVOL'
                  '   VALOR LIQUIDO'
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING.
           WRITE SR-LINHA.
           MOVE ALL '-' TO SR-LINHA.
           WRITE SR-LINHA.
           PERFORM 5110-IMPRIMIR-FILIAL
               VARYING IDX-FIL FROM 1 BY 1
               UNTIL IDX-FIL > WRK-QTD-FILIAIS.
           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA.
       5100-EXIT.
           EXIT.

       5110-IMPRIMIR-FILIAL.
           IF WRK-FIL-QTD-REGULAR (IDX-FIL) > ZEROS
              OR WRK-FIL-QTD-CANCEL (IDX-FIL) > ZEROS
              OR WRK-FIL-QTD-DEVOL (IDX-FIL) > ZEROS
               MOVE SPACES TO SR-LINHA
               MOVE WRK-FIL-CODIGO (IDX-FIL)      TO SR-LINHA (1:3)
               MOVE WRK-FIL-NOME (IDX-FIL) (1:20) TO SR-LINHA (5:20)
               MOVE WRK-FIL-UF (IDX-FIL)          TO SR-LINHA (26:2)
               MOVE WRK-FIL-QTD-REGULAR (IDX-FIL) TO WRK-CONTROLEFN
               MOVE WRK-CONTROLEFN (3:5)          TO SR-LINHA (29:5)
               MOVE WRK-FIL-QTD-CANCEL (IDX-FIL)  TO WRK-CONTROLEFN
               MOVE WRK-CONTROLEFN (3:5)          TO SR-LINHA (36:5)
               MOVE WRK-FIL-QTD-DEVOL (IDX-FIL)   TO WRK-CONTROLEFN
               MOVE WRK-CONTROLEFN (3:5)          TO SR-LINHA (42:5)
               MOVE WRK-FIL-VALOR (IDX-FIL)       TO WRK-VALORFN
               MOVE WRK-VALORFN                   TO SR-LINHA (48:15)
               WRITE SR-LINHA
           END-IF.
       5110-EXIT.
           EXIT.

      ****************************************************************
      * 5200-IMPRIMIR-ESTADOS - BASE E IMPOSTO POR UF E A CONTAGEM   *
      *                         DE REGISTROS DO ARQUIVO.             *
      ****************************************************************
       5200-IMPRIMIR-ESTADOS.
           MOVE 'UF ALIQ.   DOCS            BASE         IMPOSTO'
               TO SR-LINHA.
           WRITE SR-LINHA.
           MOVE ALL '-' TO SR-LINHA.
           WRITE SR-LINHA.
           PERFORM 5210-IMPRIMIR-UF
               VARYING IDX-UF FROM 1 BY 1
               UNTIL IDX-UF > WRK-QTD-UFS.
           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA.
           MOVE SPACES TO SR-LINHA.
           STRING 'REGISTROS NO ARQUIVO - 0000: ' WRK-QTD-0000
                  ' 0100: ' WRK-QTD-0100 ' 0200: ' WRK-QTD-0200
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING.
           WRITE SR-LINHA.
           MOVE SPACES TO SR-LINHA.
           STRING '                       0300: ' WRK-QTD-0300
                  ' 9999: ' WRK-QTD-9999 ' TOTAL: ' WRK-QTD-GRAVADOS
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING.
           WRITE SR-LINHA.
       5200-EXIT.
           EXIT.

       5210-IMPRIMIR-UF.
           IF WRK-UF-QTD (IDX-UF) > ZEROS
               COMPUTE WRK-IMPOSTO ROUNDED =
                   WRK-UF-BASE (IDX-UF) * WRK-UF-ALIQUOTA (IDX-UF)
                   / 100
               MOVE SPACES TO SR-LINHA
               MOVE WRK-UF-ESTADO (IDX-UF)   TO SR-LINHA (1:2)
               MOVE WRK-UF-ALIQUOTA (IDX-UF) TO WRK-ALIQFN
               MOVE WRK-ALIQFN               TO SR-LINHA (4:5)
               MOVE WRK-UF-QTD (IDX-UF)      TO WRK-CONTROLEFN
               MOVE WRK-CONTROLEFN           TO SR-LINHA (10:7)
               MOVE WRK-UF-BASE (IDX-UF)     TO WRK-VALORFN
               MOVE WRK-VALORFN              TO SR-LINHA (18:15)
               MOVE WRK-IMPOSTO              TO WRK-VALORFN
               MOVE WRK-VALORFN              TO SR-LINHA (34:15)
               WRITE SR-LINHA
           END-IF.
       5210-EXIT.
           EXIT.

      ****************************************************************
      * 5300-IMPRIMIR-PENDENCIAS - NO LUGAR DO RESUMO, QUANDO O      *
      *                            EXTRATO E RECUSADO.               *
      ****************************************************************
       5300-IMPRIMIR-PENDENCIAS.
           MOVE SPACES TO SR-LINHA.
           STRING '*** EXTRATO NAO GERADO - CORRIGIR O CADASTRO'
                  ' E REPROCESSAR ***'
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING.
           WRITE SR-LINHA.
           MOVE SPACES TO SR-LINHA.
           WRITE SR-LINHA.
           PERFORM 5310-IMPRIMIR-PENDENCIA
               VARYING IDX-PEN FROM 1 BY 1
               UNTIL IDX-PEN > WRK-QTD-PENDENCIAS.
       5300-EXIT.
           EXIT.

       5310-IMPRIMIR-PENDENCIA.
           MOVE SPACES TO SR-LINHA.
           STRING 'FILIAL ' WRK-PEN-FILIAL (IDX-PEN) ' - '
                  WRK-PEN-MOTIVO (IDX-PEN)
               DELIMITED BY SIZE INTO SR-LINHA
           END-STRING.
           WRITE SR-LINHA.
       5310-EXIT.
           EXIT.

      ****************************************************************
      * 6000-ATUALIZAR-CONTROLE - MES GERADO NO SPEDCTL.             *
      ****************************************************************
       6000-ATUALIZAR-CONTROLE.
           OPEN OUTPUT SPED-CONTROLE.
           MOVE WRK-ANO-MES-ALVO TO SC-ANO-MES.
           MOVE WRK-DATA-HOJE    TO SC-DATA-GERACAO.
           MOVE WRK-QTD-GRAVADOS TO SC-QTD-REGISTROS.
           WRITE SC-REGISTRO.
           CLOSE SPED-CONTROLE.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 6100-GRAVAR-MANIFESTO - O EXTRATO ENTRA NO MANIFESTO DE      *
      *                         TRANSMISSAO, PENDENTE DO ACUSE DO    *
      *                         ESCRITORIO.                          *
      ****************************************************************
       6100-GRAVAR-MANIFESTO.
           OPEN EXTEND TRANSMISSAO-MANIFESTO.
           MOVE 'SPEDSAI'        TO XM-ARQUIVO.
           MOVE WRK-DATA-HOJE    TO XM-DATA-GERACAO.
           MOVE WRK-QTD-GRAVADOS TO XM-QTD-REGISTROS.
           MOVE 'CONTADOR'       TO XM-DESTINO.
           MOVE 'P'              TO XM-SITUACAO.
           WRITE XM-REGISTRO.
           CLOSE TRANSMISSAO-MANIFESTO.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 7000-LOCALIZAR-FILIAL - POSICAO DA WRK-FILIAL-PROCURADA NA   *
      *                         TABELA; ZERO QUANDO NAO ESTA.        *
      ****************************************************************
       7000-LOCALIZAR-FILIAL.
           MOVE ZEROS TO WRK-FIL-POS.
           IF WRK-QTD-FILIAIS > ZEROS
               SET IDX-FIL TO 1
               SEARCH WRK-FIL-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-FIL > WRK-QTD-FILIAIS
                       CONTINUE
                   WHEN WRK-FIL-CODIGO (IDX-FIL) = WRK-FILIAL-PROCURADA
                       SET WRK-FIL-POS TO IDX-FIL
               END-SEARCH
           END-IF.
       7000-EXIT.
           EXIT.

       7100-LOCALIZAR-UF.
           MOVE ZEROS TO WRK-UF-POS.
           IF WRK-QTD-UFS > ZEROS
               SET IDX-UF TO 1
               SEARCH WRK-UF-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-UF > WRK-QTD-UFS
                       CONTINUE
                   WHEN WRK-UF-ESTADO (IDX-UF)
                        = WRK-FIL-UF (WRK-FIL-POS)
                       SET WRK-UF-POS TO IDX-UF
               END-SEARCH
           END-IF.
       7100-EXIT.
           EXIT.

      * A MESMA FILIAL COM O MESMO MOTIVO ENTRA UMA VEZ SO.
       7200-ANOTAR-PENDENCIA.
           IF WRK-QTD-PENDENCIAS > ZEROS
               SET IDX-PEN TO 1
               SEARCH WRK-PEN-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-PEN > WRK-QTD-PENDENCIAS
                       CONTINUE
                   WHEN WRK-PEN-FILIAL (IDX-PEN) = WRK-FILIAL-PROCURADA
                       GO TO 7200-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-PENDENCIAS < 50
               ADD 1 TO WRK-QTD-PENDENCIAS
               MOVE WRK-FILIAL-PROCURADA
                   TO WRK-PEN-FILIAL (WRK-QTD-PENDENCIAS)
               MOVE WRK-MOTIVO-PENDENCIA
                   TO WRK-PEN-MOTIVO (WRK-QTD-PENDENCIAS)
           END-IF.
       7200-EXIT.
           EXIT.

      ****************************************************************
      * 8000-COPIAR-ACUMULADO - SEM EXTRATO NESTA NOITE, O ACUMULADO *
      *                         NOVO E A COPIA INTEIRA DO ATUAL.     *
      ****************************************************************
       8000-COPIAR-ACUMULADO.
           OPEN OUTPUT SALES-ACUMULADO-NOVO.
           OPEN INPUT SALES-ACUMULADO.
           IF FS-SALESPSM-OK
               READ SALES-ACUMULADO
                   AT END SET FIM-SALESPSM TO TRUE
               END-READ
               PERFORM 8100-COPIAR-VENDA UNTIL FIM-SALESPSM
               CLOSE SALES-ACUMULADO
           END-IF.
           CLOSE SALES-ACUMULADO-NOVO.
       8000-EXIT.
           EXIT.

       8100-COPIAR-VENDA.
           ADD 1 TO WRK-QTD-LIDOS WRK-QTD-MANTIDOS.
           MOVE PS-REGISTRO TO SN-REGISTRO.
           WRITE SN-REGISTRO.
           READ SALES-ACUMULADO
               AT END SET FIM-SALESPSM TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '*** TOTAIS DE CONTROLE - PROGSPED ***'.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS DO ACUMULADO.....: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DO-MES TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS DO MES EXTRAIDO..: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REPETIDOS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS REPETIDAS........: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-MANTIDOS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS MANTIDAS.........: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-DESCARTADOS TO WRK-CONTROLEFN.
           DISPLAY 'LINHAS DE MES JA GERADO.: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-GRAVADOS TO WRK-CONTROLEFN.
           DISPLAY 'REGISTROS NO EXTRATO....: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PENDENCIAS TO WRK-CONTROLEFN.
           DISPLAY 'PENDENCIAS DE CADASTRO..: ' WRK-CONTROLEFN.
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
           MOVE 'PROGSPED'   TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS      TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS   TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-PENDENCIAS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGSPED'   TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
