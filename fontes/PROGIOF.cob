       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGIOF.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: IOF-CAMBIO RETIDO NAS CONVERSOES (AULA22/AULA22B). *
      *           TODA NOITE VARRE O CONVERSAO-HIST E LANCA NO       *
      *           LEDGER-TRANS O IOF RETIDO NO DIA, UM LANCAMENTO    *
      *           EM DUAS PERNAS POR TIPO DE OPERACAO (CAIXA X IOF A *
      *           RECOLHER); O LANCAMENTO DO DIA JA FEITO NAO SE     *
      *           REPETE NA REEXECUCAO. NO ULTIMO DIA UTIL DO MES    *
      *           (OU SEMPRE, SEM O CALDIA) IMPRIME NO IOFRPT O IOF  *
      *           ARRECADADO NO MES POR TIPO DE OPERACAO (QUANTIDADE,*
      *           BASE EM REAL, ALIQUOTA E IMPOSTO), COM O TOTAL A   *
      *           RECOLHER NO DARF.                                  *
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
           SELECT CONVERSAO-HIST ASSIGN TO "CONVERSAO-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVHIST.
           SELECT IOF-TABELA     ASSIGN TO "IOFTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IOFTAB.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALDIA.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT IOF-REPORT     ASSIGN TO "IOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IOFRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG        ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONVERSAO-HIST.
           COPY CONVHIST.
       FD  IOF-TABELA.
           COPY IOFTAB.
       FD  CALENDARIO-DIAS.
           COPY CALDIA.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
       FD  IOF-REPORT.
       01  IR-LINHA                 PICTURE X(100).
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
       77  WRK-FS-CONVHIST          PIC X(02) VALUE SPACES.
           88  FS-CONVHIST-OK           VALUE '00'.
       77  WRK-FS-IOFTAB            PIC X(02) VALUE SPACES.
           88  FS-IOFTAB-OK             VALUE '00'.
       77  WRK-FS-CALDIA            PIC X(02) VALUE SPACES.
           88  FS-CALDIA-OK             VALUE '00'.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-FS-IOFRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CONVHIST         PIC X(01) VALUE 'N'.
           88  FIM-CONVHIST             VALUE 'S'.
       77  WRK-FIM-IOFTAB           PIC X(01) VALUE 'N'.
           88  FIM-IOFTAB               VALUE 'S'.
       77  WRK-FIM-CALDIA           PIC X(01) VALUE 'N'.
           88  FIM-CALDIA               VALUE 'S'.
       77  WRK-FIM-LEDGER           PIC X(01) VALUE 'N'.
           88  FIM-LEDGER               VALUE 'S'.
       77  WRK-TEM-CALENDARIO       PIC X(01) VALUE 'N'.
           88  TEM-CALENDARIO           VALUE 'S'.
       77  WRK-FECHA-HOJE           PIC X(01) VALUE 'N'.
           88  FECHA-HOJE               VALUE 'S'.
       77  WRK-JA-LANCADO           PIC X(01) VALUE 'N'.
           88  JA-LANCADO               VALUE 'S'.

      * CONTAS DO LANCAMENTO DO IOF RETIDO.
       77  WRK-CONTA-CAIXA          PIC X(05) VALUE '11000'.
       77  WRK-CONTA-IOF            PIC X(05) VALUE '21700'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-MES-APURADO          PIC 9(06) VALUE ZEROS.
       77  WRK-MES-REGISTRO         PIC 9(06) VALUE ZEROS.

      * IOF POR TIPO DE OPERACAO: O DO DIA (A LANCAR) E O DO MES (A
      * RECOLHER), COM A ALIQUOTA VIGENTE E A DESCRICAO DO IOFTAB.
       01  WRK-TAB-TIPOS.
           05  WRK-TAB-TIPO-ITEM OCCURS 10 TIMES
                   INDEXED BY IDX-TIPO.
               10  WRK-TIPO-CODIGO       PICTURE X(02).
               10  WRK-TIPO-DESCRICAO    PICTURE X(30).
               10  WRK-TIPO-VIGENCIA     PICTURE 9(08).
               10  WRK-TIPO-ALIQUOTA     PICTURE 9(02)V9999.
               10  WRK-TIPO-IOF-DIA      PICTURE 9(11)V99.
               10  WRK-TIPO-QTD-MES      PICTURE 9(07).
               10  WRK-TIPO-BASE-MES     PICTURE 9(13)V99.
               10  WRK-TIPO-IOF-MES      PICTURE 9(11)V99.
       77  WRK-QTD-TIPOS            PIC 9(02) VALUE ZEROS.
       77  WRK-TIPO-PROCURADO       PIC X(02) VALUE SPACES.
       77  WRK-IDX-IMP              PIC 9(02) COMP-3 VALUE ZEROS.

       77  WRK-VALOR-LANCAR         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-DESCRICAO            PIC X(20) VALUE SPACES.
       77  WRK-TOTAL-BASE           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-IOF            PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-IOF-DIA        PIC 9(11)V99 VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-COM-IOF          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LANCAMENTOS      PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-QTDFN                PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-BASEFN               PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-IOFFN                PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-ALIQUOTAFN           PIC Z9,9999 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MES-APURADO = WRK-DATA-HOJE / 100.
           PERFORM 0400-CONSULTAR-CALENDARIO.
           PERFORM 1000-CARREGAR-ALIQUOTAS.
           OPEN INPUT CONVERSAO-HIST.
           IF NOT FS-CONVHIST-OK
               MOVE 'CONVHIST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-CONVHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 2000-ACUMULAR-IOF.
           CLOSE CONVERSAO-HIST.
           PERFORM 3000-LANCAR-IOF-DO-DIA THRU 3000-EXIT.
           IF TEM-CALENDARIO AND NOT FECHA-HOJE
               DISPLAY 'HOJE NAO E O ULTIMO DIA UTIL DO MES - '
                       'APURACAO MENSAL DO IOF NAO RODA'
           ELSE
               PERFORM 4000-IMPRIMIR-APURACAO
           END-IF.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0400-CONSULTAR-CALENDARIO - COM O CALENDARIO PRESENTE, SO    *
      *                             APURA O MES NO DIA MARCADO COMO  *
      *                             ULTIMO DIA UTIL.                 *
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
      * 1000-CARREGAR-ALIQUOTAS - TIPOS DE OPERACAO DO IOFTAB COM A  *
      *                           DESCRICAO E A ALIQUOTA DE MAIOR    *
      *                           VIGENCIA ATE HOJE.                 *
      ****************************************************************
       1000-CARREGAR-ALIQUOTAS.
           OPEN INPUT IOF-TABELA.
           IF FS-IOFTAB-OK
               READ IOF-TABELA
                   AT END SET FIM-IOFTAB TO TRUE
               END-READ
               PERFORM 1100-GUARDAR-ALIQUOTA UNTIL FIM-IOFTAB
               CLOSE IOF-TABELA
           ELSE
               DISPLAY 'IOFTAB INDISPONIVEL - TIPOS SAEM SEM '
                       'DESCRICAO NA APURACAO'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-ALIQUOTA.
           MOVE IO-TIPO-OPERACAO TO WRK-TIPO-PROCURADO.
           PERFORM 2300-LOCALIZAR-TIPO.
           IF IO-VIGENCIA NOT > WRK-DATA-HOJE
              AND IO-VIGENCIA NOT < WRK-TIPO-VIGENCIA (IDX-TIPO)
               MOVE IO-VIGENCIA  TO WRK-TIPO-VIGENCIA (IDX-TIPO)
               MOVE IO-ALIQUOTA-PCT
                   TO WRK-TIPO-ALIQUOTA (IDX-TIPO)
               MOVE IO-DESCRICAO TO WRK-TIPO-DESCRICAO (IDX-TIPO)
           END-IF.
           READ IOF-TABELA
               AT END SET FIM-IOFTAB TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-ACUMULAR-IOF - VARRE O CONVERSAO-HIST SOMANDO O IOF DAS *
      *                     PERNAS DO DIA (A LANCAR) E DO MES (A     *
      *                     RECOLHER) POR TIPO DE OPERACAO. PERNA    *
      *                     SEM IOF (SEGUNDA PERNA DA TRIANGULACAO OU*
      *                     GRAVADA ANTES DA RETENCAO) NAO ENTRA.    *
      ****************************************************************
       2000-ACUMULAR-IOF.
           READ CONVERSAO-HIST
               AT END SET FIM-CONVHIST TO TRUE
           END-READ.
           PERFORM 2100-ACUMULAR-UMA-PERNA THRU 2100-EXIT
               UNTIL FIM-CONVHIST.
       2000-EXIT.
           EXIT.

       2100-ACUMULAR-UMA-PERNA.
           ADD 1 TO WRK-QTD-LIDOS.
           IF CH-VALOR-IOF IS NOT NUMERIC
               GO TO 2100-LER-PROXIMA
           END-IF.
           IF CH-VALOR-IOF = ZEROS
               GO TO 2100-LER-PROXIMA
           END-IF.
           COMPUTE WRK-MES-REGISTRO = CH-DATA / 100.
           IF WRK-MES-REGISTRO NOT = WRK-MES-APURADO
               GO TO 2100-LER-PROXIMA
           END-IF.
           ADD 1 TO WRK-QTD-COM-IOF.
           MOVE CH-TIPO-IOF TO WRK-TIPO-PROCURADO.
           PERFORM 2300-LOCALIZAR-TIPO.
           ADD 1 TO WRK-TIPO-QTD-MES (IDX-TIPO).
           COMPUTE WRK-TIPO-BASE-MES (IDX-TIPO) ROUNDED =
               WRK-TIPO-BASE-MES (IDX-TIPO)
               + CH-VALOR-FINAL + CH-VALOR-IOF.
           ADD CH-VALOR-IOF TO WRK-TIPO-IOF-MES (IDX-TIPO).
           IF CH-DATA = WRK-DATA-HOJE
               ADD CH-VALOR-IOF TO WRK-TIPO-IOF-DIA (IDX-TIPO)
               ADD CH-VALOR-IOF TO WRK-TOTAL-IOF-DIA
           END-IF.

       2100-LER-PROXIMA.
           READ CONVERSAO-HIST
               AT END SET FIM-CONVHIST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2300-LOCALIZAR-TIPO.
           SET IDX-TIPO TO 1.
           SEARCH WRK-TAB-TIPO-ITEM
               AT END
                   PERFORM 2310-INCLUIR-TIPO
               WHEN IDX-TIPO > WRK-QTD-TIPOS
                   PERFORM 2310-INCLUIR-TIPO
               WHEN WRK-TIPO-CODIGO (IDX-TIPO) = WRK-TIPO-PROCURADO
                   CONTINUE
           END-SEARCH.
       2300-EXIT.
           EXIT.

       2310-INCLUIR-TIPO.
           IF WRK-QTD-TIPOS < 10
               ADD 1 TO WRK-QTD-TIPOS
               SET IDX-TIPO TO WRK-QTD-TIPOS
               INITIALIZE WRK-TAB-TIPO-ITEM (IDX-TIPO)
               MOVE WRK-TIPO-PROCURADO TO WRK-TIPO-CODIGO (IDX-TIPO)
               MOVE 'TIPO SEM CADASTRO NO IOFTAB'
                   TO WRK-TIPO-DESCRICAO (IDX-TIPO)
           ELSE
               DISPLAY 'TIPOS DE OPERACAO EXCEDEM A TABELA - '
                       WRK-TIPO-PROCURADO ' SOMADO NO ULTIMO'
               SET IDX-TIPO TO 10
           END-IF.
       2310-EXIT.
           EXIT.

      ****************************************************************
      * 3000-LANCAR-IOF-DO-DIA - UM LANCAMENTO POR TIPO COM IOF NO   *
      *                          DIA: DEBITO NO CAIXA (O REAL RETIDO *
      *                          DO CLIENTE) E CREDITO NO IOF A      *
      *                          RECOLHER. SE O LEDGER-TRANS JA TEM  *
      *                          O IOF DE HOJE, NAO LANCA DE NOVO.   *
      ****************************************************************
       3000-LANCAR-IOF-DO-DIA.
           IF WRK-TOTAL-IOF-DIA = ZEROS
               DISPLAY 'SEM IOF RETIDO HOJE - NADA A LANCAR'
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-CONFERIR-LANCADO.
           IF JA-LANCADO
               DISPLAY 'IOF DE ' WRK-DATA-HOJE ' JA LANCADO NO '
                       'LEDGER-TRANS - LANCAMENTO NAO REPETIDO'
               GO TO 3000-EXIT
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - FS: '
                       WRK-FS-LEDGTRAN
               MOVE 'LEDGTRAN' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3200-LANCAR-TIPO
               VARYING WRK-IDX-IMP FROM 1 BY 1
               UNTIL WRK-IDX-IMP > WRK-QTD-TIPOS.
           CLOSE LEDGER-TRANS.
       3000-EXIT.
           EXIT.

       3100-CONFERIR-LANCADO.
           MOVE 'N' TO WRK-JA-LANCADO.
           MOVE 'N' TO WRK-FIM-LEDGER.
           OPEN INPUT LEDGER-TRANS.
           IF FS-LEDGTRAN-OK
               READ LEDGER-TRANS
                   AT END SET FIM-LEDGER TO TRUE
               END-READ
               PERFORM 3110-CONFERIR-LANCAMENTO
                   UNTIL FIM-LEDGER OR JA-LANCADO
               CLOSE LEDGER-TRANS
           END-IF.
       3100-EXIT.
           EXIT.

       3110-CONFERIR-LANCAMENTO.
           IF LT-DATA = WRK-DATA-HOJE
              AND LT-CONTA = WRK-CONTA-IOF
              AND LT-DESCRICAO (1:10) = 'IOF RETIDO'
               SET JA-LANCADO TO TRUE
           END-IF.
           READ LEDGER-TRANS
               AT END SET FIM-LEDGER TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.

       3200-LANCAR-TIPO.
           SET IDX-TIPO TO WRK-IDX-IMP.
           IF WRK-TIPO-IOF-DIA (IDX-TIPO) > ZEROS
               MOVE WRK-TIPO-IOF-DIA (IDX-TIPO) TO WRK-VALOR-LANCAR
               MOVE SPACES TO WRK-DESCRICAO
               STRING 'IOF RETIDO ' WRK-TIPO-CODIGO (IDX-TIPO)
                   DELIMITED BY SIZE INTO WRK-DESCRICAO
               MOVE WRK-CONTA-CAIXA  TO LT-CONTA
               MOVE WRK-CONTA-IOF    TO LT-CONTA-CONTRA
               MOVE WRK-DATA-HOJE    TO LT-DATA
               MOVE WRK-DESCRICAO    TO LT-DESCRICAO
               MOVE WRK-VALOR-LANCAR TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-IOF    TO LT-CONTA
               MOVE WRK-CONTA-CAIXA  TO LT-CONTA-CONTRA
               COMPUTE LT-VALOR = WRK-VALOR-LANCAR * -1
               WRITE LT-REGISTRO
               ADD 2 TO WRK-QTD-LANCAMENTOS
           END-IF.
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-APURACAO - IOF ARRECADADO NO MES POR TIPO DE   *
      *                          OPERACAO E O TOTAL A RECOLHER NO    *
      *                          DARF.                               *
      ****************************************************************
       4000-IMPRIMIR-APURACAO.
           OPEN OUTPUT IOF-REPORT.
           MOVE SPACES TO IR-LINHA.
           STRING 'APURACAO DO IOF-CAMBIO RETIDO - MES '
                  WRK-MES-APURADO
                  ' - POSICAO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO IR-LINHA.
           WRITE IR-LINHA.
           MOVE ALL '=' TO IR-LINHA.
           WRITE IR-LINHA.
           MOVE SPACES TO IR-LINHA.
           STRING 'TP DESCRICAO                       QTDE'
                  '      BASE EM REAL (R$)  ALIQ.%'
                  '        IOF RETIDO (R$)'
               DELIMITED BY SIZE INTO IR-LINHA.
           WRITE IR-LINHA.
           MOVE ALL '-' TO IR-LINHA.
           WRITE IR-LINHA.
           PERFORM 4100-IMPRIMIR-TIPO THRU 4100-EXIT
               VARYING WRK-IDX-IMP FROM 1 BY 1
               UNTIL WRK-IDX-IMP > WRK-QTD-TIPOS.
           MOVE ALL '=' TO IR-LINHA.
           WRITE IR-LINHA.
           MOVE WRK-TOTAL-BASE TO WRK-BASEFN.
           MOVE SPACES TO IR-LINHA.
           STRING 'BASE TOTAL DO MES.........: ' WRK-BASEFN
               DELIMITED BY SIZE INTO IR-LINHA.
           WRITE IR-LINHA.
           MOVE WRK-TOTAL-IOF TO WRK-IOFFN.
           MOVE SPACES TO IR-LINHA.
           STRING 'TOTAL A RECOLHER NO DARF..: ' WRK-IOFFN
               DELIMITED BY SIZE INTO IR-LINHA.
           WRITE IR-LINHA.
           MOVE WRK-QTD-COM-IOF TO WRK-QTDFN.
           MOVE SPACES TO IR-LINHA.
           STRING 'CONVERSOES COM IOF NO MES.: ' WRK-QTDFN
               DELIMITED BY SIZE INTO IR-LINHA.
           WRITE IR-LINHA.
           CLOSE IOF-REPORT.
           DISPLAY 'IOF A RECOLHER NO MES ' WRK-MES-APURADO ': '
                   WRK-IOFFN.
       4000-EXIT.
           EXIT.

       4100-IMPRIMIR-TIPO.
           SET IDX-TIPO TO WRK-IDX-IMP.
           IF WRK-TIPO-QTD-MES (IDX-TIPO) = ZEROS
               GO TO 4100-EXIT
           END-IF.
           ADD WRK-TIPO-BASE-MES (IDX-TIPO) TO WRK-TOTAL-BASE.
           ADD WRK-TIPO-IOF-MES (IDX-TIPO)  TO WRK-TOTAL-IOF.
           MOVE WRK-TIPO-QTD-MES (IDX-TIPO)  TO WRK-QTDFN.
           MOVE WRK-TIPO-BASE-MES (IDX-TIPO) TO WRK-BASEFN.
           MOVE WRK-TIPO-ALIQUOTA (IDX-TIPO) TO WRK-ALIQUOTAFN.
           MOVE WRK-TIPO-IOF-MES (IDX-TIPO)  TO WRK-IOFFN.
           MOVE SPACES TO IR-LINHA.
           STRING WRK-TIPO-CODIGO (IDX-TIPO)
                  ' ' WRK-TIPO-DESCRICAO (IDX-TIPO)
                  ' ' WRK-QTDFN
                  ' ' WRK-BASEFN
                  ' ' WRK-ALIQUOTAFN
                  ' ' WRK-IOFFN
               DELIMITED BY SIZE INTO IR-LINHA.
           WRITE IR-LINHA.
       4100-EXIT.
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
      * 9800-GRAVAR-RUNLOG - REGISTRA A EXECUCAO NO RUN-LOG COMUM DA *
      *                      SUITE, PARA O RELATORIO DA MANHA.       *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGIOF' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS       TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LANCAMENTOS TO RG-QTD-GRAVADOS.
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
      *                    STATUS QUE VIERAM RUINS.                  *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGIOF' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
