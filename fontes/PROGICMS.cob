      *                NEGATIVO E PASSA A ABATER DOS TOTAIS (SO O
      *                VALOR ZERADO E REJEITADO); OS ACUMULADORES E
      *                MASCARAS GANHAM SINAL PARA ISSO.                              *
      * 2026-10-15 JR  VENDA PARA CLIENTE PJ (SM-TIPO-PESSOA 'J') TEM
      *                A UF BUSCADA PELO CNPJ NO NOVO CADASTRO-PJ
      *                (CADPJ); A BASE E O IMPOSTO DE CADA UF SAO
      *                SEPARADOS ENTRE PF E PJ, E O RELATORIO FECHA
      *                COM O TOTAL DE CADA TIPO DE CLIENTE.
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT CADASTRO-PJ      ASSIGN TO "CADPJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CNPJ
               FILE STATUS IS WRK-FS-CADPJ.
           SELECT TAX-RATE         ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAXRATE.
           SELECT ERROR-LOG        ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-MES.
           COPY SALESMES.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  CADASTRO-PJ.
           COPY CLIPJ.
       FD  TAX-RATE.
           COPY TAXRATE.
       FD  RATE-TABLE.
       01  IC-LINHA                 PICTURE X(80).
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
       77  WRK-FS-SALESMES          PIC X(02) VALUE SPACES.
           88  FS-SALESMES-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK              VALUE '00'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO             VALUE 'S'.
       77  WRK-FS-CADPJ             PIC X(02) VALUE SPACES.
           88  FS-CADPJ-OK               VALUE '00'.
           88  FS-CADPJ-NAO-EXISTE       VALUE '35'.
       77  WRK-CADPJ-ABERTO         PIC X(01) VALUE 'N'.
           88  CADPJ-ABERTO              VALUE 'S'.
       77  WRK-FS-TAXRATE           PIC X(02) VALUE SPACES.
           88  FS-TAXRATE-OK             VALUE '00'.
       77  WRK-FS-RATETAB           PIC X(02) VALUE SPACES.
               10  WRK-TAB-UF-ALIQUOTA  PICTURE 9(02)V99.
               10  WRK-TAB-UF-QTD       PICTURE 9(08).
               10  WRK-TAB-UF-BASE      PICTURE S9(12)V99.
               10  WRK-TAB-UF-QTD-PJ    PICTURE 9(08).
               10  WRK-TAB-UF-BASE-PJ   PICTURE S9(12)V99.
       77  WRK-QTD-UFS              PIC 9(02) VALUE ZEROS.
       77  WRK-UF-ACHADA            PIC X(01) VALUE 'N'.
           88  UF-ACHADA                VALUE 'S'.
       77  WRK-QTD-SEM-CADASTRO     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-BASE-SEM-CADASTRO    PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-FORA-REGRAS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-VENDAS-LIDAS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-IMPOSTO              PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-TOTAL-IMPOSTO        PIC S9(12)V99 COMP-3 VALUE ZEROS.
      * TOTAIS POR TIPO DE CLIENTE (PF/PJ) DAS VENDAS COM UF.
       77  WRK-IMPOSTO-PJ           PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-PF               PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-BASE-PF              PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-IMPOSTO-PF-TOTAL     PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-PJ               PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-BASE-PJ              PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-IMPOSTO-PJ-TOTAL     PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77  WRK-BASEFN               PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-IMPOSTOFN            PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-ALIQUOTAS.
           PERFORM 1100-CARREGAR-COTACOES.
           PERFORM 1200-ABRIR-ARQUIVOS.
           PERFORM 2000-APURAR-VENDA UNTIL FIM-ARQUIVO.
           PERFORM 3000-IMPRIMIR-RELATORIO.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-TAXRATE TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
           MOVE TX-ALIQUOTA TO WRK-TAB-UF-ALIQUOTA (WRK-QTD-UFS).
           MOVE ZEROS       TO WRK-TAB-UF-QTD (WRK-QTD-UFS).
           MOVE ZEROS       TO WRK-TAB-UF-BASE (WRK-QTD-UFS).
           MOVE ZEROS       TO WRK-TAB-UF-QTD-PJ (WRK-QTD-UFS).
           MOVE ZEROS       TO WRK-TAB-UF-BASE-PJ (WRK-QTD-UFS).
           READ TAX-RATE
               AT END MOVE 'S' TO WRK-FIM-TAXRATE
           END-READ.
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-SALESMES TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           OPEN INPUT CADASTRO-PJ.
           IF FS-CADPJ-OK
               MOVE 'S' TO WRK-CADPJ-ABERTO
           ELSE
               IF NOT FS-CADPJ-NAO-EXISTE
                   MOVE 'CADPJ'  TO EL-ARQUIVO
                   MOVE 'OPEN'   TO EL-OPERACAO
                   MOVE WRK-FS-CADPJ TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               END-IF
           END-IF.
           IF NOT FIM-ARQUIVO
               READ SALES-MES
                   AT END SET FIM-ARQUIVO TO TRUE
      *                     QUANDO O CPF NAO ESTA NO CADASTRO).      *
      ****************************************************************
       2000-APURAR-VENDA.
           ADD 1 TO WRK-QTD-VENDAS-LIDAS.
           IF SM-VALOR = ZEROS
               ADD 1 TO WRK-QTD-FORA-REGRAS
           ELSE
           EXIT.

      ****************************************************************
      * 2200-CLASSIFICAR-POR-UF - BUSCA O CLIENTE PELO CPF (OU PELO  *
      *                           CNPJ NO CADASTRO-PJ, CLIENTE PJ) E *
      *                           ACUMULA A BASE NA UF DO CADASTRO.  *
      ****************************************************************
       2200-CLASSIFICAR-POR-UF.
           MOVE SPACES TO WRK-UF-VENDA.
           IF SM-CLIENTE-PJ
               IF CADPJ-ABERTO
                   MOVE SM-CNPJ-CLIENTE TO CJ-CNPJ
                   READ CADASTRO-PJ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CJ-ESTADO TO WRK-UF-VENDA
                   END-READ
               END-IF
           ELSE
               PERFORM 2210-BUSCAR-UF-PF
           END-IF.
           IF WRK-UF-VENDA = SPACES
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               ADD WRK-VALOR-CONVERTIDO TO WRK-BASE-SEM-CADASTRO
           ELSE
               PERFORM 2300-ACUMULAR-NA-UF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-BUSCAR-UF-PF.
           IF CADCLI-ABERTO
               MOVE SM-CPF-CLIENTE TO CLI-CPF
               READ CADASTRO-CLIENTE
                       MOVE CLI-ESTADO TO WRK-UF-VENDA
               END-READ
           END-IF.
       2210-EXIT.
           EXIT.

      ****************************************************************
                       ADD 1 TO WRK-TAB-UF-QTD (WRK-UF-IDX)
                       ADD WRK-VALOR-CONVERTIDO
                           TO WRK-TAB-UF-BASE (WRK-UF-IDX)
                       IF SM-CLIENTE-PJ
                           ADD 1 TO WRK-TAB-UF-QTD-PJ (WRK-UF-IDX)
                           ADD WRK-VALOR-CONVERTIDO
                               TO WRK-TAB-UF-BASE-PJ (WRK-UF-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           IF NOT UF-ACHADA
               MOVE 1            TO WRK-TAB-UF-QTD (WRK-QTD-UFS)
               MOVE WRK-VALOR-CONVERTIDO
                   TO WRK-TAB-UF-BASE (WRK-QTD-UFS)
               MOVE ZEROS        TO WRK-TAB-UF-QTD-PJ (WRK-QTD-UFS)
               MOVE ZEROS        TO WRK-TAB-UF-BASE-PJ (WRK-QTD-UFS)
               IF SM-CLIENTE-PJ
                   MOVE 1        TO WRK-TAB-UF-QTD-PJ (WRK-QTD-UFS)
                   MOVE WRK-VALOR-CONVERTIDO
                       TO WRK-TAB-UF-BASE-PJ (WRK-QTD-UFS)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
               DELIMITED BY SIZE INTO IC-LINHA
           END-STRING.
           WRITE IC-LINHA.
           MOVE WRK-QTD-PF TO WRK-CONTROLEFN.
           MOVE WRK-BASE-PF TO WRK-BASEFN.
           MOVE WRK-IMPOSTO-PF-TOTAL TO WRK-IMPOSTOFN.
           MOVE SPACES TO IC-LINHA.
           STRING 'CLIENTES PF - VENDAS: ' WRK-CONTROLEFN
                  '  BASE: ' WRK-BASEFN
                  '  IMPOSTO: ' WRK-IMPOSTOFN
               DELIMITED BY SIZE INTO IC-LINHA
           END-STRING.
           WRITE IC-LINHA.
           MOVE WRK-QTD-PJ TO WRK-CONTROLEFN.
           MOVE WRK-BASE-PJ TO WRK-BASEFN.
           MOVE WRK-IMPOSTO-PJ-TOTAL TO WRK-IMPOSTOFN.
           MOVE SPACES TO IC-LINHA.
           STRING 'CLIENTES PJ - VENDAS: ' WRK-CONTROLEFN
                  '  BASE: ' WRK-BASEFN
                  '  IMPOSTO: ' WRK-IMPOSTOFN
               DELIMITED BY SIZE INTO IC-LINHA
           END-STRING.
           WRITE IC-LINHA.
           MOVE WRK-TOTAL-IMPOSTO TO WRK-IMPOSTOFN.
           MOVE SPACES TO IC-LINHA.
           STRING 'IMPOSTO TOTAL DO MES: ' WRK-IMPOSTOFN
                   WRK-TAB-UF-BASE (WRK-IDX)
                   * WRK-TAB-UF-ALIQUOTA (WRK-IDX) / 100
               ADD WRK-IMPOSTO TO WRK-TOTAL-IMPOSTO
               PERFORM 3150-SEPARAR-PF-PJ
               MOVE WRK-TAB-UF-QTD (WRK-IDX) TO WRK-CONTROLEFN
               MOVE WRK-TAB-UF-BASE (WRK-IDX) TO WRK-BASEFN
               MOVE WRK-TAB-UF-ALIQUOTA (WRK-IDX) TO WRK-ALIQFN
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3150-SEPARAR-PF-PJ - SEPARA A BASE E O IMPOSTO DA UF ENTRE   *
      *                      CLIENTES PJ (PELA BASE PJ) E PF (O      *
      *                      RESTANTE), NOS TOTAIS POR TIPO.         *
      ****************************************************************
       3150-SEPARAR-PF-PJ.
           COMPUTE WRK-IMPOSTO-PJ ROUNDED =
               WRK-TAB-UF-BASE-PJ (WRK-IDX)
               * WRK-TAB-UF-ALIQUOTA (WRK-IDX) / 100.
           ADD WRK-TAB-UF-QTD-PJ (WRK-IDX)  TO WRK-QTD-PJ.
           ADD WRK-TAB-UF-BASE-PJ (WRK-IDX) TO WRK-BASE-PJ.
           ADD WRK-IMPOSTO-PJ               TO WRK-IMPOSTO-PJ-TOTAL.
           COMPUTE WRK-QTD-PF = WRK-QTD-PF
               + WRK-TAB-UF-QTD (WRK-IDX)
               - WRK-TAB-UF-QTD-PJ (WRK-IDX).
           COMPUTE WRK-BASE-PF = WRK-BASE-PF
               + WRK-TAB-UF-BASE (WRK-IDX)
               - WRK-TAB-UF-BASE-PJ (WRK-IDX).
           COMPUTE WRK-IMPOSTO-PF-TOTAL = WRK-IMPOSTO-PF-TOTAL
               + WRK-IMPOSTO - WRK-IMPOSTO-PJ.
       3150-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF CADPJ-ABERTO
               CLOSE CADASTRO-PJ
           END-IF.
       9000-EXIT.
           EXIT.

           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
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
           MOVE 'PROGICMS' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-VENDAS-LIDAS TO RG-QTD-LIDOS.
           COMPUTE RG-QTD-GRAVADOS = WRK-QTD-PF + WRK-QTD-PJ.
           MOVE WRK-QTD-FORA-REGRAS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
