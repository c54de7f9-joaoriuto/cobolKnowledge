      *                BRUTO, DEVOLUCOES, SALDO ANTERIOR, TAXA E O
      *                VALOR ENVIADO A FOLHA - O NUMERO DA FOLHA
      *                PASSA A TER DEFESA.
      * 2026-10-15 JR  INTERFACE DE COMISSOES COM A FOLHA (COMISFOL,
      *                LEIAUTE FOLHAINT): CABECALHO COM A COMPETENCIA,
      *                UM 'DET' POR VENDEDOR COM A MATRICULA DO VENDMST,
      *                A COMISSAO BRUTA, O DESCONTO (DEVOLUCOES E SALDO
      *                NEGATIVO ANTERIOR) E O LIQUIDO, E TRAILER COM A
      *                QUANTIDADE E O TOTAL; O VENDEDOR SEM MATRICULA
      *                FICA RETIDO NO RELATORIO. O COMISFOL PASSA A SER
      *                O ARQUIVO REGISTRADO NO MANIFESTO PARA A FOLHA E
      *                O RETORNO DELA E CASADO PELO PROGCOMCNF.
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT COMIS-PAGTO      ASSIGN TO "COMISPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISPAG.
           SELECT INTERFACE-FOLHA  ASSIGN TO "COMISFOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISFOL.
           SELECT COMIS-CARRYFWD   ASSIGN TO "COMISCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISCF.
           SELECT ERROR-LOG        ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-MES.
           05  PG-BASE-VENDAS       PICTURE 9(10)V99.
           05  PG-TAXA-PCT          PICTURE 9(02)V99.
           05  PG-VALOR-COMISSAO    PICTURE 9(10)V99.
       FD  INTERFACE-FOLHA.
           COPY FOLHAINT.
       FD  COMIS-CARRYFWD.
       01  CF-REGISTRO.
           05  CF-COD-VENDEDOR      PICTURE X(05).
           COPY LEDGTRAN.
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
       77  WRK-FS-COMRATE           PIC X(02) VALUE SPACES.
           88  FS-COMRATE-OK             VALUE '00'.
           88  FS-RATETAB-OK             VALUE '00'.
       77  WRK-FS-COMISRPT          PIC X(02) VALUE SPACES.
       77  WRK-FS-COMISPAG          PIC X(02) VALUE SPACES.
       77  WRK-FS-COMISFOL          PIC X(02) VALUE SPACES.
       77  WRK-FS-COMISCF           PIC X(02) VALUE SPACES.
           88  FS-COMISCF-OK             VALUE '00'.
       77  WRK-FS-COMISTMT          PIC X(02) VALUE SPACES.
                                INDEXED BY WRK-VLJ-IDX.
               10  WRK-TAB-VLJ-CODIGO    PICTURE X(05).
               10  WRK-TAB-VLJ-LOJA      PICTURE X(03).
               10  WRK-TAB-VLJ-ID-FOLHA  PICTURE X(10).
       77  WRK-QTD-VEND-LOJA        PIC 9(03) VALUE ZEROS.
       77  WRK-ID-FOLHA-ACHADO      PIC X(10) VALUE SPACES.

      * VALORES DO 'DET' DA FOLHA E TOTAIS DO TRAILER.
       77  WRK-COMISSAO-BRUTA       PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-COMISSAO-LIQUIDA     PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-COMISSAO-DESCONTO    PIC S9(10)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-FOLHA            PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-RETIDOS          PIC 9(06) COMP VALUE ZEROS.
       77  WRK-TOTAL-FOLHA          PIC S9(12)V99 COMP-3 VALUE ZEROS.

       77  WRK-FS-XMITMAN           PIC X(02) VALUE SPACES.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE-GRUPO FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-TAXAS.
           PERFORM 8500-CARREGAR-HIERARQUIA.
           PERFORM 1100-CARREGAR-COTACOES.
           OPEN OUTPUT COMIS-REPORT
                       COMIS-PAGTO
                       COMIS-EXTRATO
                       INTERFACE-FOLHA.
           PERFORM 1200-IMPRIMIR-CABECALHO.
           PERFORM 1300-ABRIR-FOLHA.
           SORT SORT-VENDAS
               ON ASCENDING KEY SV-COD-VENDEDOR
               USING SALES-MES
               OUTPUT PROCEDURE IS 3000-APURAR-COMISSOES.
           PERFORM 4000-IMPRIMIR-TOTAL-GERAL.
           PERFORM 4100-ENCERRAR-FOLHA.
           PERFORM 8800-IMPRIMIR-ROLLUPS.
           PERFORM 6000-LANCAR-NO-LEDGER.
           PERFORM 6500-REGISTRAR-MANIFESTO.
           PERFORM 5000-GRAVAR-CARRY.
           CLOSE COMIS-REPORT
                 COMIS-PAGTO
                 COMIS-EXTRATO
                 INTERFACE-FOLHA.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-COMRATE TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
       1200-EXIT.
           EXIT.

      ****************************************************************
      * 1300-ABRIR-FOLHA - CABECALHO DA INTERFACE COM A FOLHA:       *
      *                    ORIGEM E COMPETENCIA DO PAGAMENTO.        *
      ****************************************************************
       1300-ABRIR-FOLHA.
           MOVE 'HDR'               TO FI-TIPO.
           MOVE WRK-DATA-HOJE-GRUPO TO FI-DATA.
           MOVE SPACES              TO FI-DETALHE.
           MOVE 'COMISSAO'          TO FI-ORIGEM.
           MOVE WRK-HOJE-ANO-MES    TO FI-COMPETENCIA.
           WRITE FI-REGISTRO.
       1300-EXIT.
           EXIT.

      ****************************************************************
      * 3000-APURAR-COMISSOES - RECEBE AS VENDAS CLASSIFICADAS POR   *
      *                         VENDEDOR E FECHA A COMISSAO DE CADA  *
               MOVE WRK-COMISSAO      TO PG-VALOR-COMISSAO
           END-IF.
           WRITE PG-REGISTRO.
           PERFORM 3350-GRAVAR-FOLHA.
           PERFORM 3400-IMPRIMIR-EXTRATO.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3350-GRAVAR-FOLHA - UM 'DET' DE COMISSAO POR VENDEDOR: O     *
      *                     BRUTO E A TAXA SOBRE AS VENDAS BRUTAS, O *
      *                     LIQUIDO E A COMISSAO DO MES (ZERO NA BASE*
      *                     NEGATIVA) E O DESCONTO E A DIFERENCA     *
      *                     (DEVOLUCOES E SALDO NEGATIVO ANTERIOR).  *
      *                     SEM MATRICULA NA FOLHA, O VENDEDOR FICA  *
      *                     RETIDO NO RELATORIO.                     *
      ****************************************************************
       3350-GRAVAR-FOLHA.
           PERFORM 8960-MATRICULA-DO-VENDEDOR.
           COMPUTE WRK-COMISSAO-BRUTA ROUNDED =
               WRK-BRUTO-VENDEDOR * WRK-TAXA-APLICADA / 100.
           IF WRK-BASE-VENDEDOR < ZEROS
               MOVE ZEROS TO WRK-COMISSAO-LIQUIDA
           ELSE
               MOVE WRK-COMISSAO TO WRK-COMISSAO-LIQUIDA
           END-IF.
           COMPUTE WRK-COMISSAO-DESCONTO =
               WRK-COMISSAO-BRUTA - WRK-COMISSAO-LIQUIDA.
           IF WRK-ID-FOLHA-ACHADO = SPACES
               ADD 1 TO WRK-QTD-RETIDOS
               MOVE SPACES TO CO-LINHA
               STRING 'VENDEDOR ' WRK-VENDEDOR-ANT
                      '  SEM MATRICULA NA FOLHA - RETIDO, NAO '
                      'ENVIADO'
                   DELIMITED BY SIZE INTO CO-LINHA
               END-STRING
               WRITE CO-LINHA
           ELSE
               MOVE 'DET'                 TO FI-TIPO
               MOVE WRK-DATA-HOJE-GRUPO   TO FI-DATA
               MOVE SPACES                TO FI-DETALHE
               MOVE WRK-ID-FOLHA-ACHADO   TO FI-ID-FOLHA
               MOVE WRK-VENDEDOR-ANT      TO FI-CODIGO
               SET FI-COMISSAO            TO TRUE
               MOVE WRK-TAXA-APLICADA     TO FI-REFERENCIA
               MOVE WRK-COMISSAO-BRUTA    TO FI-VALOR-BRUTO
               MOVE WRK-COMISSAO-DESCONTO TO FI-VALOR-DESCONTO
               MOVE WRK-COMISSAO-LIQUIDA  TO FI-VALOR-LIQUIDO
               WRITE FI-REGISTRO
               ADD 1 TO WRK-QTD-FOLHA
               ADD WRK-COMISSAO-LIQUIDA TO WRK-TOTAL-FOLHA
           END-IF.
       3350-EXIT.
           EXIT.

      ****************************************************************
      * 3250-APLICAR-CARRY - ABATE DA BASE DO MES O SALDO NEGATIVO   *
      *                      CARREGADO DO MES ANTERIOR; O MES QUE    *
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 4100-ENCERRAR-FOLHA - TRAILER DA INTERFACE COM A QUANTIDADE  *
      *                       DE 'DET' (NO CAMPO DA DATA) E O TOTAL  *
      *                       LIQUIDO.                               *
      ****************************************************************
       4100-ENCERRAR-FOLHA.
           MOVE 'TRL'           TO FI-TIPO.
           MOVE WRK-QTD-FOLHA   TO FI-DATA.
           MOVE SPACES          TO FI-DETALHE.
           MOVE WRK-TOTAL-FOLHA TO FI-VALOR-TOTAL.
           WRITE FI-REGISTRO.
           IF WRK-QTD-RETIDOS > ZEROS
               MOVE WRK-QTD-RETIDOS TO WRK-CONTROLEFN
               MOVE SPACES TO CO-LINHA
               STRING 'VENDEDORES RETIDOS SEM MATRICULA NA FOLHA: '
                      WRK-CONTROLEFN
                   DELIMITED BY SIZE INTO CO-LINHA
               END-STRING
               WRITE CO-LINHA
           END-IF.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 8500-CARREGAR-HIERARQUIA - CARREGA O HIERARQ EM MEMORIA      *
      *                            (LOJA->REGIAO E VENDEDOR->        *
                   TO WRK-TAB-VLJ-CODIGO (WRK-QTD-VEND-LOJA)
               MOVE VD-LOJA
                   TO WRK-TAB-VLJ-LOJA (WRK-QTD-VEND-LOJA)
               MOVE VD-ID-FOLHA
                   TO WRK-TAB-VLJ-ID-FOLHA (WRK-QTD-VEND-LOJA)
           END-IF.
           READ VENDEDOR-MASTER
               AT END SET FIM-VENDMST TO TRUE
       8950-EXIT.
           EXIT.

       8960-MATRICULA-DO-VENDEDOR.
           MOVE SPACES TO WRK-ID-FOLHA-ACHADO.
           IF WRK-QTD-VEND-LOJA > ZEROS
               SET WRK-VLJ-IDX TO 1
               SEARCH WRK-TAB-VLJ-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-VLJ-CODIGO (WRK-VLJ-IDX)
                           = WRK-VENDEDOR-ANT
                       MOVE WRK-TAB-VLJ-ID-FOLHA (WRK-VLJ-IDX)
                           TO WRK-ID-FOLHA-ACHADO
               END-SEARCH
           END-IF.
       8960-EXIT.
           EXIT.

      ****************************************************************
      * 6000-LANCAR-NO-LEDGER - LANCA O TOTAL DE COMISSOES DO MES NO *
      *                         LEDGER-TRANS EM DUAS PERNAS (DESPESA *
           EXIT.

      ****************************************************************
      * 6500-REGISTRAR-MANIFESTO - REGISTRA A INTERFACE DA FOLHA     *
      *                            (COMISFOL) NO MANIFESTO DE        *
      *                            TRANSMISSAO, PENDENTE DE ACUSE.   *
      ****************************************************************
       6500-REGISTRAR-MANIFESTO.
           OPEN EXTEND TRANSMISSAO-MANIFESTO.
           MOVE 'COMISFOL'          TO XM-ARQUIVO.
           MOVE WRK-DATA-HOJE-GRUPO TO XM-DATA-GERACAO.
           MOVE WRK-QTD-FOLHA       TO XM-QTD-REGISTROS.
           MOVE 'FOLHA'             TO XM-DESTINO.
           MOVE 'P'                 TO XM-SITUACAO.
           WRITE XM-REGISTRO.
           DISPLAY 'VENDEDORES COMISSIONADOS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-COMISSAO TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS SEM COMISSAO:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-FOLHA TO WRK-CONTROLEFN.
           DISPLAY 'ENVIADOS A FOLHA:         ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RETIDOS TO WRK-CONTROLEFN.
           DISPLAY 'RETIDOS SEM MATRICULA:    ' WRK-CONTROLEFN.
       9700-EXIT.
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
           MOVE 'PROGCOMIS' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-VENDEDORES TO RG-QTD-LIDOS.
           MOVE WRK-QTD-FOLHA TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RETIDOS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
