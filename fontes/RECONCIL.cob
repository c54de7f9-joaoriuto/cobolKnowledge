      *                (ERROR-LOG + RUN-LOG 'ERRO') EM VEZ DE         *
      *                CONCILIAR CONTRA UM MESTRE VAZIO E INUNDAR O   *
      *                RECONCEXC/RECONPEND COM O DIA INTEIRO.         *
      * 2026-10-15 JR  CANCELAMENTO NO DIA (TIPO 'C') ABATE O VALOR  *
      *                DA VENDA SEM CADASTRO EM VEZ DE SOMAR DE NOVO.*
      * 2026-10-15 JR  VENDA PARA CLIENTE PJ (TIPO DE PESSOA 'J' NO  *
      *                SALES-POSTED, CPF ZERADO) E CONFERIDA PELO    *
      *                CNPJ NO NOVO CADASTRO-PJ (CADPJ, LEITURA      *
      *                RANDOMICA - VOLUME BAIXO) EM VEZ DE ENTRAR NO *
      *                CASAMENTO POR CPF; CNPJ NAO CADASTRADO VAI AO *
      *                RECONCEXC E SOMA NO VALOR SEM CADASTRO, MAS   *
      *                NAO AO RECONPEND (A FILA DO PROGCPFB E DE     *
      *                CPF). O RESUMO SEPARA OS CLIENTES PF E PJ.    *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT CADASTRO-PJ      ASSIGN TO "CADPJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CJ-CNPJ
               FILE STATUS IS WRK-FS-CADPJ.
           SELECT RECONCILE-EXCEPT ASSIGN TO "RECONCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEXC.
           05  SV-VALOR-ORIGEM      PICTURE S9(08)V99.
           05  SV-VALOR-REAL        PICTURE S9(10)V99.
           05  SV-TIPO              PICTURE X(01).
           05  FILLER               PICTURE X(60).
           05  SV-TIPO-PESSOA       PICTURE X(01).
               88  SV-CLIENTE-PJ        VALUE 'J'.
           05  SV-CNPJ-CLIENTE      PICTURE 9(14).
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  CADASTRO-PJ.
           COPY CLIPJ.
       FD  RECONCILE-EXCEPT.
       01  RC-LINHA                 PICTURE X(60).
       FD  ERROR-LOG.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-ERRLOG    PIC X(02) VALUE SPACES.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-FS-CADPJ             PIC X(02) VALUE SPACES.
           88  FS-CADPJ-OK              VALUE '00'.
       77  WRK-CADPJ-ABERTO         PIC X(01) VALUE 'N'.
           88  CADPJ-ABERTO             VALUE 'S'.
       77  WRK-FS-RECEXC            PIC X(02) VALUE SPACES.
       77  WRK-FS-RECPEND           PIC X(02) VALUE SPACES.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
      * CHAVE ALTA PARA ESCOAR AS VENDAS QUANDO O CADASTRO ACABA.
       77  WRK-CPF-MESTRE           PIC 9(12) VALUE 999999999999.
       77  WRK-CPF-APONTADO         PIC 9(11) VALUE ZEROS.
       77  WRK-CNPJ-APONTADO        PIC 9(14) VALUE ZEROS.
       77  WRK-PJ-CADASTRADO        PIC X(01) VALUE 'N'.
           88  PJ-CADASTRADO            VALUE 'S'.
       77  WRK-QTD-VENDAS-PJ        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FALTANTES-PJ     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-VENDAS           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-FALTANTES        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-VALOR-EM-RISCO       PIC S9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-CPF-MASK             PICTURE ZZZ.ZZZ.ZZ9/99.
       77  WRK-CNPJ-MASK            PICTURE 99.999.999/9999/99.
       77  WRK-VALORFN              PIC $ZZZ.ZZZ.ZZZ.ZZ9,99
                                    VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
           END-IF.
           SORT SORT-VENDAS
               ON ASCENDING KEY SV-CPF-CLIENTE
                                SV-CNPJ-CLIENTE
               USING SALES-POSTED
               OUTPUT PROCEDURE IS 2000-CASAR-COM-CADASTRO.
           PERFORM 3000-IMPRIMIR-RESUMO.
               MOVE 'S' TO WRK-CADCLI-ABERTO
               PERFORM 8000-LER-CADASTRO
           END-IF.
           OPEN INPUT CADASTRO-PJ.
           IF FS-CADPJ-OK
               MOVE 'S' TO WRK-CADPJ-ABERTO
           END-IF.
       1000-EXIT.
           EXIT.


       2100-CONFERIR-VENDA.
           ADD 1 TO WRK-QTD-VENDAS.
           IF SV-CLIENTE-PJ
               PERFORM 2400-CONFERIR-PJ
           ELSE
               PERFORM 2200-AVANCAR-CADASTRO
                   UNTIL WRK-CPF-MESTRE >= SV-CPF-CLIENTE
               IF WRK-CPF-MESTRE = SV-CPF-CLIENTE
                   CONTINUE
               ELSE
                   PERFORM 2300-REGISTRAR-FALTANTE
               END-IF
           END-IF.
           RETURN SORT-VENDAS
               AT END SET FIM-SORT TO TRUE

      ****************************************************************
      * 2300-REGISTRAR-FALTANTE - SOMA O VALOR DA VENDA SEM CADASTRO *
      *                           (A CANCELADA NO DIA ABATE)         *
      *                           E GRAVA A LINHA DE EXCECAO NA      *
      *                           PRIMEIRA OCORRENCIA DO CPF (AS     *
      *                           VENDAS CHEGAM ORDENADAS POR CPF).  *
      ****************************************************************
       2300-REGISTRAR-FALTANTE.
           IF SV-TIPO = 'C'
               SUBTRACT SV-VALOR-REAL FROM WRK-VALOR-EM-RISCO
           ELSE
               ADD SV-VALOR-REAL TO WRK-VALOR-EM-RISCO
           END-IF.
           IF SV-CPF-CLIENTE NOT = WRK-CPF-APONTADO
               ADD 1 TO WRK-QTD-FALTANTES
               MOVE SV-CPF-CLIENTE TO WRK-CPF-APONTADO
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-CONFERIR-PJ - VENDA PARA CLIENTE PJ: PROCURA O CNPJ NO  *
      *                    CADASTRO-PJ (SEM O CADASTRO, NENHUM CNPJ  *
      *                    ESTA CADASTRADO). AS VENDAS DO MESMO CNPJ *
      *                    CHEGAM JUNTAS (SEGUNDA CHAVE DO SORT).    *
      ****************************************************************
       2400-CONFERIR-PJ.
           ADD 1 TO WRK-QTD-VENDAS-PJ.
           MOVE 'N' TO WRK-PJ-CADASTRADO.
           IF CADPJ-ABERTO
               MOVE SV-CNPJ-CLIENTE TO CJ-CNPJ
               READ CADASTRO-PJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PJ-CADASTRADO
               END-READ
           END-IF.
           IF NOT PJ-CADASTRADO
               PERFORM 2500-REGISTRAR-FALTANTE-PJ
           END-IF.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-REGISTRAR-FALTANTE-PJ - SOMA O VALOR DA VENDA PJ SEM    *
      *                              CADASTRO E GRAVA A LINHA DE     *
      *                              EXCECAO NA PRIMEIRA OCORRENCIA  *
      *                              DO CNPJ.                        *
      ****************************************************************
       2500-REGISTRAR-FALTANTE-PJ.
           IF SV-TIPO = 'C'
               SUBTRACT SV-VALOR-REAL FROM WRK-VALOR-EM-RISCO
           ELSE
               ADD SV-VALOR-REAL TO WRK-VALOR-EM-RISCO
           END-IF.
           IF SV-CNPJ-CLIENTE NOT = WRK-CNPJ-APONTADO
               ADD 1 TO WRK-QTD-FALTANTES
               ADD 1 TO WRK-QTD-FALTANTES-PJ
               MOVE SV-CNPJ-CLIENTE TO WRK-CNPJ-APONTADO
               MOVE SV-CNPJ-CLIENTE TO WRK-CNPJ-MASK
               MOVE SPACES TO RC-LINHA
               STRING 'VENDEDOR ' DELIMITED BY SIZE
                      SV-COD-VENDEDOR DELIMITED BY SIZE
                      ' - CNPJ NAO CADASTRADO: ' DELIMITED BY SIZE
                      WRK-CNPJ-MASK    DELIMITED BY SIZE
                   INTO RC-LINHA
               END-STRING
               WRITE RC-LINHA
           END-IF.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 8000-LER-CADASTRO - LE O PROXIMO CLIENTE DO CADASTRO, COM    *
      *                     CHAVE ALTA NO FIM DO ARQUIVO.            *
           DISPLAY 'VENDAS CONFERIDAS: '        WRK-CONTROLEFN.
           MOVE WRK-QTD-FALTANTES TO WRK-CONTROLEFN.
           DISPLAY 'CLIENTES NAO CADASTRADOS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-VENDAS-PJ TO WRK-CONTROLEFN.
           DISPLAY '  VENDAS PARA CLIENTE PJ: '  WRK-CONTROLEFN.
           MOVE WRK-QTD-FALTANTES-PJ TO WRK-CONTROLEFN.
           DISPLAY '  DOS QUAIS CNPJ (PJ): '     WRK-CONTROLEFN.
           MOVE WRK-VALOR-EM-RISCO TO WRK-VALORFN.
           DISPLAY 'VALOR DAS VENDAS SEM CADASTRO: ' WRK-VALORFN.
           MOVE SPACES TO RC-LINHA.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF CADPJ-ABERTO
               CLOSE CADASTRO-PJ
           END-IF.
           CLOSE RECONCILE-EXCEPT
                 RECON-PENDENTE.
       9000-EXIT.
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
           MOVE ZEROS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-FALTANTES TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
