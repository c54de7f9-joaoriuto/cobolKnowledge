      *                ALEM DA VENDA RETIDA, CARREGA A DATA DA       *
      *                RETENCAO E A FILIAL DA PRIMEIRA OCORRENCIA,   *
      *                PARA A DISPOSICAO AUTOMATICA E O AGING.       *
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O DOCUMENTO DE     *
      *                REFERENCIA E O MOTIVO DO CANCELAMENTO         *
      *                (SALESTR): O SORT E AS SAIDAS ACOMPANHAM O    *
      *                LAYOUT NOVO. O CANCELAMENTO ('C') NAO E       *
      *                COMPARADO COM A VENDA ANTERIOR E SEGUE DIRETO *
      *                PARA O ARQUIVO TRIADO.                        *
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O TIPO DE PESSOA E *
      *                O CNPJ DO CLIENTE (SALESTR): O SORT E AS      *
      *                SAIDAS ACOMPANHAM O LAYOUT NOVO.              *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-ENTRADA.
           05  SV-CPF-CLIENTE       PICTURE 9(11).
           05  SV-FILIAL            PICTURE X(03).
           05  SV-TIPO              PICTURE X(01).
               88  SV-CANCELAMENTO      VALUE 'C'.
           05  SV-COD-PRODUTO       PICTURE X(06).
           05  SV-QTD-PARCELAS      PICTURE 9(02).
           05  SV-FORMA-PAGTO       PICTURE X(01).
           05  SV-DOC-REFERENCIA    PICTURE 9(08).
           05  SV-MOTIVO-CANCEL     PICTURE X(02).
       FD  SALES-TRIADO.
       01  SS-REGISTRO              PICTURE X(67).
       FD  DUP-HOLD.
           COPY DUPHOLDR.
       FD  DUP-REPORT.
       01  DR-LINHA                 PICTURE X(80).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 100.
       77  WRK-FS-SALESIN           PIC X(02) VALUE SPACES.
       77  WRK-FS-SALESSCR          PIC X(02) VALUE SPACES.
       77  WRK-FS-DUPHOLD           PIC X(02) VALUE SPACES.
           05  WRK-ANT-MOEDA        PIC X(03).
           05  WRK-ANT-VALOR        PIC S9(08)V99.
           05  WRK-ANT-CPF          PIC 9(11).
       01  WRK-REG-ANTERIOR         PIC X(67) VALUE SPACES.
       77  WRK-VALORFN              PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-LIDAS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-TRIADAS          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT SALES-TRIADO
                       DUP-HOLD
           CLOSE SALES-TRIADO
                 DUP-HOLD
                 DUP-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************

       3100-CONFERIR-VENDA.
           ADD 1 TO WRK-QTD-LIDAS.
           IF SV-CANCELAMENTO
               ADD 1 TO WRK-QTD-TRIADAS
               MOVE SV-REGISTRO TO SS-REGISTRO
               WRITE SS-REGISTRO
           ELSE
               PERFORM 3150-COMPARAR-ANTERIOR
           END-IF.
           RETURN SORT-VENDAS
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 3150-COMPARAR-ANTERIOR - VENDA OU DEVOLUCAO COM A MESMA      *
      *                          CHAVE DA ANTERIOR E RETIDA COMO     *
      *                          SUSPEITA DE DUPLICATA.              *
      ****************************************************************
       3150-COMPARAR-ANTERIOR.
           IF TEM-ANTERIOR
              AND SV-COD-VENDEDOR = WRK-ANT-VENDEDOR
              AND SV-CPF-CLIENTE  = WRK-ANT-CPF
               MOVE SV-CPF-CLIENTE  TO WRK-ANT-CPF
               MOVE SV-REGISTRO     TO WRK-REG-ANTERIOR
           END-IF.
       3150-EXIT.
           EXIT.

      ****************************************************************
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
           MOVE 'PROGDUPSCN' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-TRIADAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RETIDAS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
