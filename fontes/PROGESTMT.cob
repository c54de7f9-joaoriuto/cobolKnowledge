      *                DE MARKETING (CONSENT): CLIENTE SEM OPT-IN
      *                VALIDO NAO GANHA PAGINA E E CONTADO NO RESUMO
      *                COMO SUPRIMIDO.
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT ERROR-LOG        ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-MES.
       01  ET-LINHA                 PICTURE X(80).
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
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-QTD-EXTRATOS         PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-PULADOS          PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-VENDAS-REJ       PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-VENDAS-LIDAS     PIC 9(06) COMP VALUE ZEROS.
       77  WRK-FS-CONSENT           PIC X(02) VALUE SPACES.
           88  FS-CONSENT-OK            VALUE '00'.
       77  WRK-FIM-CONSENT          PIC X(01) VALUE 'N'.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-COTACOES.
           PERFORM 8000-CARREGAR-CONSENTIMENTO.
           PERFORM 1100-ABRIR-ARQUIVOS.
               OUTPUT PROCEDURE IS 3000-GERAR-EXTRATOS.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1100-EXIT.
           EXIT.
      *                        NOVO E IMPRIME A LINHA DA VENDA.      *
      ****************************************************************
       3100-PROCESSAR-VENDA.
           ADD 1 TO WRK-QTD-VENDAS-LIDAS.
           IF SV-CPF-CLIENTE NOT = WRK-CPF-ANTERIOR
               IF WRK-CPF-ANTERIOR NOT = ZEROS AND CLIENTE-IMPRIME
                   PERFORM 3500-FECHAR-PAGINA
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
           MOVE 'PROGESTMT' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-VENDAS-LIDAS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-EXTRATOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-VENDAS-REJ TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
