      * OBJETIVO: PARTICIONAR O SALES-TRANS TRIADO POR FILIAL, PARA  *
      *           O STEP010 RODAR EM PASSOS PARALELOS POR FILIAL NA  *
      *           JANELA APERTADA - CADA VENDA VAI PARA O ARQUIVO DA *
      *           PARTICAO DA SUA FILIAL NO FILIAL-MASTER (SALESP1 A *
      *           SALESP5) E O CONTROLE DA PARTICAO (CONTAGEM E      *
      *           SOMA POR ARQUIVO) SAI NO SPLITCTL, QUE O           *
      *           CONSOLIDADOR (PROGSALMRG) USA PARA PROVAR QUE A    *
      *           SOMA DAS PARTES E IGUAL AO TODO.                   *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O DOCUMENTO DE     *
      *                REFERENCIA E O MOTIVO DO CANCELAMENTO         *
      *                (SALESTR): AS PARTICOES ACOMPANHAM O LAYOUT   *
      *                NOVO.                                         *
      * 2026-10-15 JR  IDEM PARA O TIPO DE PESSOA E O CNPJ DO        *
      *                CLIENTE (SALESTR).                            *
      * 2026-10-15 JR  A TABELA FIXA F01-F05 SAI: A PARTICAO DE CADA *
      *                FILIAL VEM DO NOVO FILIAL-MASTER (FILMST), E  *
      *                VARIAS FILIAIS PODEM DIVIDIR A MESMA          *
      *                PARTICAO. FILIAL FORA DO CADASTRO AINDA VAI   *
      *                PARA O SALESP1 (A SOMA DAS PARTES CONTINUA    *
      *                FECHANDO), MAS AGORA AVISADA NO CONSOLE, NO   *
      *                ERROR-LOG E NOS TOTAIS DE CONTROLE.           *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT SPLIT-CONTROLE ASSIGN TO "SPLITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPLITCTL.
           SELECT FILIAL-MASTER  ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  SALES-ENTRADA.
           COPY SALESTR.
       FD  SALES-PART1.
       01  P1-REGISTRO              PICTURE X(67).
       FD  SALES-PART2.
       01  P2-REGISTRO              PICTURE X(67).
       FD  SALES-PART3.
       01  P3-REGISTRO              PICTURE X(67).
       FD  SALES-PART4.
       01  P4-REGISTRO              PICTURE X(67).
       FD  SALES-PART5.
       01  P5-REGISTRO              PICTURE X(67).
       FD  SPLIT-CONTROLE.
       01  SC-REGISTRO.
           05  SC-PARTICAO          PICTURE 9(01).
           05  SC-QTD               PICTURE 9(08).
           05  SC-SOMA              PICTURE S9(12)V99.
       FD  FILIAL-MASTER.
           COPY FILMST.
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
       77  WRK-FS-SALESTR           PIC X(02) VALUE SPACES.
           88  FS-SALESTR-OK            VALUE '00'.
       77  WRK-FS-PART              PIC X(02) VALUE SPACES.
       77  WRK-FS-SPLITCTL          PIC X(02) VALUE SPACES.
       77  WRK-FS-FILMST            PIC X(02) VALUE SPACES.
           88  FS-FILMST-OK              VALUE '00'.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.
       77  WRK-FIM-FILMST           PIC X(01) VALUE 'N'.
           88  FIM-FILMST               VALUE 'S'.

      * PARTICAO DE CADA FILIAL, CARREGADA DO FILIAL-MASTER; FILIAL
      * FORA DO CADASTRO CAI NA PARTICAO 1, COM AVISO.
       01  WRK-TAB-PARTICAO.
           05  WRK-TAB-PAR-ITEM OCCURS 50 TIMES
                                INDEXED BY WRK-PAR-IDX.
               10  WRK-TAB-PAR-FILIAL    PICTURE X(03).
               10  WRK-TAB-PAR-NUMERO    PICTURE 9(01).
       77  WRK-QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
       77  WRK-FILIAL-ACHADA        PIC X(01) VALUE 'N'.
           88  FILIAL-ACHADA            VALUE 'S'.
       77  WRK-QTD-FORA-CADASTRO    PIC 9(08) COMP-3 VALUE ZEROS.
       01  WRK-TAB-TOTAIS.
           05  WRK-TAB-TOT-ITEM OCCURS 5 TIMES.
               10  WRK-TOT-QTD           PICTURE 9(08).
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-CARREGAR-FILIAIS.
           OPEN OUTPUT SALES-PART1
                       SALES-PART2
                       SALES-PART3
           IF NOT FS-SALESTR-OK
               DISPLAY 'SALES-TRANS INDISPONIVEL - FS: '
                       WRK-FS-SALESTR
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ARQUIVO TO TRUE
           ELSE
               READ SALES-ENTRADA
                 SALES-PART5
                 SPLIT-CONTROLE.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-FILIAIS - CARREGA A PARTICAO DE CADA FILIAL DO *
      *                         FILIAL-MASTER (A FILIAL FECHADA AINDA*
      *                         PODE TER O ULTIMO DIA NO LOTE).      *
      *                         PARTICAO FORA DE 1-5 VIRA 1.         *
      ****************************************************************
       1000-CARREGAR-FILIAIS.
           OPEN INPUT FILIAL-MASTER.
           IF FS-FILMST-OK
               READ FILIAL-MASTER
                   AT END SET FIM-FILMST TO TRUE
               END-READ
               PERFORM 1100-GUARDAR-FILIAL UNTIL FIM-FILMST
               CLOSE FILIAL-MASTER
           ELSE
               DISPLAY 'FILIAL-MASTER INDISPONIVEL - FS: '
                       WRK-FS-FILMST
                       ' - TODAS AS VENDAS VAO PARA A PARTICAO 1'
               MOVE 'FILMST'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-FILMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-FILIAL.
           IF WRK-QTD-FILIAIS < 50
               ADD 1 TO WRK-QTD-FILIAIS
               MOVE FL-CODIGO TO WRK-TAB-PAR-FILIAL (WRK-QTD-FILIAIS)
               IF FL-PARTICAO-VALIDA
                   MOVE FL-PARTICAO
                       TO WRK-TAB-PAR-NUMERO (WRK-QTD-FILIAIS)
               ELSE
                   MOVE 1 TO WRK-TAB-PAR-NUMERO (WRK-QTD-FILIAIS)
               END-IF
           ELSE
               DISPLAY 'FILIAL-MASTER EXCEDE A CAPACIDADE DA '
                       'TABELA - FILIAL ' FL-CODIGO ' IGNORADA'
           END-IF.
           READ FILIAL-MASTER
               AT END SET FIM-FILMST TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-DISTRIBUIR-VENDA - GRAVA A VENDA NO ARQUIVO DA SUA      *
      *                         FILIAL E SOMA NO CONTROLE DA         *
       2000-DISTRIBUIR-VENDA.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE 1 TO WRK-PARTICAO.
           PERFORM 2100-PROCURAR-PARTICAO.
           EVALUATE WRK-PARTICAO
               WHEN 1
                   MOVE ST-REGISTRO TO P1-REGISTRO
           EXIT.

       2100-PROCURAR-PARTICAO.
           MOVE 'N' TO WRK-FILIAL-ACHADA.
           IF WRK-QTD-FILIAIS > ZEROS
               SET WRK-PAR-IDX TO 1
               SEARCH WRK-TAB-PAR-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-PAR-FILIAL (WRK-PAR-IDX) = ST-FILIAL
                       SET FILIAL-ACHADA TO TRUE
                       MOVE WRK-TAB-PAR-NUMERO (WRK-PAR-IDX)
                           TO WRK-PARTICAO
               END-SEARCH
           END-IF.
           IF NOT FILIAL-ACHADA
               ADD 1 TO WRK-QTD-FORA-CADASTRO
               DISPLAY 'FILIAL ' ST-FILIAL ' FORA DO FILIAL-MASTER - '
                       'VENDA ENVIADA PARA A PARTICAO 1'
               MOVE 'FILMST'  TO EL-ARQUIVO
               MOVE 'ROTEAR'  TO EL-OPERACAO
               MOVE '23'      TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       2100-EXIT.
           EXIT.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS DISTRIBUIDAS:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-FORA-CADASTRO TO WRK-CONTROLEFN.
           DISPLAY 'FILIAL FORA DO CADASTRO: ' WRK-CONTROLEFN.
           PERFORM 9710-MOSTRAR-PARTICAO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5.
                   ' VENDAS'.
       9710-EXIT.
           EXIT.

      ****************************************************************
      * 9900-GRAVAR-ERRO - GRAVA UMA LINHA NO ERROR-LOG COM O        *
      *                    PROGRAMA, O ARQUIVO, A OPERACAO E O FILE  *
      *                    STATUS QUE VIERAM RUINS (EL-ARQUIVO/      *
      *                    EL-OPERACAO/EL-STATUS JA MONTADOS PELO    *
      *                    CHAMADOR).                                *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGSALSPL' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
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
           MOVE 'PROGSALSPL' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDAS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LIDAS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
