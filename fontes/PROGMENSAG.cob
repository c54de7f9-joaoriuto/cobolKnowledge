      *           CONTAS A RECEBER.                                  *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  A LINHA DO INADIMPLENTE PASSA A SAIR          *
      *                ENDERECADA AO RESPONSAVEL FINANCEIRO          *
      *                (AL-CPF-RESPONSAVEL), COM NOME E TELEFONE DO  *
      *                CADASTRO-CLIENTE PARA A COBRANCA.             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT AGING-REPORT   ASSIGN TO "MENSAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAGRPT.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  MENSALIDADE.
           COPY ALUNMST.
       FD  AGING-REPORT.
       01  AG-LINHA                 PICTURE X(100).
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
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
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-CPF-RESPONSAVEL      PIC 9(11) VALUE ZEROS.
       77  WRK-NOME-RESPONSAVEL     PIC X(40) VALUE SPACES.
       77  WRK-FONE-RESPONSAVEL     PIC X(15) VALUE SPACES.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-IDX                  PIC 9(03) COMP-3 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-ALUNMST-ABERTO
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           END-IF.
           MOVE SPACES TO AG-LINHA.
           STRING 'AGING DAS MENSALIDADES EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO AG-LINHA
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           CLOSE AGING-REPORT.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-MENSAL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.

       4100-IMPRIMIR-INADIMPLENTE.
           MOVE SPACES TO WRK-NOME-ALUNO.
           MOVE ZEROS  TO WRK-CPF-RESPONSAVEL.
           IF ALUNMST-ABERTO
               MOVE WRK-TAB-INA-MATRICULA (WRK-IDX) TO AL-MATRICULA
               READ ALUNO-MASTER
                       MOVE 'ALUNO SEM CADASTRO' TO WRK-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE AL-NOME TO WRK-NOME-ALUNO
                       MOVE AL-CPF-RESPONSAVEL
                           TO WRK-CPF-RESPONSAVEL
               END-READ
           END-IF.
           PERFORM 4200-LOCALIZAR-RESPONSAVEL.
           MOVE WRK-TAB-INA-VENCIDO (WRK-IDX) TO WRK-VALORFN.
           MOVE WRK-TAB-INA-ATRASO (WRK-IDX)  TO WRK-DIASFN.
           MOVE SPACES TO AG-LINHA.
               DELIMITED BY SIZE INTO AG-LINHA
           END-STRING.
           WRITE AG-LINHA.
           MOVE SPACES TO AG-LINHA.
           STRING '          A/C RESPONSAVEL ' WRK-CPF-RESPONSAVEL
                  ' ' WRK-NOME-RESPONSAVEL
                  ' FONE ' WRK-FONE-RESPONSAVEL
               DELIMITED BY SIZE INTO AG-LINHA
           END-STRING.
           WRITE AG-LINHA.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4200-LOCALIZAR-RESPONSAVEL - NOME E TELEFONE DO RESPONSAVEL  *
      *                              FINANCEIRO NO CADASTRO-CLIENTE. *
      ****************************************************************
       4200-LOCALIZAR-RESPONSAVEL.
           MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-NOME-RESPONSAVEL.
           MOVE SPACES TO WRK-FONE-RESPONSAVEL.
           IF CADCLI-ABERTO
              AND WRK-CPF-RESPONSAVEL NOT = ZEROS
               MOVE WRK-CPF-RESPONSAVEL TO CLI-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME     TO WRK-NOME-RESPONSAVEL
                       MOVE CLI-TELEFONE TO WRK-FONE-RESPONSAVEL
               END-READ
           END-IF.
       4200-EXIT.
           EXIT.

      ****************************************************************
      * 9900-GRAVAR-ERRO - GRAVA UMA LINHA NO ERROR-LOG COM O        *
      *                    PROGRAMA, O ARQUIVO, A OPERACAO E O FILE  *
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
           MOVE 'PROGMENSAG' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ITENS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ABERTAS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
