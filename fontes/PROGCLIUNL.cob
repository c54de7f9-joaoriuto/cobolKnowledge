      *                VAZIO POREM ESTRUTURALMENTE VALIDO (HDR+TRL    *
      *                ZERO), QUE O PROGCLIREL RECARREGARIA COM       *
      *                SUCESSO APAGANDO O CADASTRO INTEIRO.           *
      * 2026-10-15 JR  CABECALHO PASSA A LEVAR TAMBEM A HORA DO      *
      *                BACKUP, MARCO A PARTIR DO QUAL O PROGCLIFWD   *
      *                REAPLICA AS ALTERACOES DO CLIENTE-MAINT-HIST. *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
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
       FD  CADASTRO-CLIENTE.
       01  BK-REGISTRO              PICTURE X(171).
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
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-CLIBKP            PIC X(02) VALUE SPACES.
           05  WRK-CTL-TIPO         PIC X(03).
           05  WRK-CTL-NUMERO       PIC 9(08).
           05  WRK-CTL-TEXTO        PIC X(160).
           05  WRK-CTL-CABECALHO    REDEFINES WRK-CTL-TEXTO.
               10  WRK-CTL-DESCRICAO PIC X(40).
               10  WRK-CTL-HORA     PIC 9(08).
               10  FILLER           PIC X(112).
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-COPIAR-CLIENTE UNTIL FIM-ARQUIVO.
           PERFORM 3000-GRAVAR-TRAILER.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-ABRIR-ARQUIVOS - ABRE O MESTRE E O BACKUP, GRAVA O      *
      *                       CABECALHO DATADO (DATA E HORA) E LE O  *
      *                       PRIMEIRO CLIENTE.                      *
      ****************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  CADASTRO-CLIENTE
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 12 TO RETURN-CODE
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ARQUIVO TO TRUE
           ELSE
               MOVE 'HDR'         TO WRK-CTL-TIPO
               MOVE WRK-DATA-HOJE TO WRK-CTL-NUMERO
               MOVE SPACES        TO WRK-CTL-TEXTO
               MOVE 'BACKUP DO CADASTRO-CLIENTE' TO WRK-CTL-DESCRICAO
               ACCEPT WRK-CTL-HORA FROM TIME
               MOVE WRK-REG-CONTROLE TO BK-REGISTRO
               WRITE BK-REGISTRO
               READ CADASTRO-CLIENTE
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
           MOVE 'PROGCLIUNL' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-COPIADOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-COPIADOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
