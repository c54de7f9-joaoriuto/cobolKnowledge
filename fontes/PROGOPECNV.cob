       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGOPECNV.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CONVERSAO UNICA DO OPERADOR-MASTER ANTIGO (OPERANT,*
      *           SEQUENCIAL, COM A SENHA EM CLARO) PARA O NOVO      *
      *           OPERMST INDEXADO POR OP-ID: A SENHA VIRA O RESUMO  *
      *           DO PROGSENHA E NAO E GRAVADA EM LUGAR NENHUM; TODO *
      *           OPERADOR SAI LIBERADO, SEM FALHAS E COM TROCA DE   *
      *           SENHA OBRIGATORIA NO PRIMEIRO SIGN-ON (A SENHA     *
      *           ANTIGA JA ESTEVE EXPOSTA NO ARQUIVO). ID EM BRANCO *
      *           OU REPETIDO, PERFIL INVALIDO E SENHA EM BRANCO SAO *
      *           RECUSADOS E LISTADOS NO CONSOLE, PARA O            *
      *           ADMINISTRADOR INCLUIR DEPOIS PELO PROGOPEMNT.      *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-ANTIGO ASSIGN TO "OPERANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPERANT.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.
           SELECT ERROR-LOG     ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
      * LAYOUT ANTIGO DO OPERADOR-MASTER, SO PARA ESTA CONVERSAO.
       FD  OPERADOR-ANTIGO.
       01  OT-REGISTRO.
           05  OT-ID                PICTURE X(08).
           05  OT-NOME              PICTURE X(30).
           05  OT-SENHA             PICTURE X(08).
           05  OT-PERFIL            PICTURE X(03).
       FD  OPERADOR-MASTER.
           COPY OPERMST.
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
       77  WRK-FS-OPERANT           PIC X(02) VALUE SPACES.
           88  FS-OPERANT-OK            VALUE '00'.
       77  WRK-FS-OPERMST           PIC X(02) VALUE SPACES.
           88  FS-OPERMST-OK            VALUE '00'.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-OPERANT          PIC X(01) VALUE 'N'.
           88  FIM-OPERANT              VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO               PIC X(20) VALUE SPACES.
       77  WRK-QTD-LIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(06) VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           IF WRK-RL-STATUS = 'OK'
               READ OPERADOR-ANTIGO
                   AT END SET FIM-OPERANT TO TRUE
               END-READ
               PERFORM 2000-CONVERTER-OPERADOR THRU 2000-EXIT
                   UNTIL FIM-OPERANT
               CLOSE OPERADOR-ANTIGO
                     OPERADOR-MASTER
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-ABRIR-ARQUIVOS - O OPERANT E O MESTRE ANTIGO RENOMEADO; *
      *                       O OPERMST E O CLUSTER NOVO, VAZIO.     *
      ****************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT OPERADOR-ANTIGO.
           IF NOT FS-OPERANT-OK
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'OPERANT INDISPONIVEL - FS: ' WRK-FS-OPERANT
               MOVE 'OPERANT' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-OPERANT TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT OPERADOR-MASTER.
           IF NOT FS-OPERMST-OK
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'OPERMST INDISPONIVEL - FS: ' WRK-FS-OPERMST
               MOVE 'OPERMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-OPERMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               CLOSE OPERADOR-ANTIGO
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CONVERTER-OPERADOR - CONFERE O OPERADOR ANTIGO E GRAVA  *
      *                           O REGISTRO NOVO COM O RESUMO DA    *
      *                           SENHA E A TROCA OBRIGATORIA.       *
      ****************************************************************
       2000-CONVERTER-OPERADOR.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN OT-ID = SPACES
                   MOVE 'ID EM BRANCO'    TO WRK-MOTIVO
               WHEN OT-SENHA = SPACES
                   MOVE 'SENHA EM BRANCO' TO WRK-MOTIVO
               WHEN OT-PERFIL NOT = 'CAD' AND NOT = 'SEC'
                    AND NOT = 'OPS' AND NOT = 'CTB' AND NOT = 'SEG'
                   MOVE 'PERFIL INVALIDO' TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 2100-RECUSAR-OPERADOR
               GO TO 2000-LER
           END-IF.

           MOVE SPACES        TO OP-REGISTRO.
           MOVE OT-ID         TO OP-ID.
           MOVE OT-NOME       TO OP-NOME.
           MOVE OT-PERFIL     TO OP-PERFIL.
           CALL 'PROGSENHA' USING OT-ID
                                  OT-SENHA
                                  OP-SENHA-HASH.
           MOVE WRK-DATA-HOJE TO OP-DATA-SENHA.
           MOVE 'S'           TO OP-TROCA-SENHA.
           MOVE ZEROS         TO OP-QTD-FALHAS
                                 OP-DATA-BLOQUEIO.
           MOVE 'A'           TO OP-SITUACAO.
           WRITE OP-REGISTRO
               INVALID KEY
                   MOVE 'ID REPETIDO' TO WRK-MOTIVO
                   PERFORM 2100-RECUSAR-OPERADOR
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE.
       2000-LER.
           MOVE SPACES TO OT-SENHA.
           READ OPERADOR-ANTIGO
               AT END SET FIM-OPERANT TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-RECUSAR-OPERADOR.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'OPERADOR ' OT-ID ' NAO CONVERTIDO - ' WRK-MOTIVO.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'OPERADORES LIDOS:       ' WRK-QTD-LIDOS.
           DISPLAY 'OPERADORES CONVERTIDOS: ' WRK-QTD-GRAVADOS.
           DISPLAY 'OPERADORES RECUSADOS:   ' WRK-QTD-REJEITADOS.
           IF WRK-QTD-LIDOS NOT = WRK-QTD-GRAVADOS + WRK-QTD-REJEITADOS
               MOVE 'DIVERGE' TO WRK-RL-STATUS
               DISPLAY 'TOTAIS DE CONTROLE NAO BATEM'
           END-IF.
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
      *                     0 - OK.                                  *
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
           MOVE 'PROGOPECNV'     TO RG-PROGRAMA.
           MOVE WRK-RL-DATA      TO RG-DATA.
           MOVE WRK-RL-HORA-INI  TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS      TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS   TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITADOS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGOPECNV' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
