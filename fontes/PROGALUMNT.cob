      *                NA ENTRADA - FIM DA COLISAO E DA TRANSPOSICAO
      *                QUE SO APARECIA QUANDO DUAS NOTAS SE
      *                MISTURAVAM.
      * 2026-10-15 JR  TODO ALUNO PASSA A TER UM RESPONSAVEL
      *                FINANCEIRO (AL-CPF-RESPONSAVEL), QUE PRECISA
      *                EXISTIR NO CADASTRO-CLIENTE: EXIGIDO NA
      *                INCLUSAO E TROCAVEL NA ALTERACAO (ZERO MANTEM
      *                O ATUAL). CPF FORA DO CADASTRO RECUSA A
      *                OPERACAO.
      * 2026-10-15 JR  A INATIVACAO PASSA A PEDIR A DATA E O MOTIVO
      *                DO DESLIGAMENTO E GRAVA O DESLIGAMENTO
      *                PENDENTE NO DESLIG, PARA O PROGMENCAN CANCELAR
      *                AS MENSALIDADES FUTURAS E COBRAR O MES FINAL
      *                PROPORCIONAL. MATRICULA JA INATIVA NAO E
      *                INATIVADA DE NOVO.
      ***************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRCTL.

           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.

           SELECT DESLIGAMENTO ASSIGN TO "DESLIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESLIG.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
       FD  MATRICULA-CONTROLE.
       01  MC-PROXIMO-NUMERO        PICTURE 9(07).

       FD  CADASTRO-CLIENTE.
           COPY CLICAD.

       FD  DESLIGAMENTO.
           COPY DESLIG.

       FD  ERROR-LOG.
           COPY ERRLOG.

       77 WRK-PESO         PICTURE 9(02) VALUE ZEROS.
       77 WRK-RESTO        PICTURE 9(02) VALUE ZEROS.
       77 WRK-IDX          PICTURE 9(02) VALUE ZEROS.
      * RESPONSAVEL FINANCEIRO, CONFERIDO NO CADASTRO-CLIENTE.
       77 WRK-FS-CADCLI    PICTURE X(02) VALUE ZEROS.
           88 FS-CADCLI-OK           VALUE '00'.
       77 WRK-CADCLI-ABERTO PICTURE X(01) VALUE 'N'.
           88 CADCLI-ABERTO          VALUE 'S'.
       77 WRK-CPF-RESPONSAVEL PICTURE 9(11) VALUE ZEROS.
       77 WRK-RESPONSAVEL-OK PICTURE X(01) VALUE 'N'.
           88 RESPONSAVEL-ACEITO     VALUE 'S'.
      * DESLIGAMENTO INFORMADO NA INATIVACAO.
       77 WRK-FS-DESLIG    PICTURE X(02) VALUE ZEROS.
           88 FS-DESLIG-OK           VALUE '00'.
           88 FS-DESLIG-NAO-EXISTE   VALUE '35'.
       01 WRK-DATA-DESLIG.
           05 WRK-DESLIG-ANO PICTURE 9(04).
           05 WRK-DESLIG-MES PICTURE 9(02).
           05 WRK-DESLIG-DIA PICTURE 9(02).
       77 WRK-MOTIVO-DESLIG PICTURE X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF FS-ALUNMST-OK
               CLOSE ALUNO-MASTER
           END-IF.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

               PERFORM 9900-GRAVAR-ERRO
               SET FIM-SESSAO TO TRUE
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           ELSE
               DISPLAY 'CADASTRO-CLIENTE INDISPONIVEL - FS: '
                       WRK-FS-CADCLI
               MOVE 'CADCLI'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1000-EXIT.
           EXIT.

               THRU 2100-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM 2200-ALTERAR-ALUNO
               THRU 2200-EXIT
               WHEN OPCAO-INATIVAR
                   PERFORM 2300-MUDAR-SITUACAO
               WHEN OPCAO-REATIVAR
           EXIT.

       2100-INCLUIR-ALUNO.
           MOVE ZEROS TO AL-CPF-RESPONSAVEL.
           PERFORM 2800-ACEITAR-RESPONSAVEL
               THRU 2800-EXIT.
           IF NOT RESPONSAVEL-ACEITO
               DISPLAY 'SEM RESPONSAVEL FINANCEIRO - INCLUSAO ABORTADA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2700-ATRIBUIR-MATRICULA
               THRU 2700-EXIT.
           IF NOT FS-MATRCTL-OK
           DISPLAY 'CURSO:     ' WITH NO ADVANCING.
           ACCEPT AL-CURSO FROM CONSOLE.
           MOVE 'A' TO AL-SITUACAO.
           MOVE WRK-CPF-RESPONSAVEL TO AL-CPF-RESPONSAVEL.
           WRITE AL-REGISTRO
               INVALID KEY
                   DISPLAY 'MATRICULA JA CADASTRADA'

       2200-ALTERAR-ALUNO.
           PERFORM 2400-LOCALIZAR-ALUNO.
           IF NOT ALUNO-LOCALIZADO
               GO TO 2200-EXIT
           END-IF.
           DISPLAY 'NOME ATUAL: ' AL-NOME.
           DISPLAY 'NOVO NOME:  ' WITH NO ADVANCING.
           ACCEPT AL-NOME FROM CONSOLE.
           DISPLAY 'NOVO CURSO: ' WITH NO ADVANCING.
           ACCEPT AL-CURSO FROM CONSOLE.
           PERFORM 2800-ACEITAR-RESPONSAVEL
               THRU 2800-EXIT.
           IF NOT RESPONSAVEL-ACEITO
               DISPLAY 'RESPONSAVEL RECUSADO - ALTERACAO ABORTADA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-CPF-RESPONSAVEL TO AL-CPF-RESPONSAVEL.
           PERFORM 2500-REGRAVAR-ALUNO.
       2200-EXIT.
           EXIT.

           PERFORM 2400-LOCALIZAR-ALUNO.
           IF ALUNO-LOCALIZADO
               IF OPCAO-INATIVAR
                   PERFORM 2900-INFORMAR-DESLIGAMENTO
                       THRU 2900-EXIT
               ELSE
                   MOVE 'A' TO AL-SITUACAO
                   PERFORM 2500-REGRAVAR-ALUNO
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2800-ACEITAR-RESPONSAVEL
      * PEDE O CPF DO RESPONSAVEL FINANCEIRO E CONFERE NO
      * CADASTRO-CLIENTE. NA ALTERACAO, ZERO MANTEM O RESPONSAVEL
      * ATUAL (AL-CPF-RESPONSAVEL). CPF FORA DO CADASTRO, CLIENTE
      * INATIVO OU CADASTRO INDISPONIVEL RECUSAM A OPERACAO.
      *****************************************************************
       2800-ACEITAR-RESPONSAVEL.
           MOVE 'N' TO WRK-RESPONSAVEL-OK.
           IF AL-CPF-RESPONSAVEL NOT = ZEROS
               DISPLAY 'RESPONSAVEL ATUAL: ' AL-CPF-RESPONSAVEL
           END-IF.
           DISPLAY 'CPF DO RESPONSAVEL FINANCEIRO: '
               WITH NO ADVANCING.
           ACCEPT WRK-CPF-RESPONSAVEL FROM CONSOLE.
           IF WRK-CPF-RESPONSAVEL = ZEROS
               MOVE AL-CPF-RESPONSAVEL TO WRK-CPF-RESPONSAVEL
           END-IF.
           IF WRK-CPF-RESPONSAVEL = ZEROS
               DISPLAY 'CPF DO RESPONSAVEL E OBRIGATORIO'
               GO TO 2800-EXIT
           END-IF.
           IF NOT CADCLI-ABERTO
               DISPLAY 'CADASTRO-CLIENTE INDISPONIVEL'
               GO TO 2800-EXIT
           END-IF.
           MOVE WRK-CPF-RESPONSAVEL TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   DISPLAY 'CPF NAO CADASTRADO NO CADASTRO-CLIENTE'
                   GO TO 2800-EXIT
           END-READ.
           IF CLIENTE-INATIVO
               DISPLAY 'RESPONSAVEL INATIVO NO CADASTRO-CLIENTE'
               GO TO 2800-EXIT
           END-IF.
           DISPLAY 'RESPONSAVEL: ' CLI-NOME.
           MOVE 'S' TO WRK-RESPONSAVEL-OK.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 2900-INFORMAR-DESLIGAMENTO
      * PEDE A DATA (EM BRANCO = HOJE; NAO PODE SER FUTURA) E O MOTIVO
      * DO DESLIGAMENTO, INATIVA A MATRICULA E GRAVA O DESLIGAMENTO
      * PENDENTE NO DESLIG PARA O LOTE DE CANCELAMENTO (PROGMENCAN).
      *****************************************************************
       2900-INFORMAR-DESLIGAMENTO.
           IF ALUNO-INATIVO
               DISPLAY 'MATRICULA JA INATIVA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2900-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD, BRANCO = HOJE): '
               WITH NO ADVANCING.
           MOVE SPACES TO WRK-DATA-DESLIG.
           ACCEPT WRK-DATA-DESLIG FROM CONSOLE.
           IF WRK-DATA-DESLIG = SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-DESLIG
           END-IF.
           IF WRK-DATA-DESLIG NOT NUMERIC
              OR WRK-DESLIG-MES < 1 OR WRK-DESLIG-MES > 12
              OR WRK-DESLIG-DIA < 1 OR WRK-DESLIG-DIA > 31
               DISPLAY 'DATA INVALIDA - INATIVACAO ABORTADA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2900-EXIT
           END-IF.
           IF WRK-DATA-DESLIG > WRK-DATA-HOJE
               DISPLAY 'DATA FUTURA - INATIVACAO ABORTADA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2900-EXIT
           END-IF.
           DISPLAY 'MOTIVO (DE-DESISTENCIA FI-FINANCEIRO MU-MUDANCA'.
           DISPLAY '        TR-TRANSFERENCIA SA-SAUDE OU-OUTROS): '
               WITH NO ADVANCING.
           ACCEPT WRK-MOTIVO-DESLIG FROM CONSOLE.
           MOVE WRK-MOTIVO-DESLIG TO DE-MOTIVO.
           IF NOT DE-MOTIVO-VALIDO
               DISPLAY 'MOTIVO INVALIDO - INATIVACAO ABORTADA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2900-EXIT
           END-IF.
           OPEN EXTEND DESLIGAMENTO.
           IF FS-DESLIG-NAO-EXISTE
               OPEN OUTPUT DESLIGAMENTO
           END-IF.
           IF NOT FS-DESLIG-OK
               DISPLAY 'DESLIG INDISPONIVEL - INATIVACAO ABORTADA'
               MOVE 'DESLIG'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-DESLIG TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2900-EXIT
           END-IF.
           MOVE 'I' TO AL-SITUACAO.
           PERFORM 2500-REGRAVAR-ALUNO.
           IF NOT FS-ALUNMST-OK
               CLOSE DESLIGAMENTO
               GO TO 2900-EXIT
           END-IF.
           MOVE AL-MATRICULA     TO DE-MATRICULA.
           MOVE WRK-DATA-DESLIG  TO DE-DATA-DESLIGAMENTO.
           MOVE WRK-MOTIVO-DESLIG TO DE-MOTIVO.
           MOVE AL-CURSO         TO DE-CURSO.
           MOVE WRK-OPERADOR-ID  TO DE-OPERADOR.
           MOVE WRK-DATA-HOJE    TO DE-DATA-REGISTRO.
           MOVE 'P'              TO DE-SITUACAO.
           MOVE ZEROS            TO DE-DATA-PROCESSAMENTO
                                    DE-VALOR-PROPORCIONAL
                                    DE-VALOR-CANCELADO
                                    DE-VALOR-REEMBOLSO.
           WRITE DE-REGISTRO.
           CLOSE DESLIGAMENTO.
           DISPLAY 'DESLIGAMENTO REGISTRADO - CANCELAMENTO NO LOTE '
                   'NOTURNO'.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
      *****************************************************************
