      *                NAO INFORMADO), COM OS MESMOS DIGITOS
      *                VERIFICADORES (MODULO 11) DO PROGCPF, GRAVADO
      *                NO VISITOR-LOG PARA O CRUZAMENTO DO PROGVISXR.
      * 2026-10-15 JR  PEDE O TIPO DE SERVICO E EMITE A FICHA DA FILA
      *                DO BALCAO (PROGFICHA, SEM OPERADOR) DEPOIS DO
      *                REGISTRO DO VISITANTE, ACOMPANHANDO O PROGCOB02.
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             AULA21.
       77  WRK-DV1          PICTURE 9(01) VALUE ZEROS.
       77  WRK-DV2          PICTURE 9(01) VALUE ZEROS.
       77  WRK-IDX          PICTURE 9(02) VALUE ZEROS.
       77  WRK-SERVICO      PICTURE X(01) VALUE SPACES.
           88 SERVICO-VALIDO       VALUE 'C' 'M' 'F' 'I'.
       77  WRK-FICHA        PICTURE 9(04) VALUE ZEROS.
       77  WRK-SEM-OPERADOR PICTURE X(08) VALUE SPACES.
       PROCEDURE               DIVISION.
       MAIN-PROCEDURE.
      ********* ENTRADA DE DADOS
           END-IF.

            PERFORM 1500-CAPTURAR-CPF.
            PERFORM 1700-LER-SERVICO UNTIL SERVICO-VALIDO.
            DISPLAY "MUITO PRAZER, " NOME "!"
            DISPLAY "SEJA BEM-VINDO!"
            PERFORM 2000-GRAVAR-VISITANTE.
            PERFORM 2100-EMITIR-FICHA.
            STOP RUN.

      ****************************************************************
       1620-EXIT.
           EXIT.

      ****************************************************************
      * 1700-LER-SERVICO - TIPO DE SERVICO DA FICHA DA FILA, REPEDIDO*
      *                    ENQUANTO INVALIDO.                        *
      ****************************************************************
       1700-LER-SERVICO.
           DISPLAY "SERVICO (C-CADASTRO M-MATRICULA F-FINANCEIRO "
                   "I-INFORMACAO): " WITH NO ADVANCING.
           ACCEPT WRK-SERVICO FROM CONSOLE.
           IF NOT SERVICO-VALIDO
               DISPLAY "SERVICO INVALIDO"
           END-IF.
       1700-EXIT.
           EXIT.

      ****************************************************************
      * 1000-LER-NOME - PEDE O NOME DO VISITANTE E REPETE O PEDIDO SE *
      *                 NADA FOR DIGITADO.                            *
           CLOSE VISITOR-LOG.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-EMITIR-FICHA - FICHA DA FILA DO BALCAO (PROGFICHA); SEM *
      *                     FICHA, O VISITANTE E AVISADO E O CHECK-IN*
      *                     CONTINUA VALENDO.                        *
      ****************************************************************
       2100-EMITIR-FICHA.
           CALL "PROGFICHA" USING WRK-SERVICO
                                  WRK-SEM-OPERADOR
                                  WRK-FICHA.
           IF WRK-FICHA = ZEROS
               DISPLAY "FICHA NAO EMITIDA - PROCURE O BALCAO"
           ELSE
               DISPLAY "SUA FICHA: " WRK-SERVICO WRK-FICHA
                       " - AGUARDE SER CHAMADO"
           END-IF.
       2100-EXIT.
           EXIT.
       END PROGRAM             AULA21.
