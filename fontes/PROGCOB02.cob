      *                NAO INFORMADO), COM OS MESMOS DIGITOS
      *                VERIFICADORES (MODULO 11) DO PROGCPF, GRAVADO
      *                NO VISITOR-LOG PARA O CRUZAMENTO DO PROGVISXR.
      * 2026-10-15 JR  PEDE O TIPO DE SERVICO E EMITE A FICHA DA FILA
      *                DO BALCAO (PROGFICHA) DEPOIS DO REGISTRO DO
      *                VISITANTE, PARA O NIVEL DE SERVICO DO PROGATDRPT.
      ************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-DV1         PICTURE 9(01) VALUE ZEROS.
       77 WRK-DV2         PICTURE 9(01) VALUE ZEROS.
       77 WRK-IDX         PICTURE 9(02) VALUE ZEROS.
       77 WRK-SERVICO     PICTURE X(01) VALUE SPACES.
           88 SERVICO-VALIDO       VALUE 'C' 'M' 'F' 'I'.
       77 WRK-FICHA       PICTURE 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           ACCEPT WRK-NOME FROM CONSOLE.
           PERFORM 0200-CAPTURAR-CPF.
           PERFORM 0300-LER-SERVICO UNTIL SERVICO-VALIDO.
           DISPLAY
           'SEJA BEM VINDO: ' WRK-NOME
           END-DISPLAY.
           PERFORM 9000-GRAVAR-VISITANTE.
           PERFORM 9100-EMITIR-FICHA.
           STOP RUN.

      ****************************************************************
       0210-EXIT.
           EXIT.

      ****************************************************************
      * 0300-LER-SERVICO - TIPO DE SERVICO DA FICHA DA FILA, REPEDIDO*
      *                    ENQUANTO INVALIDO.                        *
      ****************************************************************
       0300-LER-SERVICO.
           DISPLAY 'SERVICO (C-CADASTRO M-MATRICULA F-FINANCEIRO '
                   'I-INFORMACAO): ' WITH NO ADVANCING.
           ACCEPT WRK-SERVICO FROM CONSOLE.
           IF NOT SERVICO-VALIDO
               DISPLAY 'SERVICO INVALIDO'
           END-IF.
       0300-EXIT.
           EXIT.

      ****************************************************************
      * 2000-VALIDAR-CPF - CALCULA OS DOIS DIGITOS VERIFICADORES     *
      *                    (MODULO 11) E COMPARA COM OS DIGITOS 10 E *
           CLOSE VISITOR-LOG.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9100-EMITIR-FICHA - FICHA DA FILA DO BALCAO (PROGFICHA); SEM *
      *                     FICHA, O VISITANTE E AVISADO E O CHECK-IN*
      *                     CONTINUA VALENDO.                        *
      ****************************************************************
       9100-EMITIR-FICHA.
           CALL 'PROGFICHA' USING WRK-SERVICO
                                  WRK-OPERADOR-ID
                                  WRK-FICHA.
           IF WRK-FICHA = ZEROS
               DISPLAY 'FICHA NAO EMITIDA - PROCURE O BALCAO'
           ELSE
               DISPLAY 'SUA FICHA: ' WRK-SERVICO WRK-FICHA
                       ' - AGUARDE SER CHAMADO'
           END-IF.
       9100-EXIT.
           EXIT.
