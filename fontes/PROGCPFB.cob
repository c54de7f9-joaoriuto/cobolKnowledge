      *                PRE-PASSAGEM: CONTAGEM ERRADA RECUSA O ARQUIVO
      *                INTEIRO, COM AVISO NO CONSOLE. ARQUIVO SEM
      *                CABECALHO SEGUE COMO SEMPRE (LEGADO).
      * 2026-10-15 JR  LINHA DO CPF-INPUT COM 14 DIGITOS E CNPJ DE
      *                CLIENTE PESSOA JURIDICA: CONFERIDO PELOS DIGITOS
      *                VERIFICADORES DO CNPJ (MODULO 11 DA RECEITA) E
      *                RELATADO COMO 'CNPJ' NO CPF-REPORT. A LINHA DE
      *                SAIDA E LIMPA ANTES DE CADA REGISTRO.
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL (0
      *                OK, 4 AVISO, 8 REJEICAO ACIMA DA TOLERANCIA, 12
      *                FALHA DE ARQUIVO OU DE TOTAL DE CONTROLE),
      *                GRAVADO TAMBEM NO RUN-LOG.
      ***************************************

       ENVIRONMENT DIVISION.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77 WRK-FS-CPFIN    PICTURE X(02) VALUE ZEROS.
           88 FS-CPFIN-OK            VALUE '00'.
           88 FS-CPFIN-FIM           VALUE '10'.
               10 WRK-CPF-DIG PICTURE 9 OCCURS 11 TIMES.

       77 WRK-CPF-MASK    PICTURE ZZZ.ZZZ.ZZ9/99.

       01 WRK-CNPJ-GRUPO.
           05 WRK-CNPJ       PICTURE 9(14) VALUE ZEROS.
           05 WRK-CNPJ-DIGITOS REDEFINES WRK-CNPJ.
               10 WRK-CNPJ-DIG PICTURE 9 OCCURS 14 TIMES.
       77 WRK-CNPJ-MASK   PICTURE 99.999.999/9999/99.
       77 WRK-CNPJ-VALIDO PICTURE X(01) VALUE 'N'.
           88 CNPJ-OK                VALUE 'S'.
           88 CNPJ-NAO-OK            VALUE 'N'.
       77 WRK-LINHA-SAIDA PICTURE X(40) VALUE SPACES.

       77 WRK-CPF-VALIDO  PICTURE X(01) VALUE 'N'.
                   OR CPF-IN-REGISTRO (1:3) = 'TRL')
               GO TO 2000-LER-PROXIMO
           END-IF.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           IF CPF-IN-REGISTRO (12:3) IS NUMERIC
               PERFORM 2100-PROCESSAR-CNPJ
               GO TO 2000-CHECKPOINT
           END-IF.
           MOVE CPF-IN-REGISTRO (1:11) TO WRK-CPF.
           PERFORM 3000-VALIDAR-CPF.
           MOVE WRK-CPF TO WRK-CPF-MASK.
           MOVE WRK-LINHA-SAIDA TO CPF-OUT-LINHA.
           WRITE CPF-OUT-LINHA.

       2000-CHECKPOINT.
           IF FUNCTION MOD (WRK-CONTADOR-LIDOS, 50) = 0
               PERFORM 1200-GRAVAR-CHECKPOINT
           END-IF.
               ADD 1 TO WRK-CONTADOR-LIDOS
           END-IF.

      *****************************************************************
      * 2100-PROCESSAR-CNPJ
      * LINHA COM 14 DIGITOS: CONFERE O CNPJ E GRAVA O RESULTADO,
      * CONTADO NOS MESMOS TOTAIS DE VALIDOS E INVALIDOS.
      *****************************************************************
       2100-PROCESSAR-CNPJ.
           MOVE CPF-IN-REGISTRO (1:14) TO WRK-CNPJ.
           PERFORM 3300-VALIDAR-CNPJ.
           MOVE WRK-CNPJ TO WRK-CNPJ-MASK.
           IF CNPJ-OK
               STRING 'CNPJ ' WRK-CNPJ-MASK ' - VALIDO'
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               ADD 1 TO WRK-QTD-VALIDOS
           ELSE
               STRING 'CNPJ ' WRK-CNPJ-MASK ' - INVALIDO'
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               ADD 1 TO WRK-QTD-INVALIDOS
           END-IF.
           MOVE WRK-LINHA-SAIDA TO CPF-OUT-LINHA.
           WRITE CPF-OUT-LINHA.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 0500-CONFERIR-CONTROLES
      * PRE-PASSAGEM DE CONFERENCIA DO CPF-INPUT: ARQUIVO QUE CHEGA
               (WRK-CPF-DIG (WRK-IDX) * WRK-PESO).
           SUBTRACT 1 FROM WRK-PESO.

      *****************************************************************
      * 3300-VALIDAR-CNPJ
      * CALCULA OS DOIS DIGITOS VERIFICADORES DO CNPJ (MODULO 11, PESOS
      * DE 2 A 9 DA DIREITA PARA A ESQUERDA) E COMPARA COM OS DIGITOS
      * 13 E 14 DO NUMERO LIDO.
      *****************************************************************
       3300-VALIDAR-CNPJ.
           MOVE 'N' TO WRK-CNPJ-VALIDO.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 5     TO WRK-PESO.
           PERFORM 3400-SOMAR-DV-CNPJ
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12.
           COMPUTE WRK-RESTO = FUNCTION MOD (WRK-SOMA 11).
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 6     TO WRK-PESO.
           PERFORM 3400-SOMAR-DV-CNPJ
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 13.
           COMPUTE WRK-RESTO = FUNCTION MOD (WRK-SOMA 11).
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV2
           ELSE
               COMPUTE WRK-DV2 = 11 - WRK-RESTO
           END-IF.

           IF WRK-DV1 = WRK-CNPJ-DIG (13) AND
              WRK-DV2 = WRK-CNPJ-DIG (14)
               MOVE 'S' TO WRK-CNPJ-VALIDO
           END-IF.

       3400-SOMAR-DV-CNPJ.
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CNPJ-DIG (WRK-IDX) * WRK-PESO).
           IF WRK-PESO = 2
               MOVE 9 TO WRK-PESO
           ELSE
               SUBTRACT 1 FROM WRK-PESO
           END-IF.

      *****************************************************************
      * 4000-GRAVAR-CHECKPOINT-FINAL
      * O CPF-INPUT FOI TOTALMENTE PROCESSADO - ZERA O CHECKPOINT PARA
           CLOSE CPF-INPUT.
           CLOSE CPF-REPORT.

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
           MOVE WRK-QTD-VALIDOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-INVALIDOS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
