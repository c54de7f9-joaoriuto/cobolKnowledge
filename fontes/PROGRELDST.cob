      *           ===PACOTE, PARA A TRANSMISSAO FATIAR POR DESTINO.  *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE).                                 *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           DISPLAY 'RELATORIOS INCLUIDOS..: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-FALTANTES TO WRK-CONTROLEFN.
           DISPLAY 'RELATORIOS FALTANTES..: ' WRK-CONTROLEFN.
           IF WRK-QTD-FALTANTES > ZEROS
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ****************************************************************
           ELSE
               DISPLAY 'LISTA DE DISTRIBUICAO INDISPONIVEL - FS: '
                       WRK-FS-DISTLIST
               MOVE 12 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
           ELSE
               DISPLAY 'ACERVO DE RELATORIOS INDISPONIVEL - FS: '
                       WRK-FS-RELARQ
               MOVE 12 TO RETURN-CODE
           END-IF.
       1500-EXIT.
           EXIT.
