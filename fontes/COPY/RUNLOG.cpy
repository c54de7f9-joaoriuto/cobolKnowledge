      *           APARECE COMO 'NAO RODOU'.
      * HISTORICO DE ALTERACOES
      * 2026-08-22 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  RG-RETURN-CODE - CODIGO DE RETORNO DEVOLVIDO AO
      *                JCL PELO PASSO (0, 4, 8 OU 12).
      ***************************************************************
       01  RG-REGISTRO.
           05  RG-PROGRAMA          PICTURE X(10).
           05  RG-QTD-GRAVADOS     PICTURE 9(08).
           05  RG-QTD-REJEITADOS    PICTURE 9(08).
           05  RG-STATUS            PICTURE X(10).
           05  RG-RETURN-CODE       PICTURE 9(02).
