      * 2026-09-02 JR  GANHA A MESA SOLICITANTE DA CONVERSAO (NO
      *                CONSOLE INTERATIVO, 'CONSOLE'), PARA O
      *                PROGMESBIL FATURAR O USO MENSAL POR MESA.
      * 2026-10-15 JR  GANHA A COTACAO MEDIA DO DIA AO LADO DA
      *                COTACAO APLICADA E O LADO DA OPERACAO (C - A
      *                CASA COMPROU CH-MOEDA, V - A CASA VENDEU), PARA
      *                O PROGSPREAD APURAR O QUE O SPREAD RENDEU. PERNA
      *                GRAVADA ANTES DISSO TEM O LADO EM BRANCO.
      * 2026-10-15 JR  GANHA O IOF RETIDO NA CONVERSAO E O TIPO DE
      *                OPERACAO DO IOFTAB QUE DEU A ALIQUOTA (O IOF
      *                FICA NA PRIMEIRA PERNA; CH-VALOR-FINAL JA VEM
      *                LIQUIDO DO IMPOSTO). LIDOS PELO PROGIOF.
      ***************************************************************
       01  CH-REGISTRO.
           05  CH-DATA              PICTURE 9(08).
           05  CH-COTACAO           PICTURE 9(06)V9999.
           05  CH-VALOR-FINAL       PICTURE 9(08)V9999.
           05  CH-SOLICITANTE       PICTURE X(08).
           05  CH-COTACAO-MEDIA     PICTURE 9(06)V9999.
           05  CH-OPERACAO          PICTURE X(01).
               88  CH-CASA-COMPROU      VALUE 'C'.
               88  CH-CASA-VENDEU       VALUE 'V'.
           05  CH-TIPO-IOF          PICTURE X(02).
           05  CH-VALOR-IOF         PICTURE 9(08)V99.
