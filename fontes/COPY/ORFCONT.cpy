      ***************************************************************
      * ORFCONT - LAYOUT DO REGISTRO DA CONTAGEM DE ORFAOS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: RESULTADO DA ULTIMA VARREDURA DE INTEGRIDADE
      *           REFERENCIAL DO PROGORFAO, UMA LINHA POR RELACAO
      *           (REFERENCIAS CONFERIDAS E QUANTAS APONTAM PARA O
      *           QUE NAO EXISTE). REGRAVADO A CADA SEMANA, E A BASE
      *           DA TENDENCIA DA VARREDURA SEGUINTE.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  OC-REGISTRO.
           05  OC-RELACAO           PICTURE 9(02).
           05  OC-DATA-VARREDURA    PICTURE 9(08).
           05  OC-QTD-REFERENCIAS   PICTURE 9(09).
           05  OC-QTD-ORFAOS        PICTURE 9(07).
           05  OC-VERIFICADA        PICTURE X(01).
               88  OC-RELACAO-VERIFICADA VALUE 'S'.
