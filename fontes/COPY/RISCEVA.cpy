      ***************************************************************
      * RISCEVA - LAYOUT DO REGISTRO DO RISCO-EVASAO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ULTIMA APURACAO DO RISCO DE EVASAO DE CADA ALUNO
      *           ATIVO (PONTOS, FREQUENCIA E FATORES QUE DISPARARAM),
      *           REGRAVADA PELO PROGRISCO A CADA SEMANA. E A BASE DE
      *           COMPARACAO DA SEMANA SEGUINTE: QUEM PIOROU E QUANTO
      *           A FREQUENCIA CAIU.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  RE-REGISTRO.
           05  RE-MATRICULA         PICTURE X(08).
           05  RE-DATA-APURACAO     PICTURE 9(08).
           05  RE-PONTOS            PICTURE 9(03).
           05  RE-FREQUENCIA        PICTURE 9(03).
           05  RE-FATORES.
               10  RE-FATOR-FREQUENCIA  PICTURE X(01).
               10  RE-FATOR-QUEDA       PICTURE X(01).
               10  RE-FATOR-NOTA        PICTURE X(01).
               10  RE-FATOR-MENSALIDADE PICTURE X(01).
               10  RE-FATOR-PROBATION   PICTURE X(01).
