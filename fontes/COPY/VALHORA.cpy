      ***************************************************************
      * VALHORA - LAYOUT DO REGISTRO DO VALOR-HORA-AULA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: VALOR DA HORA-AULA POR CATEGORIA DE PROFESSOR
      *           (PF-CATEGORIA DO PROFMST), MANTIDO PELO RH E LIDO
      *           PELO PROGPAGPRF. CADA FAIXA DO HORARIO CONTA COMO
      *           UMA HORA-AULA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  HA-REGISTRO.
           05  HA-CATEGORIA         PICTURE X(01).
           05  HA-DESCRICAO         PICTURE X(20).
           05  HA-VALOR-HORA        PICTURE 9(04)V99.
