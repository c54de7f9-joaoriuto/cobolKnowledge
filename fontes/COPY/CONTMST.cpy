      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MESTRE DE CONTAS DO EXTRATO (CODIGO E NOME),
      *           MANTIDO PELA CONTABILIDADE E LIDO PELO PROGCOB06L
      *           PARA NOMEAR O EXTRATO DE CADA CONTA. A NATUREZA E A
      *           LINHA DO DEMONSTRATIVO (DEMLINHA) CLASSIFICAM A
      *           CONTA NA DRE E NO BALANCO DO PROGDEMFIN.
      * HISTORICO DE ALTERACOES
      * 2026-08-22 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  NATUREZA DA CONTA (ATIVO, PASSIVO, PATRIMONIO
      *                LIQUIDO, RECEITA, DESPESA) E LINHA DO
      *                DEMONSTRATIVO, PARA A DRE E O BALANCO.
      ***************************************************************
       01  CC-REGISTRO.
           05  CC-CONTA             PICTURE X(05).
           05  CC-NOME              PICTURE X(30).
           05  CC-NATUREZA          PICTURE X(01).
               88  CC-ATIVO             VALUE 'A'.
               88  CC-PASSIVO           VALUE 'P'.
               88  CC-PATRIMONIO        VALUE 'L'.
               88  CC-RECEITA           VALUE 'R'.
               88  CC-DESPESA           VALUE 'D'.
               88  CC-NATUREZA-VALIDA   VALUES 'A' 'P' 'L' 'R' 'D'.
           05  CC-LINHA-DEM         PICTURE 9(02).
