      ***************************************************************
      * ACOCFG - LAYOUT DO REGISTRO DO ACORDOS-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DOS ACORDOS DE RENEGOCIACAO DO CONTAS
      *           A RECEBER (PROGRECACO) - QUANTOS DIAS CORRIDOS DE
      *           ATRASO EM UMA PARCELA DO ACORDO O FAZEM SAIR COMO
      *           QUEBRADO NO RELATORIO DA COBRANCA, E O NUMERO
      *           MAXIMO DE PARCELAS NOVAS. SEM O ARQUIVO, VALEM OS
      *           PADROES DO PROGRAMA (15 DIAS E 24 PARCELAS).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  AF-REGISTRO.
           05  AF-DIAS-QUEBRA       PICTURE 9(03).
           05  AF-MAX-PARCELAS      PICTURE 9(02).
