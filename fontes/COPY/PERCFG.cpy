      ***************************************************************
      * PERCFG - LAYOUT DO REGISTRO DO PERDAS-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETRO DA BAIXA MENSAL DE PERDAS DO CONTAS A
      *           RECEBER (PROGRECPRD) - QUANTOS DIAS CORRIDOS DE
      *           ATRASO UMA PARCELA ABERTA PRECISA TER PARA SER
      *           BAIXADA COMO PERDA. SEM O ARQUIVO, VALE O PADRAO
      *           DO PROGRAMA (365 DIAS).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  PF-REGISTRO.
           05  PF-DIAS-CORTE        PICTURE 9(04).
