      ***************************************************************
      * NEGCFG - LAYOUT DO REGISTRO DO NEGATIVACAO-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DA NEGATIVACAO (PROGNEGAT) - DIAS
      *           CORRIDOS DE ATRASO, CONTADOS DO VENCIMENTO, QUE
      *           COBREM O AVISO PREVIO LEGAL AO CLIENTE ANTES DA
      *           INCLUSAO NO BIRO, E O NOME DO CREDOR QUE VAI NO
      *           CABECALHO DA REMESSA. SEM O ARQUIVO, VALEM OS
      *           PADROES DO PROGRAMA (70 DIAS).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  ACRESCENTA O PRAZO, EM DIAS, ENTRE O AVISO
      *                PREVIO DE NEGATIVACAO (CARTA DE NIVEL 3 DO
      *                PROGRECCAR) E A INCLUSAO NO BIRO (PADRAO 10); O
      *                MESMO PRAZO SAI IMPRESSO NA CARTA.
      ***************************************************************
       01  NF-REGISTRO.
           05  NF-DIAS-ATRASO       PICTURE 9(03).
           05  NF-CREDOR            PICTURE X(40).
           05  NF-DIAS-PRAZO-AVISO  PICTURE 9(03).
