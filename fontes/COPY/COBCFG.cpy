      ***************************************************************
      * COBCFG - LAYOUT DO REGISTRO DO COBRANCA-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DAS CARTAS DE COBRANCA (PROGRECCAR) -
      *           DIAS DE ATRASO, CONTADOS DO VENCIMENTO MAIS ANTIGO,
      *           PARA CADA NIVEL DE CARTA E O INTERVALO MINIMO EM
      *           DIAS ENTRE UMA CARTA E A DO NIVEL SEGUINTE. SEM O
      *           ARQUIVO, VALEM OS PADROES DO PROGRAMA (5, 30 E 60
      *           DIAS, INTERVALO DE 10).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  KF-REGISTRO.
           05  KF-DIAS-NIVEL-1      PICTURE 9(03).
           05  KF-DIAS-NIVEL-2      PICTURE 9(03).
           05  KF-DIAS-NIVEL-3      PICTURE 9(03).
           05  KF-DIAS-INTERVALO    PICTURE 9(03).
