      ***************************************************************
      * ENCCFG - LAYOUT DO REGISTRO DO ENCARGOS-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DOS ENCARGOS DE ATRASO DO CONTAS A
      *           RECEBER - PERCENTUAL DA MULTA (UMA VEZ POR PARCELA
      *           VENCIDA) E PERCENTUAL DE JUROS DE MORA POR DIA UTIL
      *           DE ATRASO (DO CALDIA). SEM O ARQUIVO, VALEM OS
      *           PADROES DO PROGRAMA (MULTA 2% E JUROS 0,0333% AO
      *           DIA).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  EC-REGISTRO.
           05  EC-PCT-MULTA         PICTURE 9(02)V99.
           05  EC-PCT-JUROS-DIA     PICTURE 9(01)V9(04).
