      ***************************************************************
      * ORCCFG - LAYOUT DO REGISTRO DE PARAMETROS DO ORCAMENTO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DO ORCADO X REALIZADO (PROGORCREL),
      *           MANTIDOS PELA CONTROLADORIA: TOLERANCIA EM
      *           PERCENTUAL DA VARIACAO SOBRE O ORCADO (ACIMA DELA A
      *           CONTA E MARCADA) E QUANTOS DIGITOS INICIAIS DA
      *           CONTA FORMAM O GRUPO DO SUBTOTAL. SEM O ARQUIVO,
      *           VALEM OS PADROES DO PROGRAMA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  OC-REGISTRO.
           05  OC-TOLERANCIA-PCT    PICTURE 9(03)V99.
           05  OC-DIGITOS-GRUPO     PICTURE 9(01).
