      ***************************************************************
      * PONTCFG - LAYOUT DO REGISTRO DO PONTOS-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DO PROGRAMA DE FIDELIDADE (PROGPONTOS E
      *           PROGVENDAS) - PONTOS GANHOS POR REAL DE COMPRA EM
      *           CADA TIER DO CLIENTE (CLI-TIER, DO PROGCLISEG), O
      *           PRAZO EM MESES ATE O PONTO EXPIRAR E O VALOR EM
      *           REAL DE CADA PONTO RESGATADO COMO DESCONTO. SEM O
      *           ARQUIVO, VALEM OS PADROES DO PROGRAMA (3/2/1/1
      *           PONTOS POR REAL, 12 MESES, R$ 0,01 POR PONTO).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  PF-REGISTRO.
           05  PF-PONTOS-TIER-A     PICTURE 9(02)V99.
           05  PF-PONTOS-TIER-B     PICTURE 9(02)V99.
           05  PF-PONTOS-TIER-C     PICTURE 9(02)V99.
           05  PF-PONTOS-SEM-TIER   PICTURE 9(02)V99.
           05  PF-MESES-VALIDADE    PICTURE 9(03).
           05  PF-VALOR-PONTO       PICTURE 9(01)V9999.
