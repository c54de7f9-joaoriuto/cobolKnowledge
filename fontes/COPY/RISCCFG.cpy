      ***************************************************************
      * RISCCFG - LAYOUT DO REGISTRO DO RISCO-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PESOS E LIMITES DO ALERTA DE RISCO DE EVASAO
      *           (PROGRISCO), MANTIDOS PELA COORDENACAO. CADA FATOR
      *           QUE DISPARA SOMA O SEU PESO AOS PONTOS DO ALUNO:
      *           FREQUENCIA DO TERMO ABAIXO DO LIMITE, QUEDA DA
      *           FREQUENCIA DESDE A APURACAO ANTERIOR, MEDIA PARCIAL
      *           DE ALGUMA DISCIPLINA ABAIXO DO LIMITE, MENSALIDADES
      *           VENCIDAS EM ABERTO E PROBATION. O ALUNO COM PONTOS
      *           A PARTIR DO LIMITE DE RISCO SAI NO RELATORIO. SEM O
      *           ARQUIVO, VALEM OS PADROES DO PROGRAMA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  RK-REGISTRO.
           05  RK-PESO-FREQUENCIA   PICTURE 9(03).
           05  RK-LIMITE-FREQUENCIA PICTURE 9(03).
           05  RK-PESO-QUEDA        PICTURE 9(03).
           05  RK-LIMITE-QUEDA      PICTURE 9(03).
           05  RK-PESO-NOTA         PICTURE 9(03).
           05  RK-LIMITE-NOTA       PICTURE 9(02)V9.
           05  RK-PESO-MENSALIDADE  PICTURE 9(03).
           05  RK-LIMITE-MENSALIDADE PICTURE 9(02).
           05  RK-PESO-PROBATION    PICTURE 9(03).
           05  RK-LIMITE-RISCO      PICTURE 9(03).
