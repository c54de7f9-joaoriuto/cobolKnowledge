      ***************************************************************
      * DEMLINHA - LAYOUT DO REGISTRO DAS LINHAS DOS DEMONSTRATIVOS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: LINHAS DA DRE E DO BALANCO (CODIGO 01 A 99, NA
      *           ORDEM DE IMPRESSAO), MANTIDAS PELA CONTABILIDADE. A
      *           CONTA DO CONTMST APONTA PARA A SUA LINHA
      *           (CC-LINHA-DEM). NA DRE, A SECAO 1 SAO AS LINHAS QUE
      *           FORMAM O RESULTADO BRUTO (RECEITAS, DEDUCOES E
      *           CUSTOS) E A SECAO 2 AS DEMAIS, ATE O RESULTADO
      *           LIQUIDO; NO BALANCO A SECAO NAO E USADA (O LADO VEM
      *           DA NATUREZA DA CONTA).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  DN-REGISTRO.
           05  DN-LINHA             PICTURE 9(02).
           05  DN-DESCRICAO         PICTURE X(30).
           05  DN-SECAO             PICTURE X(01).
               88  DN-ANTES-BRUTO       VALUE '1'.
               88  DN-DEPOIS-BRUTO      VALUE '2'.
