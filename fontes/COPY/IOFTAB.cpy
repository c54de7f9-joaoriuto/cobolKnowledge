      ***************************************************************
      * IOFTAB - LAYOUT DO REGISTRO DA TABELA DE ALIQUOTAS DE IOF
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ALIQUOTA DO IOF-CAMBIO POR TIPO DE OPERACAO, COM A
      *           DATA A PARTIR DA QUAL VALE (UMA LINHA POR MUDANCA DE
      *           ALIQUOTA; VALE A DE MAIOR VIGENCIA ATE O DIA DA
      *           CONVERSAO). LIDA PELO AULA22/AULA22B PARA RETER O
      *           IMPOSTO E PELO PROGIOF PARA O RELATORIO DO DARF.
      *           TIPOS EM USO: CP - A CASA COMPRA A MOEDA DO CLIENTE
      *           (CONVERSAO PARA REAL); TR - TRIANGULACAO ENTRE DUAS
      *           MOEDAS PELO REAL.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  IO-REGISTRO.
           05  IO-TIPO-OPERACAO     PICTURE X(02).
           05  IO-VIGENCIA          PICTURE 9(08).
           05  IO-ALIQUOTA-PCT      PICTURE 9(02)V9999.
           05  IO-DESCRICAO         PICTURE X(30).
