      ***************************************************************
      * FLUXCFG - LAYOUT DO REGISTRO DO FLUXO-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DA PROJECAO DO FLUXO DE CAIXA (PROGFLUXO),
      *           MANTIDOS PELO FINANCEIRO: O SALDO MINIMO DE CAIXA
      *           ABAIXO DO QUAL O DIA SAI DESTACADO, A CONTA DE
      *           CAIXA DO LEDGER DE ONDE SAI O SALDO INICIAL E O DIA
      *           DO MES EM QUE A FOLHA PAGA AS COMISSOES DO COMISPAG
      *           (CAINDO EM DIA NAO UTIL, VAI PARA O PROXIMO DIA
      *           UTIL). SEM O ARQUIVO, VALEM OS PADROES DO PROGRAMA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  FX-REGISTRO.
           05  FX-SALDO-MINIMO      PICTURE 9(11)V99.
           05  FX-CONTA-CAIXA       PICTURE X(05).
           05  FX-DIA-COMISSAO      PICTURE 9(02).
