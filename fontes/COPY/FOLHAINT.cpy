      ***************************************************************
      * FOLHAINT - LAYOUT DO REGISTRO DA INTERFACE-FOLHA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: ARQUIVO DE PAGAMENTOS ENVIADO AO SISTEMA DE FOLHA
      *           DO RH (FOLHAPRF, GERADO PELO PROGPAGPRF COM AS
      *           HORAS-AULA DO MES). UM 'DET' POR PESSOA E EVENTO,
      *           COM A MATRICULA NA FOLHA, A REFERENCIA (HORAS) E
      *           OS VALORES BRUTO, DESCONTO E LIQUIDO. CABECALHO
      *           COM A ORIGEM E A COMPETENCIA E TRAILER COM A
      *           QUANTIDADE DE DETALHES NO CAMPO DA DATA, COMO NO
      *           BOLARQ.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  EVENTO DE COMISSAO ('COMI') PARA A INTERFACE
      *                DE COMISSOES DO PROGCOMIS (COMISFOL): BRUTO
      *                SOBRE AS VENDAS, DESCONTO DAS DEVOLUCOES E DO
      *                SALDO NEGATIVO ANTERIOR E O LIQUIDO A PAGAR;
      *                A REFERENCIA LEVA A TAXA DO VENDEDOR.
      ***************************************************************
       01  FI-REGISTRO.
           05  FI-TIPO              PICTURE X(03).
               88  FI-PAGAMENTO         VALUE 'DET'.
               88  FI-CABECALHO         VALUE 'HDR'.
               88  FI-TRAILER           VALUE 'TRL'.
           05  FI-DATA              PICTURE 9(08).
           05  FI-DETALHE           PICTURE X(80).
           05  FI-DADOS-CABECALHO   REDEFINES FI-DETALHE.
               10  FI-ORIGEM            PICTURE X(08).
               10  FI-COMPETENCIA       PICTURE 9(06).
               10  FILLER               PICTURE X(66).
           05  FI-DADOS-PAGAMENTO   REDEFINES FI-DETALHE.
               10  FI-ID-FOLHA          PICTURE X(10).
               10  FI-CODIGO            PICTURE X(05).
               10  FI-EVENTO            PICTURE X(04).
                   88  FI-HORA-AULA         VALUE 'HAUL'.
                   88  FI-COMISSAO          VALUE 'COMI'.
               10  FI-REFERENCIA        PICTURE 9(05)V99.
               10  FI-VALOR-BRUTO       PICTURE 9(10)V99.
               10  FI-VALOR-DESCONTO    PICTURE 9(10)V99.
               10  FI-VALOR-LIQUIDO     PICTURE 9(10)V99.
               10  FILLER               PICTURE X(18).
           05  FI-DADOS-TRAILER     REDEFINES FI-DETALHE.
               10  FI-VALOR-TOTAL       PICTURE 9(12)V99.
               10  FILLER               PICTURE X(66).
