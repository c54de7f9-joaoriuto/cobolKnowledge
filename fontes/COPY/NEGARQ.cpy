      ***************************************************************
      * NEGARQ - LAYOUT DO REGISTRO DO NEGATIVACAO-REMESSA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: REMESSA DIARIA AO BIRO DE PROTECAO AO CREDITO,
      *           GERADA PELO PROGNEGAT: INCLUSOES (CPF, NOME E
      *           ENDERECO DO CADASTRO-CLIENTE, VALOR DA DIVIDA E
      *           VENCIMENTO MAIS ANTIGO) E EXCLUSOES DOS CPF QUE
      *           QUITARAM. O PRIMEIRO REGISTRO E UM 'HDR' (NA-DATA =
      *           DATA DA REMESSA) E O ULTIMO UM 'TRL' (NA-DATA =
      *           QUANTIDADE DE DETALHES, MAIS AS QUANTIDADES POR
      *           TIPO E O VALOR TOTAL), PARA O BIRO RECUSAR A
      *           REMESSA TRUNCADA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  NA-REGISTRO.
           05  NA-TIPO              PICTURE X(03).
               88  NA-INCLUSAO          VALUE 'INC'.
               88  NA-EXCLUSAO          VALUE 'EXC'.
               88  NA-CABECALHO         VALUE 'HDR'.
               88  NA-TRAILER           VALUE 'TRL'.
           05  NA-DATA              PICTURE 9(08).
           05  NA-DETALHE           PICTURE X(150).
           05  NA-DADOS-CPF         REDEFINES NA-DETALHE.
               10  NA-CPF               PICTURE 9(11).
               10  NA-NOME              PICTURE X(40).
               10  NA-LOGRADOURO        PICTURE X(40).
               10  NA-CIDADE            PICTURE X(20).
               10  NA-ESTADO            PICTURE X(02).
               10  NA-CEP               PICTURE 9(08).
               10  NA-VALOR             PICTURE 9(10)V99.
               10  NA-DATA-VENCTO       PICTURE 9(08).
               10  FILLER               PICTURE X(09).
           05  NA-DADOS-CABECALHO   REDEFINES NA-DETALHE.
               10  NA-CREDOR            PICTURE X(40).
               10  FILLER               PICTURE X(110).
           05  NA-DADOS-TRAILER     REDEFINES NA-DETALHE.
               10  NA-QTD-INCLUSOES     PICTURE 9(08).
               10  NA-QTD-EXCLUSOES     PICTURE 9(08).
               10  NA-VALOR-TOTAL       PICTURE 9(12)V99.
               10  FILLER               PICTURE X(120).
