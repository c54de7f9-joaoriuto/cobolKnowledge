      ***************************************************************
      * BOLARQ - LAYOUT DO REGISTRO DA COBRANCA-REMESSA/RETORNO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: TROCA DE ARQUIVOS COM O BANCO DA COBRANCA. A
      *           REMESSA (BOLREM, GERADA PELO PROGBOLREM) LEVA UM
      *           'REG' POR BOLETO A REGISTRAR, COM NOSSO NUMERO,
      *           VENCIMENTO, VALOR E PAGADOR; O RETORNO (BOLRET, LIDO
      *           PELO PROGBOLRET) TRAZ UM 'RET' POR OCORRENCIA DO
      *           BOLETO: '02' ENTRADA CONFIRMADA, '03' ENTRADA
      *           REJEITADA (COM O MOTIVO) E '06' LIQUIDACAO (COM A
      *           DATA E O VALOR PAGO). CABECALHO COM O CONVENIO E O
      *           NUMERO DA REMESSA E TRAILER COM A QUANTIDADE DE
      *           DETALHES NO CAMPO DA DATA, COMO NO RFARQ.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  BA-REGISTRO.
           05  BA-TIPO              PICTURE X(03).
               88  BA-REMESSA           VALUE 'REG'.
               88  BA-RETORNO           VALUE 'RET'.
               88  BA-CABECALHO         VALUE 'HDR'.
               88  BA-TRAILER           VALUE 'TRL'.
           05  BA-DATA              PICTURE 9(08).
           05  BA-DETALHE           PICTURE X(150).
           05  BA-DADOS-REMESSA     REDEFINES BA-DETALHE.
               10  BA-NOSSO-NUMERO      PICTURE 9(10).
               10  BA-DATA-VENCTO       PICTURE 9(08).
               10  BA-VALOR             PICTURE 9(08)V99.
               10  BA-CPF-PAGADOR       PICTURE 9(11).
               10  BA-NOME-PAGADOR      PICTURE X(40).
               10  BA-LOGRADOURO        PICTURE X(40).
               10  BA-CIDADE            PICTURE X(20).
               10  BA-ESTADO            PICTURE X(02).
               10  BA-CEP               PICTURE 9(08).
               10  FILLER               PICTURE X(01).
           05  BA-DADOS-RETORNO     REDEFINES BA-DETALHE.
               10  BA-RET-NOSSO-NUMERO  PICTURE 9(10).
               10  BA-OCORRENCIA        PICTURE X(02).
                   88  BA-ENTRADA-CONFIRMADA VALUE '02'.
                   88  BA-ENTRADA-REJEITADA  VALUE '03'.
                   88  BA-LIQUIDACAO         VALUE '06'.
               10  BA-MOTIVO            PICTURE X(02).
               10  BA-DATA-PAGAMENTO    PICTURE 9(08).
               10  BA-VALOR-PAGO        PICTURE 9(08)V99.
               10  FILLER               PICTURE X(118).
           05  BA-DADOS-CABECALHO   REDEFINES BA-DETALHE.
               10  BA-CONVENIO          PICTURE X(10).
               10  BA-BENEFICIARIO      PICTURE X(40).
               10  BA-NUM-REMESSA       PICTURE 9(06).
               10  FILLER               PICTURE X(94).
           05  BA-DADOS-TRAILER     REDEFINES BA-DETALHE.
               10  BA-VALOR-TOTAL       PICTURE 9(12)V99.
               10  FILLER               PICTURE X(136).
