      ***************************************************************
      * MENSHIST - LAYOUT DO REGISTRO DO MENSALIDADE-HISTORICO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MOVIMENTO FINANCEIRO DAS MENSALIDADES COM A DATA EM
      *           QUE ACONTECEU - UMA LINHA POR BAIXA DE PAGAMENTO
      *           (PROGMENSBX, DATA DO PAGAMENTO), POR REEMBOLSO DE
      *           DESLIGAMENTO (PROGMENCAN, DATA DA APURACAO) E POR
      *           DESCONTO DE BOLSA CONCEDIDO NA COBRANCA (PROGMENSAL
      *           E PROGMENCAN, DATA DA GERACAO). SO RECEBE
      *           ACRESCIMOS. LIDO PELO PROGMENIR (DECLARACAO ANUAL
      *           DE PAGAMENTOS PARA O IMPOSTO DE RENDA).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  MH-REGISTRO.
           05  MH-MATRICULA         PICTURE X(08).
           05  MH-ANO-MES           PICTURE 9(06).
           05  MH-DATA              PICTURE 9(08).
           05  MH-DATA-R            REDEFINES MH-DATA.
               10  MH-DATA-ANO          PICTURE 9(04).
               10  MH-DATA-MES-DIA      PICTURE 9(04).
           05  MH-TIPO              PICTURE X(01).
               88  MH-PAGAMENTO         VALUE 'P'.
               88  MH-REEMBOLSO         VALUE 'R'.
               88  MH-DESCONTO-BOLSA    VALUE 'D'.
           05  MH-VALOR             PICTURE 9(08)V99.
