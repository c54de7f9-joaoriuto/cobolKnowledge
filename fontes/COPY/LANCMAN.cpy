      ***************************************************************
      * LANCMAN - LAYOUT DO REGISTRO DO LANCAMENTO-MANUAL
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: LANCAMENTO CONTABIL MANUAL (PROVISAO, CORRECAO,
      *           RECLASSIFICACAO), UM REGISTRO POR LINHA, DIGITADO
      *           NO PROGLANMAN POR UM OPERADOR DO PERFIL CTB (AUTOR)
      *           E APROVADO OU REJEITADO POR OUTRO OPERADOR CTB
      *           (APROVADOR). SO O APROVADO VAI PARA O LEDGER-TRANS,
      *           PELO PROGLANPST, QUE REGRAVA O ARQUIVO (LANCMANN)
      *           COM A SITUACAO, O APROVADOR E AS DATAS/HORAS. VALOR
      *           COMO NO LEDGER: DEBITO POSITIVO, CREDITO NEGATIVO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  JL-REGISTRO.
           05  JL-NUMERO            PICTURE 9(06).
           05  JL-LINHA             PICTURE 9(02).
           05  JL-DATA-CONTABIL     PICTURE 9(08).
           05  JL-HISTORICO         PICTURE X(20).
           05  JL-CONTA             PICTURE X(05).
           05  JL-VALOR             PICTURE S9(09)V99.
           05  JL-SITUACAO          PICTURE X(01).
               88  JL-PENDENTE          VALUE 'P'.
               88  JL-APROVADO          VALUE 'A'.
               88  JL-REJEITADO         VALUE 'R'.
           05  JL-AUTOR             PICTURE X(08).
           05  JL-DATA-INCLUSAO     PICTURE 9(08).
           05  JL-HORA-INCLUSAO     PICTURE 9(08).
           05  JL-APROVADOR         PICTURE X(08).
           05  JL-DATA-DECISAO      PICTURE 9(08).
           05  JL-HORA-DECISAO      PICTURE 9(08).
           05  JL-DATA-POSTAGEM     PICTURE 9(08).
           05  JL-MOTIVO            PICTURE X(30).
