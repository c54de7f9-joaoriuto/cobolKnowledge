      ***************************************************************
      * AMLCASO - LAYOUT DO REGISTRO DO AML-CASO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: CASO DE OPERACAO DE CAMBIO SUSPEITA ABERTO PELO
      *           PROGAML (CONVERSAO DO AULA22/AULA22B OU VENDA EM
      *           MOEDA ESTRANGEIRA): OPERACAO UNICA A PARTIR DO
      *           LIMITE ('L') OU FRACIONAMENTO LOGO ABAIXO DELE ('F'),
      *           COM A CHAVE (CPF/CNPJ DO CLIENTE OU A MESA
      *           SOLICITANTE), QUANTIDADE E VALOR EM REAL ENVOLVIDOS
      *           E A SITUACAO DA ANALISE DO COMPLIANCE, QUE CHEGA
      *           PELO AMLDEC. O CASO ENCERRADO FICA NO ARQUIVO COMO
      *           REGISTRO DA DECISAO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  AM-REGISTRO.
           05  AM-NUMERO            PICTURE 9(06).
           05  AM-DATA-ABERTURA     PICTURE 9(08).
           05  AM-TIPO              PICTURE X(01).
               88  CASO-LIMITE          VALUE 'L'.
               88  CASO-FRACIONAMENTO   VALUE 'F'.
           05  AM-ORIGEM            PICTURE X(01).
               88  ORIGEM-CONVERSAO     VALUE 'C'.
               88  ORIGEM-VENDA         VALUE 'V'.
           05  AM-CHAVE             PICTURE X(14).
           05  AM-MOEDA             PICTURE X(03).
           05  AM-QTD-OPERACOES     PICTURE 9(03).
           05  AM-VALOR-TOTAL       PICTURE 9(11)V99.
           05  AM-SITUACAO          PICTURE X(01).
               88  CASO-ABERTO          VALUE 'A'.
               88  CASO-EM-ANALISE      VALUE 'E'.
               88  CASO-COMUNICADO      VALUE 'C'.
               88  CASO-DESCARTADO      VALUE 'D'.
               88  CASO-PENDENTE        VALUES 'A' 'E'.
               88  SITUACAO-VALIDA      VALUES 'A' 'E' 'C' 'D'.
           05  AM-DATA-SITUACAO     PICTURE 9(08).
           05  AM-ANALISTA          PICTURE X(08).
