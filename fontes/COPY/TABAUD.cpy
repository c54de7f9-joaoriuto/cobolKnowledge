      ***************************************************************
      * TABAUD - LAYOUT DO REGISTRO DA TABELA-AUDIT
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: TRILHA DE MANUTENCAO DAS TABELAS COMERCIAIS
      *           (VENDMST, PRODMST, COMRATE, METAVND, TAXRATE E
      *           HIERARQ), GRAVADA PELO PROGTABMNT COM O ARQUIVO, O
      *           OPERADOR E A IMAGEM ANTES/DEPOIS DE CADA INCLUSAO,
      *           ALTERACAO, INATIVACAO OU EXCLUSAO. NA INCLUSAO A
      *           IMAGEM ANTES VEM EM BRANCO; NA EXCLUSAO, A DEPOIS.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  TA-REGISTRO.
           05  TA-DATA              PICTURE 9(08).
           05  TA-HORA              PICTURE 9(08).
           05  TA-OPERADOR          PICTURE X(08).
           05  TA-ARQUIVO           PICTURE X(08).
           05  TA-TIPO              PICTURE X(10).
           05  TA-IMAGEM-ANTES      PICTURE X(60).
           05  TA-IMAGEM-DEPOIS     PICTURE X(60).
