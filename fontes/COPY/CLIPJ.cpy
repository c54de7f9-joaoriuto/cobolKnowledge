      ***************************************************************
      * CLIPJ - LAYOUT DO REGISTRO DO CADASTRO-PJ
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MESTRE DOS CLIENTES PESSOA JURIDICA (CHAVE CNPJ),
      *           AO LADO DO CADASTRO-CLIENTE DE PESSOA FISICA
      *           (CLICAD): RAZAO SOCIAL, NOME FANTASIA, INSCRICAO
      *           ESTADUAL ('ISENTO' QUANDO NAO CONTRIBUINTE),
      *           ENDERECO, SITUACAO E LIMITE DE CREDITO PROPRIO DA
      *           EMPRESA. GRAVADO PELO PROGCPF E CONFERIDO PELO
      *           PROGPREVND, PROGVENDAS E RECONCIL.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  CJ-REGISTRO.
           05  CJ-CNPJ              PICTURE 9(14).
           05  CJ-RAZAO-SOCIAL      PICTURE X(60).
           05  CJ-NOME-FANTASIA     PICTURE X(40).
           05  CJ-INSCR-ESTADUAL    PICTURE X(14).
           05  CJ-ENDERECO.
               10  CJ-LOGRADOURO    PICTURE X(40).
               10  CJ-CIDADE        PICTURE X(20).
               10  CJ-ESTADO        PICTURE X(02).
               10  CJ-CEP           PICTURE 9(08).
           05  CJ-TELEFONE          PICTURE X(15).
           05  CJ-SITUACAO          PICTURE X(01).
               88  PJ-ATIVO             VALUE 'A'.
               88  PJ-INATIVO           VALUE 'I'.
           05  CJ-LIMITE-CREDITO    PICTURE 9(09)V99.
