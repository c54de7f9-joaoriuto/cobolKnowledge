      ***************************************************************
      * FILMST - LAYOUT DO REGISTRO DO FILIAL-MASTER
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: CADASTRO DAS FILIAIS (CHAVE CODIGO): NOME, CIDADE,
      *           ESTADO, PARTICAO DO NOTURNO PARTICIONADO (1 A 5),
      *           SITUACAO E DATAS DE ABERTURA E FECHAMENTO. MANTIDO
      *           PELO PROGFILMNT; SUBSTITUI AS TABELAS FIXAS DE
      *           FILIAIS - O PROGCONSOL SO CONSOLIDA E O PROGPREVND
      *           SO ACEITA VENDA DE FILIAL CADASTRADA E EM OPERACAO,
      *           O PROGSALSPL ROTEIA A VENDA PELA PARTICAO DA
      *           FILIAL E OS RELATORIOS (PROGFILRPT, PROGDEPCON,
      *           PROGNUMGAP) IMPRIMEM O NOME DA FILIAL.
      *           A FILIAL ESTA EM OPERACAO NA DATA D QUANDO ABRIU ATE
      *           D E, SE FECHADA, FECHOU EM D OU DEPOIS (O ULTIMO DIA
      *           DE MOVIMENTO AINDA ENTRA NO LOTE).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  FL-REGISTRO.
           05  FL-CODIGO            PICTURE X(03).
           05  FL-NOME              PICTURE X(30).
           05  FL-CIDADE            PICTURE X(20).
           05  FL-ESTADO            PICTURE X(02).
           05  FL-PARTICAO          PICTURE 9(01).
               88  FL-PARTICAO-VALIDA   VALUE 1 THRU 5.
           05  FL-SITUACAO          PICTURE X(01).
               88  FL-ABERTA            VALUE 'A'.
               88  FL-FECHADA           VALUE 'F'.
           05  FL-DATA-ABERTURA     PICTURE 9(08).
           05  FL-DATA-FECHAMENTO   PICTURE 9(08).
