      *           MANTIDO PELA OPERACAO E CONFERIDO NO SIGN-ON DO
      *           PROGMENU: O PERFIL DECIDE QUAIS OPCOES O OPERADOR
      *           ENXERGA (CAD = CADASTRO, SEC = SECRETARIA,
      *           OPS = OPERACAO VE TUDO, CTB = CONTABILIDADE).
      * HISTORICO DE ALTERACOES
      * 2026-08-22 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  PERFIL CTB (CONTABILIDADE), O UNICO QUE DIGITA
      *                E APROVA LANCAMENTO MANUAL NO PROGLANMAN.
      * 2026-10-15 JR  SENHA DEIXA DE FICAR EM CLARO: OP-SENHA DA
      *                LUGAR AO OP-SENHA-HASH (RESUMO DO PROGSENHA
      *                SOBRE ID + SENHA, SEM VOLTA). GANHA A DATA DA
      *                ULTIMA TROCA (VALIDADE), A TROCA OBRIGATORIA NO
      *                PROXIMO SIGN-ON, AS FALHAS SEGUIDAS E O
      *                BLOQUEIO, E O PERFIL SEG (ADMINISTRADOR DE
      *                SEGURANCA, QUE MANTEM O MESTRE NO PROGOPEMNT).
      *                O MESTRE PASSA A SER INDEXADO POR OP-ID.
      * 2026-10-15 JR  PERFIL COM (COMERCIAL), QUE MANTEM AS TABELAS
      *                COMERCIAIS (VENDEDOR, PRODUTO, COMISSAO, META,
      *                ALIQUOTA E HIERARQUIA) NO PROGTABMNT.
      ***************************************************************
       01  OP-REGISTRO.
           05  OP-ID                PICTURE X(08).
           05  OP-NOME              PICTURE X(30).
           05  OP-SENHA-HASH        PICTURE X(20).
           05  OP-PERFIL            PICTURE X(03).
               88  PERFIL-CADASTRO      VALUE 'CAD'.
               88  PERFIL-SECRETARIA    VALUE 'SEC'.
               88  PERFIL-OPERACAO      VALUE 'OPS'.
               88  PERFIL-CONTABIL      VALUE 'CTB'.
               88  PERFIL-SEGURANCA     VALUE 'SEG'.
               88  PERFIL-COMERCIAL     VALUE 'COM'.
               88  PERFIL-VALIDO        VALUES 'CAD' 'SEC' 'OPS'
                                               'CTB' 'SEG' 'COM'.
           05  OP-DATA-SENHA        PICTURE 9(08).
           05  OP-TROCA-SENHA       PICTURE X(01).
               88  OP-TROCA-OBRIGATORIA VALUE 'S'.
           05  OP-QTD-FALHAS        PICTURE 9(02).
           05  OP-SITUACAO          PICTURE X(01).
               88  OPERADOR-LIBERADO    VALUES 'A' ' '.
               88  OPERADOR-BLOQUEADO   VALUE 'B'.
           05  OP-DATA-BLOQUEIO     PICTURE 9(08).
