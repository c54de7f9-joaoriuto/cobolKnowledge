      *           SALES-TRANS ANTES DO PROGVENDAS.
      * HISTORICO DE ALTERACOES
      * 2026-08-22 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  GANHA O PERFIL DO VENDEDOR (VD-PERFIL), QUE
      *                DECIDE NO PERFDESC O DESCONTO MAXIMO SOBRE O
      *                PRECO DE LISTA SEM APROVACAO DO GERENTE.
      * 2026-10-15 JR  ACRESCENTA A MATRICULA DO VENDEDOR NA FOLHA DE
      *                PAGAMENTO (VD-ID-FOLHA), USADA PELO PROGCOMIS
      *                NA INTERFACE DE COMISSOES COM A FOLHA.
      ***************************************************************
       01  VD-REGISTRO.
           05  VD-CODIGO            PICTURE X(05).
           05  VD-SITUACAO          PICTURE X(01).
               88  VENDEDOR-ATIVO       VALUE 'A'.
               88  VENDEDOR-INATIVO     VALUE 'I'.
           05  VD-PERFIL            PICTURE X(02).
           05  VD-ID-FOLHA          PICTURE X(10).
