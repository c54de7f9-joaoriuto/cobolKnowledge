      ***************************************************************
      * PERFDESC - LAYOUT DO REGISTRO DO DESCONTO MAXIMO POR PERFIL
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: DESCONTO MAXIMO SOBRE O PRECO DE LISTA (PRECOTAB)
      *           QUE CADA PERFIL DE VENDEDOR (VD-PERFIL DO VENDMST)
      *           PODE DAR SEM APROVACAO DO GERENTE. A LINHA COM O
      *           PERFIL EM BRANCO E O PADRAO PARA O VENDEDOR SEM
      *           PERFIL OU COM PERFIL FORA DA TABELA; SEM ELA, O
      *           PADRAO E ZERO (QUALQUER DESCONTO VAI PARA A FILA).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  DM-REGISTRO.
           05  DM-PERFIL            PICTURE X(02).
           05  DM-DESCONTO-MAX      PICTURE 9(03)V99.
