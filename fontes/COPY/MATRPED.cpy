      ***************************************************************
      * MATRPED - LAYOUT DO REGISTRO DO PEDIDO DE MATRICULA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PEDIDO DO ALUNO PARA SE INSCREVER NUMA DISCIPLINA E
      *           TURMA DO TERMO, RECOLHIDO PELA SECRETARIA NO LUGAR
      *           DA CARGA DIRETA NO MATRDISC. O PROGMATPED CONFERE
      *           O PEDIDO E GRAVA A INSCRICAO ACEITA NO MATRDISC.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  MP-REGISTRO.
           05  MP-MATRICULA         PICTURE X(08).
           05  MP-TERMO             PICTURE X(06).
           05  MP-DISCIPLINA        PICTURE X(05).
           05  MP-TURMA             PICTURE X(03).
           05  MP-DATA-PEDIDO       PICTURE 9(08).
