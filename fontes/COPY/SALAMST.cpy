      ***************************************************************
      * SALAMST - LAYOUT DO REGISTRO DO SALA-MASTER
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MESTRE DE SALAS DA ESCOLA (CODIGO, DESCRICAO,
      *           CAPACIDADE EM LUGARES E TIPO), MANTIDO PELA
      *           COORDENACAO E LIDO PELO PROGHORVAL PARA CONFERIR
      *           O HORARIO DO TERMO E IMPRIMIR A GRADE POR SALA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  SU-REGISTRO.
           05  SU-SALA              PICTURE X(05).
           05  SU-DESCRICAO         PICTURE X(30).
           05  SU-CAPACIDADE        PICTURE 9(03).
           05  SU-TIPO              PICTURE X(01).
               88  SALA-DE-AULA         VALUE 'A'.
               88  SALA-LABORATORIO     VALUE 'L'.
               88  SALA-AUDITORIO       VALUE 'U'.
