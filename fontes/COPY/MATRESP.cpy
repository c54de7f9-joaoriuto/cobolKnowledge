      ***************************************************************
      * MATRESP - LAYOUT DO REGISTRO DA LISTA DE ESPERA DE TURMA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PEDIDO DE INSCRICAO ACEITO EM TUDO MENOS NA VAGA,
      *           GUARDADO PELO PROGMATPED NA ORDEM DE CHEGADA. A
      *           CADA EXECUCAO, A VAGA QUE SE ABRE NA TURMA (ALUNO
      *           RETIRADO DO MATRDISC OU DESLIGADO) E OFERECIDA AO
      *           PRIMEIRO DA FILA, QUE E INSCRITO NO MATRDISC E SAI
      *           DA LISTA. O PEDIDO QUE DEIXA DE PASSAR NAS OUTRAS
      *           CONFERENCIAS (TERMO FECHADO, ALUNO INATIVO, ATRASO)
      *           TAMBEM SAI, COM O MOTIVO NO RELATORIO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  O PROGREMCNF ACRESCENTA NO FIM DA FILA A
      *                REMATRICULA CONFIRMADA EM TURMA JA LOTADA.
      ***************************************************************
       01  ME-REGISTRO.
           05  ME-MATRICULA         PICTURE X(08).
           05  ME-TERMO             PICTURE X(06).
           05  ME-DISCIPLINA        PICTURE X(05).
           05  ME-TURMA             PICTURE X(03).
           05  ME-DATA-PEDIDO       PICTURE 9(08).
           05  ME-DATA-ENTRADA      PICTURE 9(08).
