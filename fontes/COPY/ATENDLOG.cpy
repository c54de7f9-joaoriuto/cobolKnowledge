      ***************************************************************
      * ATENDLOG - LAYOUT DO REGISTRO DO ATENDIMENTO-LOG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: EVENTOS DA FILA DE ATENDIMENTO DO BALCAO, POR FICHA
      *           (NUMERADA A PARTIR DE 0001 A CADA DIA): EMISSAO NO
      *           CHECK-IN DO PROGCOB02/AULA21 (PROGFICHA), INICIO E
      *           FIM DO ATENDIMENTO E DESISTENCIA (CHAMADA SEM
      *           COMPARECIMENTO), REGISTRADOS PELO OPERADOR DO
      *           BALCAO NO PROGATEND. SEM NOME NEM CPF - O VISITANTE
      *           CONTINUA SO NO VISITOR-LOG. LIDO PELO PROGATDRPT
      *           (NIVEL DE SERVICO DO DIA).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  AT-REGISTRO.
           05  AT-DATA              PICTURE 9(08).
           05  AT-FICHA             PICTURE 9(04).
           05  AT-EVENTO            PICTURE X(01).
               88  AT-EMISSAO               VALUE 'E'.
               88  AT-INICIO                VALUE 'I'.
               88  AT-FIM                   VALUE 'F'.
               88  AT-DESISTENCIA           VALUE 'A'.
           05  AT-SERVICO           PICTURE X(01).
               88  AT-SERV-CADASTRO         VALUE 'C'.
               88  AT-SERV-MATRICULA        VALUE 'M'.
               88  AT-SERV-FINANCEIRO       VALUE 'F'.
               88  AT-SERV-INFORMACAO       VALUE 'I'.
               88  AT-SERV-VALIDO           VALUE 'C' 'M' 'F' 'I'.
           05  AT-HORA              PICTURE 9(08).
           05  AT-OPERADOR          PICTURE X(08).
