      *           (PROGCOB07B/PROGCOB08B) PARA RECUSAR MATRICULA
      *           DESCONHECIDA OU INATIVA E USAR O NOME OFICIAL EM
      *           VEZ DO DIGITADO NO SG-NOME.
      *           AL-CPF-RESPONSAVEL LIGA O ALUNO AO RESPONSAVEL
      *           FINANCEIRO NO CADASTRO-CLIENTE (CLICAD).
      * HISTORICO DE ALTERACOES
      * 2026-08-22 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  INCLUIDO AL-CPF-RESPONSAVEL (RESPONSAVEL
      *                FINANCEIRO, CPF DO CADASTRO-CLIENTE).
      ***************************************************************
       01  AL-REGISTRO.
           05  AL-MATRICULA         PICTURE X(08).
           05  AL-SITUACAO          PICTURE X(01).
               88  ALUNO-ATIVO          VALUE 'A'.
               88  ALUNO-INATIVO        VALUE 'I'.
           05  AL-CPF-RESPONSAVEL   PICTURE 9(11).
