      ***************************************************************
      * CPFRF - LAYOUT DO REGISTRO DO SITUACAO-RECEITA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: SITUACAO CADASTRAL DE CADA CPF DO CADASTRO-CLIENTE
      *           NA RECEITA FEDERAL (CHAVE CPF), COMO VOLTOU DO
      *           SERVICO DE CONSULTA: REGULAR, SUSPENSA, CANCELADA,
      *           TITULAR FALECIDO, NULA OU PENDENTE DE
      *           REGULARIZACAO, COM A DATA DA CONSULTA E A SITUACAO
      *           ANTERIOR. GRAVADO PELO PROGRFRET; O PROGRFENV GRAVA
      *           A DATA DO ULTIMO ENVIO E O PROGVENDAS CONFERE A
      *           VENDA A PRAZO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  RF-REGISTRO.
           05  RF-CPF               PICTURE 9(11).
           05  RF-SITUACAO          PICTURE X(01).
               88  RF-REGULAR           VALUE 'R'.
               88  RF-SUSPENSA          VALUE 'S'.
               88  RF-CANCELADA         VALUE 'C'.
               88  RF-FALECIDO          VALUE 'F'.
               88  RF-NULA              VALUE 'N'.
               88  RF-PENDENTE          VALUE 'P'.
               88  RF-NAO-CONSULTADO    VALUE ' '.
               88  RF-SITUACAO-VALIDA   VALUES 'R' 'S' 'C' 'F'
                                               'N' 'P'.
           05  RF-DATA-CONSULTA     PICTURE 9(08).
           05  RF-SITUACAO-ANTERIOR PICTURE X(01).
           05  RF-DATA-ANTERIOR     PICTURE 9(08).
           05  RF-DATA-ENVIO        PICTURE 9(08).
