      ***************************************************************
      * ESCCFG - LAYOUT DO REGISTRO DO ESCOLA-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: IDENTIFICACAO DA ESCOLA NOS DOCUMENTOS EMITIDOS AOS
      *           ALUNOS E RESPONSAVEIS (PROGMENIR) - RAZAO SOCIAL,
      *           CNPJ, ENDERECO, CIDADE E O NOME E O CARGO DE QUEM
      *           ASSINA. SEM O ARQUIVO, VALEM OS PADROES DO PROGRAMA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  EC-REGISTRO.
           05  EC-RAZAO-SOCIAL      PICTURE X(40).
           05  EC-CNPJ              PICTURE 9(14).
           05  EC-ENDERECO          PICTURE X(40).
           05  EC-CIDADE            PICTURE X(30).
           05  EC-ASSINANTE         PICTURE X(30).
           05  EC-CARGO             PICTURE X(20).
