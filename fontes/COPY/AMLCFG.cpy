      ***************************************************************
      * AMLCFG - LAYOUT DO REGISTRO DO AML-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DO MONITORAMENTO DE LAVAGEM DE DINHEIRO
      *           NO CAMBIO (PROGAML), MANTIDOS PELO COMPLIANCE: O
      *           LIMITE DE COMUNICACAO AO COAF EM REAL (OPERACAO
      *           UNICA A PARTIR DELE ABRE CASO), A FAIXA LOGO ABAIXO
      *           DO LIMITE EM PERCENTUAL, A JANELA EM DIAS E A
      *           QUANTIDADE MINIMA DE OPERACOES NA FAIXA, PELO MESMO
      *           CPF OU SOLICITANTE DENTRO DA JANELA, QUE CARACTERIZA
      *           O FRACIONAMENTO. SEM O ARQUIVO, VALEM OS PADROES DO
      *           PROGRAMA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  AQ-REGISTRO.
           05  AQ-LIMITE-COMUNICACAO PICTURE 9(09)V99.
           05  AQ-FAIXA-PCT         PICTURE 9(02).
           05  AQ-JANELA-DIAS       PICTURE 9(03).
           05  AQ-QTD-MINIMA        PICTURE 9(02).
