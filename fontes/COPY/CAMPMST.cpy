      ***************************************************************
      * CAMPMST - LAYOUT DO REGISTRO DO CAMPANHA-MASTER
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: CADASTRO DAS CAMPANHAS DE MARKETING DO COMERCIAL
      *           (CHAVE CODIGO): SEGMENTO ALVO (DORMENTES, UM TIER
      *           OU TODOS OS ATIVOS), CANAL, JANELA DE INICIO E FIM
      *           E PERCENTUAL DO GRUPO DE CONTROLE. MANTIDO PELO
      *           PROGCAMMNT; A LISTA (CAMPALVO) E GERADA PELO
      *           PROGCAMSEL E A RESPOSTA E APURADA E RELATADA PELO
      *           PROGCAMAPU NO LOTE NOTURNO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  CP-REGISTRO.
           05  CP-CODIGO            PICTURE X(06).
           05  CP-DESCRICAO         PICTURE X(40).
           05  CP-SEGMENTO          PICTURE X(01).
               88  CP-SEG-DORMENTES     VALUE 'D'.
               88  CP-SEG-TIER-A        VALUE 'A'.
               88  CP-SEG-TIER-B        VALUE 'B'.
               88  CP-SEG-TIER-C        VALUE 'C'.
               88  CP-SEG-TIER-NOVO     VALUE 'N'.
               88  CP-SEG-TODOS         VALUE 'T'.
               88  CP-SEGMENTO-VALIDO   VALUES 'D' 'A' 'B' 'C'
                                               'N' 'T'.
           05  CP-CANAL             PICTURE X(03).
               88  CP-CANAL-VALIDO      VALUES 'EML' 'SMS' 'TEL'
                                               'CAR'.
           05  CP-DATA-INICIO       PICTURE 9(08).
           05  CP-DATA-FIM          PICTURE 9(08).
           05  CP-PCT-CONTROLE      PICTURE 9(02).
           05  CP-SITUACAO          PICTURE X(01).
               88  CAMPANHA-PLANEJADA   VALUE 'P'.
               88  CAMPANHA-GERADA      VALUE 'G'.
               88  CAMPANHA-ENCERRADA   VALUE 'E'.
               88  CAMPANHA-CANCELADA   VALUE 'X'.
      * PREENCHIDOS PELO PROGCAMSEL NA GERACAO DA LISTA.
           05  CP-DATA-GERACAO      PICTURE 9(08).
           05  CP-QTD-ALVO          PICTURE 9(07).
           05  CP-QTD-CONTROLE      PICTURE 9(07).
           05  CP-QTD-SUPRIMIDOS    PICTURE 9(07).
      * ULTIMO DIA DO SALES-POSTED JA APURADO PELO PROGCAMAPU (A
      * REEXECUCAO DO LOTE NAO SOMA O MESMO DIA DUAS VEZES).
           05  CP-DATA-APURACAO     PICTURE 9(08).
