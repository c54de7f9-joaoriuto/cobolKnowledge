      ***************************************************************
      * RFARQ - LAYOUT DO REGISTRO DA CONSULTA-RECEITA
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: REMESSA DE CPF AO SERVICO DE CONSULTA DA SITUACAO
      *           CADASTRAL NA RECEITA FEDERAL (RFSAI, GERADA PELO
      *           PROGRFENV) E RETORNO DO SERVICO (RFRET, LIDO PELO
      *           PROGRFRET). O MESMO LAYOUT NOS DOIS SENTIDOS: A
      *           REMESSA LEVA O CPF E O NOME, O RETORNO DEVOLVE O
      *           CPF COM A SITUACAO (VALORES DO CPFRF). CABECALHO
      *           E TRAILER DE CONTROLE COMO NO CLIDELTA (O TRAILER
      *           LEVA A QUANTIDADE DE DETALHES NO CAMPO DA DATA).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  RA-REGISTRO.
           05  RA-TIPO              PICTURE X(03).
               88  RA-CONSULTA          VALUE 'CON'.
               88  RA-RETORNO           VALUE 'RET'.
               88  RA-CABECALHO         VALUE 'HDR'.
               88  RA-TRAILER           VALUE 'TRL'.
           05  RA-DATA              PICTURE 9(08).
           05  RA-DETALHE           PICTURE X(60).
           05  RA-DADOS-CPF         REDEFINES RA-DETALHE.
               10  RA-CPF               PICTURE 9(11).
               10  RA-NOME              PICTURE X(40).
               10  RA-SITUACAO          PICTURE X(01).
               10  FILLER               PICTURE X(08).
           05  RA-DADOS-CABECALHO   REDEFINES RA-DETALHE.
               10  RA-ORIGEM            PICTURE X(40).
               10  FILLER               PICTURE X(20).
