      ***************************************************************
      * OPERAUD - LAYOUT DO REGISTRO DA OPERADOR-AUDIT
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: TRILHA DE MANUTENCAO DO OPERADOR-MASTER, GRAVADA
      *           PELO PROGOPEMNT COM A IMAGEM ANTES/DEPOIS DE CADA
      *           INCLUSAO, TROCA DE PERFIL, BLOQUEIO, LIBERACAO E
      *           REINICIO DE SENHA, PARA RESPONDER QUEM DEU OU TIROU
      *           ACESSO E QUANDO. O RESUMO DA SENHA (POSICOES 39 A 58
      *           DA IMAGEM) SAI SEMPRE COBERTO COM ASTERISCOS.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  OA-REGISTRO.
           05  OA-DATA              PICTURE 9(08).
           05  OA-HORA              PICTURE 9(08).
           05  OA-OPERADOR          PICTURE X(08).
           05  OA-TIPO              PICTURE X(10).
           05  OA-IMAGEM-ANTES      PICTURE X(81).
           05  OA-IMAGEM-DEPOIS     PICTURE X(81).
