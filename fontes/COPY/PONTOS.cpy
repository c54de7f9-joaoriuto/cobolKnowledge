      ***************************************************************
      * PONTOS - LAYOUT DO REGISTRO DO PONTOS-FIDELIDADE
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: RAZAO DE PONTOS DO PROGRAMA DE FIDELIDADE, UMA
      *           LINHA POR MOVIMENTO DO CPF (GANHO NA VENDA, ESTORNO
      *           NA DEVOLUCAO OU NO CANCELAMENTO, RESGATE COMO
      *           DESCONTO, VOLTA DO RESGATE CANCELADO E EXPIRACAO),
      *           GRAVADA PELO PROGPONTOS A PARTIR DO SALES-POSTED. O
      *           SALDO DO CPF E A SOMA DAS LINHAS; A EXPIRACAO
      *           CONSOME PRIMEIRO OS PONTOS MAIS ANTIGOS.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  PT-REGISTRO.
           05  PT-CPF               PICTURE 9(11).
           05  PT-DATA              PICTURE 9(08).
           05  PT-TIPO              PICTURE X(01).
               88  PT-GANHO             VALUE 'G'.
               88  PT-DEVOLUCAO         VALUE 'D'.
               88  PT-CANCELAMENTO      VALUE 'C'.
               88  PT-RESGATE           VALUE 'R'.
               88  PT-VOLTA-RESGATE     VALUE 'V'.
               88  PT-EXPIRACAO         VALUE 'E'.
      * PONTOS COM SINAL: GANHO E VOLTA DO RESGATE POSITIVOS, OS
      * DEMAIS NEGATIVOS.
           05  PT-PONTOS            PICTURE S9(08).
           05  PT-FILIAL            PICTURE X(03).
           05  PT-NUM-DOCUMENTO     PICTURE 9(08).
           05  PT-TIER              PICTURE X(01).
           05  PT-VALOR-BASE        PICTURE S9(10)V99.
      * SO NOS MOVIMENTOS POSITIVOS: ATE QUANDO OS PONTOS VALEM.
           05  PT-DATA-VALIDADE     PICTURE 9(08).
