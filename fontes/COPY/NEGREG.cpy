      ***************************************************************
      * NEGREG - LAYOUT DO REGISTRO DO NEGATIVACAO-REGISTRO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: SITUACAO DE CADA CPF NO BIRO DE PROTECAO AO
      *           CREDITO (UMA LINHA POR CPF JA ENVIADO): NEGATIVADO
      *           COM A DATA DE INCLUSAO, O VALOR E O VENCIMENTO
      *           INFORMADOS, OU REMOVIDO COM A DATA DA QUITACAO E DA
      *           REMOCAO. MANTIDO PELO PROGNEGAT E CONSULTADO PELO
      *           PROGCLI360.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  NR-REGISTRO.
           05  NR-CPF               PICTURE 9(11).
           05  NR-SITUACAO          PICTURE X(01).
               88  CPF-NEGATIVADO       VALUE 'N'.
               88  CPF-REMOVIDO         VALUE 'R'.
           05  NR-DATA-INCLUSAO     PICTURE 9(08).
           05  NR-VALOR             PICTURE 9(10)V99.
           05  NR-DATA-VENCTO       PICTURE 9(08).
           05  NR-DATA-QUITACAO     PICTURE 9(08).
           05  NR-DATA-REMOCAO      PICTURE 9(08).
