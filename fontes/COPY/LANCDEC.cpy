      ***************************************************************
      * LANCDEC - LAYOUT DO REGISTRO DA DECISAO DE LANCAMENTO MANUAL
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: FILA DAS DECISOES DO APROVADOR SOBRE OS LANCAMENTOS
      *           MANUAIS PENDENTES, GRAVADA PELO PROGLANMAN E
      *           CONSUMIDA (E ESVAZIADA) PELO PROGLANPST NA NOITE.
      *           A REJEICAO TRAZ O MOTIVO.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  JD-REGISTRO.
           05  JD-NUMERO            PICTURE 9(06).
           05  JD-DECISAO           PICTURE X(01).
               88  JD-APROVAR           VALUE 'A'.
               88  JD-REJEITAR          VALUE 'R'.
           05  JD-APROVADOR         PICTURE X(08).
           05  JD-DATA              PICTURE 9(08).
           05  JD-HORA              PICTURE 9(08).
           05  JD-MOTIVO            PICTURE X(30).
