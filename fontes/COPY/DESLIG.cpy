      ***************************************************************
      * DESLIG - LAYOUT DO REGISTRO DO DESLIGAMENTO DE ALUNO
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: UM REGISTRO POR INATIVACAO DE MATRICULA NO
      *           PROGALUMNT (DATA DO DESLIGAMENTO, MOTIVO, CURSO E
      *           OPERADOR), GRAVADO PENDENTE. O PROGMENCAN CANCELA
      *           AS MENSALIDADES POSTERIORES AO MES DO DESLIGAMENTO,
      *           COBRA O MES FINAL PROPORCIONAL AOS DIAS CURSADOS
      *           DENTRO DO TERMO (TERMMST) E APURA O REEMBOLSO,
      *           GRAVANDO OS VALORES E A SITUACAO PROCESSADO (OU
      *           ANULADO, SE O ALUNO FOI REATIVADO ANTES DO LOTE).
      *           O PROGCANMES RESUME O MES POR CURSO E MOTIVO.
      *           MOTIVOS: DE DESISTENCIA, FI FINANCEIRO, MU MUDANCA,
      *           TR TRANSFERENCIA, SA SAUDE, OU OUTROS.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  DE-REGISTRO.
           05  DE-MATRICULA         PICTURE X(08).
           05  DE-DATA-DESLIGAMENTO PICTURE 9(08).
           05  DE-DESLIG-R          REDEFINES DE-DATA-DESLIGAMENTO.
               10  DE-DESLIG-ANO-MES    PICTURE 9(06).
               10  DE-DESLIG-DIA        PICTURE 9(02).
           05  DE-MOTIVO            PICTURE X(02).
               88  DE-MOTIVO-VALIDO     VALUE 'DE' 'FI' 'MU' 'TR'
                                              'SA' 'OU'.
           05  DE-CURSO             PICTURE X(20).
           05  DE-OPERADOR          PICTURE X(08).
           05  DE-DATA-REGISTRO     PICTURE 9(08).
           05  DE-SITUACAO          PICTURE X(01).
               88  DESLIG-PENDENTE      VALUE 'P'.
               88  DESLIG-PROCESSADO    VALUE 'C'.
               88  DESLIG-ANULADO       VALUE 'X'.
           05  DE-DATA-PROCESSAMENTO PICTURE 9(08).
           05  DE-VALOR-PROPORCIONAL PICTURE 9(08)V99.
           05  DE-VALOR-CANCELADO   PICTURE 9(08)V99.
           05  DE-VALOR-REEMBOLSO   PICTURE 9(08)V99.
