      *           LISTA QUE A AUDITORIA PEDIU SEM GREP NO ARQUIVO.   *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  OPERADOR-MASTER PASSA A SER INDEXADO POR      *
      *                OP-ID (LIDO EM SEQUENCIA, COMO ANTES). O      *
      *                SIGNCFG GANHA O LIMITE DE FALHAS PARA O       *
      *                BLOQUEIO E A VALIDADE DA SENHA, USADOS PELO   *
      *                SIGN-ON DO PROGMENU.                          *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SIGNLOG.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.
           SELECT CALENDARIO-DIAS ASSIGN TO "CALDIA"
               ORGANIZATION IS LINE SEQUENTIAL
       01  SF-REGISTRO.
           05  SF-LIMITE-RECUSAS    PICTURE 9(03).
           05  SF-DIAS-INATIVO      PICTURE 9(03).
           05  SF-MAX-FALHAS        PICTURE 9(02).
           05  SF-DIAS-SENHA        PICTURE 9(03).
       FD  SIGNON-LOG.
       01  SG-LINHA                 PICTURE X(50).
       FD  OPERADOR-MASTER.
