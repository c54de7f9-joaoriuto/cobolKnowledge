       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGSENHA.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RESUMO SEM VOLTA DA SENHA DO OPERADOR, CHAMADO POR *
      *           QUEM GRAVA OU CONFERE O OP-SENHA-HASH DO OPERMST   *
      *           (PROGMENU, PROGOPEMNT, PROGLANMAN E PROGOPECNV).   *
      *           RECEBE O ID E A SENHA DIGITADA E DEVOLVE 20        *
      *           DIGITOS: O ID ENTRA COMO SAL (A MESMA SENHA EM DOIS*
      *           OPERADORES DA RESUMOS DIFERENTES) E OS 16          *
      *           CARACTERES PASSAM 64 VEZES POR DOIS ACUMULADORES   *
      *           MODULO PRIMOS PERTO DE 10**9, PARA A SENHA NAO     *
      *           PODER SER TIRADA DE VOLTA DO MESTRE. O CARACTER E  *
      *           CONVERTIDO PELA POSICAO NA TABELA ABAIXO, NAO PELO *
      *           CODIGO DA MAQUINA, PARA O RESUMO SER O MESMO EM    *
      *           EBCDIC E EM ASCII. A SENHA DIGITADA NAO E GUARDADA *
      *           EM LUGAR NENHUM.                                   *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA                  DIVISION.
       WORKING-STORAGE       SECTION.
      * CARACTERES ACEITOS NA SENHA, NA ORDEM QUE DA O CODIGO DE CADA
      * UM (CARACTER FORA DA TABELA VALE 99).
       01  WRK-TAB-CARACTERES.
           05  FILLER               PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  FILLER               PIC X(26)
                   VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05  FILLER               PIC X(10)
                   VALUE '0123456789'.
           05  FILLER               PIC X(16)
                   VALUE ' !@#$%&*-_.+=?/:'.
       01  WRK-TAB-CARACTERES-R REDEFINES WRK-TAB-CARACTERES.
           05  WRK-TAB-CARACTER     PIC X(01) OCCURS 78 TIMES
                                    INDEXED BY WRK-CAR-IDX.

      * ID + SENHA, CARACTER A CARACTER, E O CODIGO DE CADA POSICAO.
       01  WRK-ENTRADA.
           05  WRK-ENT-ID           PIC X(08).
           05  WRK-ENT-SENHA        PIC X(08).
       01  WRK-ENTRADA-R REDEFINES WRK-ENTRADA.
           05  WRK-ENT-CARACTER     PIC X(01) OCCURS 16 TIMES.
       01  WRK-TAB-CODIGOS.
           05  WRK-COD-POSICAO      PIC 9(02) OCCURS 16 TIMES.

       77  WRK-POS                  PIC 9(02) COMP VALUE ZEROS.
       77  WRK-RODADA               PIC 9(03) COMP VALUE ZEROS.
       77  WRK-ACUM-1               PIC 9(10) VALUE ZEROS.
       77  WRK-ACUM-2               PIC 9(10) VALUE ZEROS.
       77  WRK-PRIMO-1              PIC 9(10) VALUE 999999937.
       77  WRK-PRIMO-2              PIC 9(10) VALUE 999999929.
       77  WRK-PASSO                PIC 9(18) COMP-3 VALUE ZEROS.
       01  WRK-RESUMO.
           05  WRK-RES-1            PIC 9(10).
           05  WRK-RES-2            PIC 9(10).

       LINKAGE               SECTION.
       01  LNK-OPERADOR-ID          PIC X(08).
       01  LNK-SENHA                PIC X(08).
       01  LNK-SENHA-HASH           PIC X(20).

       PROCEDURE             DIVISION USING LNK-OPERADOR-ID
                                            LNK-SENHA
                                            LNK-SENHA-HASH.
       MAIN-PROCEDURE.
           MOVE LNK-OPERADOR-ID TO WRK-ENT-ID.
           MOVE LNK-SENHA       TO WRK-ENT-SENHA.
           PERFORM 1000-CODIFICAR-CARACTER
               VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 16.
           MOVE 314159265 TO WRK-ACUM-1.
           MOVE 271828182 TO WRK-ACUM-2.
           PERFORM 2000-MISTURAR
               VARYING WRK-RODADA FROM 1 BY 1 UNTIL WRK-RODADA > 64
                 AFTER WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 16.
           MOVE WRK-ACUM-1 TO WRK-RES-1.
           MOVE WRK-ACUM-2 TO WRK-RES-2.
           MOVE WRK-RESUMO TO LNK-SENHA-HASH.
           MOVE SPACES TO WRK-ENTRADA.
           GOBACK.

      ****************************************************************
      * 1000-CODIFICAR-CARACTER - CODIGO (1 A 78, OU 99) DO          *
      *                           CARACTER DA POSICAO WRK-POS.       *
      ****************************************************************
       1000-CODIFICAR-CARACTER.
           MOVE 99 TO WRK-COD-POSICAO (WRK-POS).
           SET WRK-CAR-IDX TO 1.
           SEARCH WRK-TAB-CARACTER
               AT END
                   CONTINUE
               WHEN WRK-TAB-CARACTER (WRK-CAR-IDX)
                    = WRK-ENT-CARACTER (WRK-POS)
                   SET WRK-COD-POSICAO (WRK-POS) TO WRK-CAR-IDX
           END-SEARCH.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-MISTURAR - UM PASSO DOS DOIS ACUMULADORES: CADA UM      *
      *                 MULTIPLICA, SOMA O CODIGO E A RODADA E FICA  *
      *                 COM O RESTO PELO SEU PRIMO; O SEGUNDO AINDA  *
      *                 RECEBE O PRIMEIRO, PARA UM DEPENDER DO OUTRO.*
      ****************************************************************
       2000-MISTURAR.
           COMPUTE WRK-PASSO = WRK-ACUM-1 * 131
                             + WRK-COD-POSICAO (WRK-POS) + WRK-RODADA.
           COMPUTE WRK-ACUM-1 = FUNCTION MOD (WRK-PASSO WRK-PRIMO-1).
           COMPUTE WRK-PASSO = WRK-ACUM-2 * 257
                             + WRK-COD-POSICAO (WRK-POS) * WRK-POS
                             + WRK-ACUM-1.
           COMPUTE WRK-ACUM-2 = FUNCTION MOD (WRK-PASSO WRK-PRIMO-2).
       2000-EXIT.
           EXIT.
