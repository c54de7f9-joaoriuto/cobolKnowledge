      * 2026-09-02 JR  A LINHA DO CLIENTE PASSA A MOSTRAR O TIER
      *                CALCULADO PELO PROGCLISEG, PARA O ATENDENTE
      *                SABER COM QUEM ESTA FALANDO.
      * 2026-10-15 JR  PEDE O MOTIVO DA CONSULTA (E O OPERADOR, QUANDO
      *                RODA SEM O MENU) E GRAVA CADA CLIENTE LISTADO
      *                NO LOG DE ACESSO LGPD (ACESLOG).
      ***************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

           SELECT LOG-ACESSO ASSIGN TO "ACESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  LOG-ACESSO.
           COPY ACESSO.

       WORKING-STORAGE SECTION.
       77  WRK-PTR-OPERADOR    USAGE POINTER VALUE NULL.
       77 WRK-FS-CADCLI    PICTURE X(02) VALUE ZEROS.
           88 FS-CADCLI-OK           VALUE '00'.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-ACESLOG   PICTURE X(02) VALUE ZEROS.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77 WRK-MOTIVO       PICTURE X(03) VALUE SPACES.
       77 WRK-FIM-ARQUIVO  PICTURE X(01) VALUE 'N'.
           88 FIM-ARQUIVO            VALUE 'S'.
       77 WRK-TIPO-BUSCA   PICTURE 9(01) VALUE ZEROS.

       PROCEDURE DIVISION USING LNK-OPERADOR-ID.
       MAIN-PROCEDURE.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 0200-PEDIR-MOTIVO.
           PERFORM 1000-PEDIR-ARGUMENTO.
           PERFORM 1100-ABRIR-CADASTRO.
           PERFORM 2000-CONFERIR-CLIENTE UNTIL FIM-ARQUIVO.
      *****************************************************************
       2300-LISTAR-CLIENTE.
           ADD 1 TO WRK-QTD-ENCONTRADOS.
           PERFORM 8500-GRAVAR-ACESSO.
           MOVE CLI-CPF TO WRK-CPF-MASK.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'CPF: ' WRK-CPF-MASK '  TEL: ' CLI-TELEFONE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 8500-GRAVAR-ACESSO
      * ACRESCENTA NO LOG DE ACESSO LGPD QUEM CONSULTOU O CLIENTE,
      * QUANDO E POR QUE, ANTES DE OS DADOS IREM PARA A TELA.
      *****************************************************************
       8500-GRAVAR-ACESSO.
           MOVE WRK-OPERADOR-ID TO LA-OPERADOR.
           MOVE 'PROGCLICON'    TO LA-PROGRAMA.
           MOVE CLI-CPF         TO LA-CPF.
           ACCEPT LA-DATA FROM DATE YYYYMMDD.
           ACCEPT LA-HORA FROM TIME.
           MOVE WRK-MOTIVO      TO LA-MOTIVO.
           OPEN EXTEND LOG-ACESSO.
           WRITE LA-REGISTRO.
           CLOSE LOG-ACESSO.
       8500-EXIT.
           EXIT.

      *****************************************************************
      * 9900-GRAVAR-ERRO
      * GRAVA UMA LINHA NO ERROR-LOG COM O PROGRAMA, O ARQUIVO, A
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      * RECEBE O OPERADOR DO SIGN-ON DO PROGMENU; SEM O MENU, PEDE O
      * ID NO CONSOLE, PARA O LOG DE ACESSO TER RESPONSAVEL.
      *****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           SET WRK-PTR-OPERADOR TO ADDRESS OF LNK-OPERADOR-ID.
           IF WRK-PTR-OPERADOR NOT = NULL
               IF LNK-OPERADOR-ID NOT = SPACES
                  AND LNK-OPERADOR-ID NOT = LOW-VALUES
                   MOVE LNK-OPERADOR-ID TO WRK-OPERADOR-ID
               END-IF
           END-IF.
           PERFORM 0110-LER-OPERADOR UNTIL WRK-OPERADOR-ID NOT = SPACES.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID.
       0100-EXIT.
           EXIT.

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.

      *****************************************************************
      * 0200-PEDIR-MOTIVO
      * O MOTIVO DA CONSULTA VALE PARA TODOS OS CLIENTES LISTADOS E
      * VAI PARA O LOG DE ACESSO JUNTO COM CADA CPF.
      *****************************************************************
       0200-PEDIR-MOTIVO.
           MOVE SPACES TO LA-MOTIVO.
           PERFORM 0210-LER-MOTIVO UNTIL LA-MOTIVO-VALIDO.
           MOVE LA-MOTIVO TO WRK-MOTIVO.
       0200-EXIT.
           EXIT.

       0210-LER-MOTIVO.
           DISPLAY 'MOTIVO: ATD-ATENDIMENTO CAD-CADASTRO COB-COBRANCA'.
           DISPLAY '        TIT-PEDIDO DO TITULAR AUD-AUDITORIA: '
               WITH NO ADVANCING.
           ACCEPT LA-MOTIVO FROM CONSOLE.
       0210-EXIT.
           EXIT.
