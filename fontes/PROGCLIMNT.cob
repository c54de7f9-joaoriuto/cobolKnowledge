      * 2026-08-22 JR  PASSA A RECEBER O OPERADOR JA IDENTIFICADO NO
      *                SIGN-ON DO PROGMENU (LINKAGE): SO PEDE O ID NO
      *                CONSOLE QUANDO RODA SOZINHO, SEM O MENU.
      * 2026-10-15 JR  PEDE O MOTIVO DA CONSULTA NO INICIO E GRAVA
      *                CADA CLIENTE LOCALIZADO NO LOG DE ACESSO LGPD
      *                (ACESLOG: OPERADOR, PROGRAMA, CPF, DATA/HORA E
      *                MOTIVO).
      ***************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIDLT.

           SELECT LOG-ACESSO ASSIGN TO "ACESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  CLIENTE-DELTA.
           COPY CLIDELTA.

       FD  LOG-ACESSO.
           COPY ACESSO.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CADCLI    PICTURE X(02) VALUE ZEROS.
           88 FS-CADCLI-OK           VALUE '00'.
       77 WRK-FS-CLIMHIST  PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-CLIDLT    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-ACESLOG   PICTURE X(02) VALUE ZEROS.
       77 WRK-MOTIVO       PICTURE X(03) VALUE SPACES.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77  WRK-PTR-OPERADOR    USAGE POINTER VALUE NULL.
       77 WRK-CPF          PICTURE 9(11) VALUE ZEROS.
       PROCEDURE DIVISION USING LNK-OPERADOR-ID.
       MAIN-PROCEDURE.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 0200-PEDIR-MOTIVO.
           PERFORM 1000-ABRIR-CADASTRO.
           IF FS-CADCLI-OK
               PERFORM 2000-MANTER-CLIENTE UNTIL FIM-MANUTENCAO
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 2100-LOCALIZAR-CLIENTE
               IF CLIENTE-LOCALIZADO
                   PERFORM 8500-GRAVAR-ACESSO
                   PERFORM 2200-EXIBIR-CLIENTE
                   MOVE ZEROS TO WRK-OPCAO
                   PERFORM 2300-ALTERAR-CLIENTE
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 8500-GRAVAR-ACESSO
      * ACRESCENTA NO LOG DE ACESSO LGPD QUEM CONSULTOU O CLIENTE,
      * QUANDO E POR QUE, ANTES DE OS DADOS IREM PARA A TELA.
      *****************************************************************
       8500-GRAVAR-ACESSO.
           MOVE WRK-OPERADOR-ID TO LA-OPERADOR.
           MOVE 'PROGCLIMNT'    TO LA-PROGRAMA.
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
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
      * MOSTRA O TOTAL DE CLIENTES CONSULTADOS, ALTERACOES GRAVADAS E
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.

      *****************************************************************
      * 0200-PEDIR-MOTIVO
      * O MOTIVO DA CONSULTA VALE PARA TODOS OS CLIENTES DA SESSAO E
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
