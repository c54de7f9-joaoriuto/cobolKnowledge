      *           REUNE EM UM UNICO RELATORIO O REGISTRO DO          *
      *           CADASTRO-CLIENTE, AS VENDAS DO SALES-TRANS PARA    *
      *           AQUELE CPF, AS APARICOES NO RECONCILE-EXCEPT E AS  *
      *           LINHAS DO CPF-REPORT DO CLIENTE E AS CARTAS DE     *
      *           COBRANCA ENVIADAS (COBHIST), COM UMA CAPA          *
      *           DIZENDO O QUE FOI E O QUE NAO FOI ENCONTRADO.      *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-08-22 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  DOSSIE GANHA A SECAO DAS CARTAS DE COBRANCA   *
      *                ENVIADAS AO TITULAR (COBHIST, GRAVADO PELO    *
      *                PROGRECCAR) E A CONTAGEM NA CAPA.             *
      * 2026-10-15 JR  PEDE OPERADOR E MOTIVO, GRAVA A EMISSAO NO    *
      *                LOG DE ACESSO LGPD (ACESLOG) E GANHA A SECAO  *
      *                6 COM QUEM CONSULTOU OS DADOS DO TITULAR,     *
      *                QUANDO, POR QUAL PROGRAMA E POR QUE.          *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT CPF-REPORT       ASSIGN TO "CPF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CPFRPT.
           SELECT COBRANCA-HISTORICO ASSIGN TO "COBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBHIST.
           SELECT LOG-ACESSO       ASSIGN TO "ACESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESLOG.
           SELECT LGPD-DOSSIE      ASSIGN TO "LGPDDOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDDOS.
       01  RC-LINHA                 PICTURE X(60).
       FD  CPF-REPORT.
       01  CR-LINHA                 PICTURE X(60).
       FD  COBRANCA-HISTORICO.
           COPY COBHIST.
       FD  LOG-ACESSO.
           COPY ACESSO.
       FD  LGPD-DOSSIE.
       01  LG-LINHA                 PICTURE X(80).
       WORKING-STORAGE       SECTION.
           88  FS-RECEXC-OK              VALUE '00'.
       77  WRK-FS-CPFRPT            PIC X(02) VALUE SPACES.
           88  FS-CPFRPT-OK              VALUE '00'.
       77  WRK-FS-COBHIST           PIC X(02) VALUE SPACES.
           88  FS-COBHIST-OK             VALUE '00'.
       77  WRK-FS-LGPDDOS           PIC X(02) VALUE SPACES.
       77  WRK-FS-ACESLOG           PIC X(02) VALUE SPACES.
           88  FS-ACESLOG-OK             VALUE '00'.
       77  WRK-OPERADOR-ID          PIC X(08) VALUE SPACES.
       77  WRK-MOTIVO               PIC X(03) VALUE SPACES.
       77  WRK-QTD-ACESSOS          PIC 9(06) COMP VALUE ZEROS.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-VENDAS           PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-EXCECOES         PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-LINHAS-RPT       PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-CARTAS           PIC 9(06) COMP VALUE ZEROS.
       77  WRK-NIVEL-CARTA          PIC X(12) VALUE SPACES.
       77  WRK-VALORFN              PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           DISPLAY 'CPF DO TITULAR: ' WITH NO ADVANCING.
           ACCEPT WRK-CPF FROM CONSOLE.
           PERFORM 0200-PEDIR-MOTIVO.
           PERFORM 8500-GRAVAR-ACESSO.
           MOVE WRK-CPF      TO WRK-CPF-MASK.
           MOVE WRK-CPF-MASK TO WRK-MASCARA-TEXTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 3000-BUSCAR-VENDAS.
           PERFORM 4000-BUSCAR-EXCECOES.
           PERFORM 5000-BUSCAR-CPF-REPORT.
           PERFORM 5500-BUSCAR-CARTAS.
           PERFORM 5800-BUSCAR-ACESSOS.
           PERFORM 6000-IMPRIMIR-CAPA.
           CLOSE LGPD-DOSSIE.
           DISPLAY 'DOSSIE GERADO PARA O CPF ' WRK-CPF-MASK.
       5100-EXIT.
           EXIT.

      ****************************************************************
      * 5500-BUSCAR-CARTAS - PERCORRE O HISTORICO DE CARTAS DE       *
      *                      COBRANCA (COBHIST) E IMPRIME TODA CARTA *
      *                      ENVIADA AO TITULAR.                     *
      ****************************************************************
       5500-BUSCAR-CARTAS.
           PERFORM 8000-GRAVAR-SEPARADOR.
           MOVE 'SECAO 5 - CARTAS DE COBRANCA (COBHIST)' TO LG-LINHA.
           WRITE LG-LINHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT COBRANCA-HISTORICO.
           IF FS-COBHIST-OK
               READ COBRANCA-HISTORICO
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 5600-CONFERIR-CARTA UNTIL FIM-ARQUIVO
               CLOSE COBRANCA-HISTORICO
           ELSE
               MOVE 'COBHIST INDISPONIVEL NESTA CONSULTA'
                   TO LG-LINHA
               WRITE LG-LINHA
           END-IF.
       5500-EXIT.
           EXIT.

       5600-CONFERIR-CARTA.
           IF KH-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-CARTAS
               MOVE KH-VALOR-VENCIDO TO WRK-VALORFN
               EVALUATE TRUE
                   WHEN KH-LEMBRETE
                       MOVE 'LEMBRETE'     TO WRK-NIVEL-CARTA
                   WHEN KH-NOTIFICACAO
                       MOVE 'NOTIFICACAO'  TO WRK-NIVEL-CARTA
                   WHEN OTHER
                       MOVE 'AVISO PREVIO' TO WRK-NIVEL-CARTA
               END-EVALUATE
               MOVE SPACES TO LG-LINHA
               STRING WRK-NIVEL-CARTA
                      ' EM ' KH-DATA-ENVIO
                      ' PARCELAS ' KH-QTD-PARCELAS
                      ' VENCIDO ' WRK-VALORFN
                   DELIMITED BY SIZE INTO LG-LINHA
               END-STRING
               WRITE LG-LINHA
           END-IF.
           READ COBRANCA-HISTORICO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       5600-EXIT.
           EXIT.

      ****************************************************************
      * 5800-BUSCAR-ACESSOS - PERCORRE O LOG DE ACESSO E IMPRIME     *
      *                       CADA CONSULTA AOS DADOS DO TITULAR     *
      *                       (QUEM, QUANDO, PROGRAMA E MOTIVO).     *
      ****************************************************************
       5800-BUSCAR-ACESSOS.
           PERFORM 8000-GRAVAR-SEPARADOR.
           MOVE 'SECAO 6 - ACESSOS AOS DADOS DO TITULAR (ACESLOG)'
               TO LG-LINHA.
           WRITE LG-LINHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOG-ACESSO.
           IF FS-ACESLOG-OK
               READ LOG-ACESSO
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 5900-CONFERIR-ACESSO UNTIL FIM-ARQUIVO
               CLOSE LOG-ACESSO
           ELSE
               MOVE 'ACESLOG INDISPONIVEL NESTA CONSULTA'
                   TO LG-LINHA
               WRITE LG-LINHA
           END-IF.
       5800-EXIT.
           EXIT.

       5900-CONFERIR-ACESSO.
           IF LA-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-ACESSOS
               MOVE SPACES TO LG-LINHA
               STRING LA-DATA ' ' LA-HORA
                      ' OPERADOR ' LA-OPERADOR
                      ' PROGRAMA ' LA-PROGRAMA
                      ' MOTIVO ' LA-MOTIVO
                   DELIMITED BY SIZE INTO LG-LINHA
               END-STRING
               WRITE LG-LINHA
           END-IF.
           READ LOG-ACESSO
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       5900-EXIT.
           EXIT.

      ****************************************************************
      * 7000-PROCURAR-MASCARA - PROCURA O CPF MASCARADO DO TITULAR   *
      *                         EM QUALQUER POSICAO DE LG-LINHA.     *
           STRING 'LINHAS DO CPF-REPORT:         ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO LG-LINHA.
           WRITE LG-LINHA.
           MOVE WRK-QTD-CARTAS TO WRK-CONTROLEFN.
           MOVE SPACES TO LG-LINHA.
           STRING 'CARTAS DE COBRANCA:           ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO LG-LINHA.
           WRITE LG-LINHA.
           MOVE WRK-QTD-ACESSOS TO WRK-CONTROLEFN.
           MOVE SPACES TO LG-LINHA.
           STRING 'ACESSOS AOS DADOS:            ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO LG-LINHA.
           WRITE LG-LINHA.
       6000-EXIT.
           EXIT.

           WRITE LG-LINHA.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 8500-GRAVAR-ACESSO - ACRESCENTA A EMISSAO DO DOSSIE NO LOG   *
      *                      DE ACESSO LGPD (QUEM, QUANDO E POR      *
      *                      QUE).                                   *
      ****************************************************************
       8500-GRAVAR-ACESSO.
           MOVE WRK-OPERADOR-ID TO LA-OPERADOR.
           MOVE 'PROGLGPD'      TO LA-PROGRAMA.
           MOVE WRK-CPF         TO LA-CPF.
           ACCEPT LA-DATA FROM DATE YYYYMMDD.
           ACCEPT LA-HORA FROM TIME.
           MOVE WRK-MOTIVO      TO LA-MOTIVO.
           OPEN EXTEND LOG-ACESSO.
           WRITE LA-REGISTRO.
           CLOSE LOG-ACESSO.
       8500-EXIT.
           EXIT.

      ****************************************************************
      * 0100-IDENTIFICAR-OPERADOR - ID DO OPERADOR QUE EMITE O       *
      *                             DOSSIE, PARA O LOG DE ACESSO.    *
      ****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           PERFORM 0110-LER-OPERADOR UNTIL WRK-OPERADOR-ID NOT = SPACES.
       0100-EXIT.
           EXIT.

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.

      ****************************************************************
      * 0200-PEDIR-MOTIVO - MOTIVO DA EMISSAO (NORMALMENTE TIT,      *
      *                     PEDIDO DO PROPRIO TITULAR).              *
      ****************************************************************
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
