       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRCREL.
      ***************************************
      * AREA DE COMENTARIOS -> REMARKS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: REVISAO DAS VENDAS RETIDAS PELO PROGVENDAS POR
      *           ESTAREM ABAIXO DO PISO DE DESCONTO DO PERFIL DO
      *           VENDEDOR - O GERENTE APROVA (A VENDA VAI PARA O
      *           PRCAPRV E O PROXIMO PROGVENDAS A TOTALIZA SEM
      *           NOVA CONFERENCIA DO PISO) OU RECUSA (SO FICA NO
      *           RELATORIO DE DISPOSICAO); O QUE NAO FOI DECIDIDO
      *           VOLTA PARA O ARQUIVO RETIDO, COMO O PROGDUPREL
      *           FAZ COM AS DUPLICATAS.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  PROGRAMA INICIAL.
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O DOCUMENTO DE
      *                REFERENCIA E O MOTIVO DO CANCELAMENTO (SALESTR):
      *                PENDENTE E APROVADAS ACOMPANHAM O LAYOUT NOVO.
      * 2026-10-15 JR  IDEM PARA O TIPO DE PESSOA E O CNPJ DO CLIENTE
      *                (SALESTR).
      ***************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECO-HOLD     ASSIGN TO "PRCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRCHOLD.
           SELECT PRECO-PENDENTE ASSIGN TO "PRCHPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRCHPND.
           SELECT PRECO-APROV    ASSIGN TO "PRCAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRCAPRV.
           SELECT PRC-DISPOSICAO ASSIGN TO "PRCDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRCDISP.

       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-HOLD.
           COPY PRCHOLDR.

       FD  PRECO-PENDENTE.
       01  HP-REGISTRO             PICTURE X(92).

       FD  PRECO-APROV.
       01  PA-REGISTRO             PICTURE X(67).

       FD  PRC-DISPOSICAO.
       01  PD-LINHA                PICTURE X(70).

       WORKING-STORAGE SECTION.
           COPY SALESTR.
       77 WRK-FS-PRCHOLD   PICTURE X(02) VALUE ZEROS.
           88 FS-PRCHOLD-OK          VALUE '00'.
       77 WRK-FS-PRCHPND   PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-PRCAPRV   PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-PRCDISP   PICTURE X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO  PICTURE X(01) VALUE 'N'.
           88 FIM-ARQUIVO            VALUE 'S'.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77 WRK-OPCAO        PICTURE X(01) VALUE SPACES.
           88 OPCAO-APROVAR          VALUE 'A'.
           88 OPCAO-RECUSAR          VALUE 'R'.
           88 OPCAO-FIM              VALUE 'F'.
       77 WRK-ENCERRADO    PICTURE X(01) VALUE 'N'.
           88 SESSAO-ENCERRADA       VALUE 'S'.
       77 WRK-DESTINO      PICTURE X(10) VALUE SPACES.
       77 WRK-VALORFN      PICTURE -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PRECOFN      PICTURE ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PISOFN       PICTURE ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-REALFN       PICTURE ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESCONTO     PICTURE 9(03)V99 VALUE ZEROS.
       77 WRK-DESCONTOFN   PICTURE ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-LIDAS       PICTURE 9(06) VALUE ZEROS.
       77 WRK-QTD-APROVADAS   PICTURE 9(06) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS   PICTURE 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES   PICTURE 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-REVISAR-RETIDA UNTIL FIM-ARQUIVO.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-ARQUIVOS
      *****************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT  PRECO-HOLD
                OUTPUT PRECO-PENDENTE
                EXTEND PRECO-APROV
                       PRC-DISPOSICAO.
           IF FS-PRCHOLD-OK
               READ PRECO-HOLD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
           ELSE
               DISPLAY 'PRCHOLD INDISPONIVEL - FS: ' WRK-FS-PRCHOLD
               SET FIM-ARQUIVO TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-REVISAR-RETIDA
      * MOSTRA A VENDA RETIDA COM O PRECO DE LISTA, O PISO E O
      * DESCONTO EFETIVAMENTE DADO, E APLICA A DECISAO DO GERENTE;
      * APOS O FIM DA SESSAO (OPCAO F) O RESTANTE VOLTA AO RETIDO.
      *****************************************************************
       2000-REVISAR-RETIDA.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE VP-VENDA TO ST-REGISTRO.
           IF SESSAO-ENCERRADA
               PERFORM 2400-MANTER-PENDENTE
           ELSE
               MOVE ZEROS TO WRK-DESCONTO
               IF VP-PRECO-TABELA > ZEROS
                  AND VP-VALOR-REAL < VP-PRECO-TABELA
                   COMPUTE WRK-DESCONTO ROUNDED =
                       (VP-PRECO-TABELA - VP-VALOR-REAL) * 100
                       / VP-PRECO-TABELA
               END-IF
               MOVE ST-VALOR        TO WRK-VALORFN
               MOVE VP-PRECO-TABELA TO WRK-PRECOFN
               MOVE VP-VALOR-PISO   TO WRK-PISOFN
               MOVE VP-VALOR-REAL   TO WRK-REALFN
               MOVE WRK-DESCONTO    TO WRK-DESCONTOFN
               DISPLAY '========================================='
               DISPLAY 'RETIDA - VENDEDOR: ' ST-COD-VENDEDOR
                       '  PERFIL: ' VP-PERFIL
                       '  PRODUTO: ' ST-COD-PRODUTO
               DISPLAY 'MOEDA: ' ST-MOEDA
                       '  VALOR: ' WRK-VALORFN
                       '  FILIAL: ' ST-FILIAL
               DISPLAY 'PRECO DE LISTA: ' WRK-PRECOFN
                       '  PISO: ' WRK-PISOFN
               DISPLAY 'VENDA EM REAL:  ' WRK-REALFN
                       '  DESCONTO: ' WRK-DESCONTOFN '%'
               DISPLAY 'RETIDA EM: ' VP-DATA-RETENCAO
               MOVE SPACES TO WRK-OPCAO
               PERFORM 2100-ACEITAR-OPCAO
                   UNTIL OPCAO-APROVAR OR OPCAO-RECUSAR
                      OR OPCAO-FIM
               EVALUATE TRUE
                   WHEN OPCAO-APROVAR
                       PERFORM 2200-APROVAR-VENDA
                   WHEN OPCAO-RECUSAR
                       PERFORM 2300-RECUSAR-VENDA
                   WHEN OPCAO-FIM
                       SET SESSAO-ENCERRADA TO TRUE
                       PERFORM 2400-MANTER-PENDENTE
               END-EVALUATE
           END-IF.
           READ PRECO-HOLD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-ACEITAR-OPCAO.
           DISPLAY 'A-APROVA (PROXIMO LOTE TOTALIZA) R-RECUSA '
                   'F-ENCERRAR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2100-EXIT.
           EXIT.

       2200-APROVAR-VENDA.
           ADD 1 TO WRK-QTD-APROVADAS.
           MOVE ST-REGISTRO TO PA-REGISTRO.
           WRITE PA-REGISTRO.
           MOVE 'APROVADO' TO WRK-DESTINO.
           PERFORM 2500-GRAVAR-DISPOSICAO.
       2200-EXIT.
           EXIT.

       2300-RECUSAR-VENDA.
           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE 'RECUSADO' TO WRK-DESTINO.
           PERFORM 2500-GRAVAR-DISPOSICAO.
       2300-EXIT.
           EXIT.

       2400-MANTER-PENDENTE.
           ADD 1 TO WRK-QTD-PENDENTES.
           MOVE VP-REGISTRO TO HP-REGISTRO.
           WRITE HP-REGISTRO.
           MOVE 'PENDENTE' TO WRK-DESTINO.
           PERFORM 2500-GRAVAR-DISPOSICAO.
       2400-EXIT.
           EXIT.

       2500-GRAVAR-DISPOSICAO.
           MOVE SPACES TO PD-LINHA.
           STRING ST-REGISTRO
                  ' ' WRK-DESTINO
                  ' OPERADOR ' WRK-OPERADOR-ID
               DELIMITED BY SIZE INTO PD-LINHA
           END-STRING.
           WRITE PD-LINHA.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENCERRAR-ARQUIVOS
      *****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF FS-PRCHOLD-OK OR WRK-FS-PRCHOLD = '10'
               CLOSE PRECO-HOLD
           END-IF.
           CLOSE PRECO-PENDENTE
                 PRECO-APROV
                 PRC-DISPOSICAO.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
      *****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'RETIDAS LIDAS:        ' WRK-QTD-LIDAS.
           DISPLAY 'VENDAS APROVADAS:     ' WRK-QTD-APROVADAS.
           DISPLAY 'VENDAS RECUSADAS:     ' WRK-QTD-RECUSADAS.
           DISPLAY 'VENDAS PENDENTES:     ' WRK-QTD-PENDENTES.
           DISPLAY 'PENDENTES GRAVADAS NO PRCHPND - TROCAR PELO'.
           DISPLAY 'PRCHOLD ANTES DA PROXIMA SESSAO DE REVISAO.'.
       9700-EXIT.
           EXIT.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      *****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           PERFORM 0110-LER-OPERADOR UNTIL WRK-OPERADOR-ID NOT = SPACES.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID.
       0100-EXIT.
           EXIT.

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.
