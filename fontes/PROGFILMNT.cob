       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFILMNT.
      ***************************************
      * AREA DE COMENTARIOS -> REMARKS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MANUTENCAO DO CADASTRO DE FILIAIS (FILMST) - INCLUI
      *           A FILIAL (CODIGO, NOME, CIDADE, ESTADO, PARTICAO DO
      *           NOTURNO PARTICIONADO E DATA DE ABERTURA), CORRIGE
      *           NOME, ENDERECO E PARTICAO, FECHA A FILIAL COM A DATA
      *           DE FECHAMENTO E LISTA O CADASTRO. ABRIR UMA FILIAL
      *           NOVA PASSA A SER SO UM REGISTRO NESTE CADASTRO (E O
      *           ARQUIVO DELA NA CONCATENACAO DO DD BRANCHES).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  PROGRAMA INICIAL.
      ***************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIAL-MASTER ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FILIAL-MASTER.
           COPY FILMST.

       FD  ERROR-LOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-FILMST    PICTURE X(02) VALUE ZEROS.
           88 FS-FILMST-OK           VALUE '00'.
           88 FS-FILMST-NAO-EXISTE   VALUE '35'.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77 WRK-CODIGO       PICTURE X(03) VALUE SPACES.
       77 WRK-OPCAO        PICTURE 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR          VALUE 1.
           88 OPCAO-ALTERAR          VALUE 2.
           88 OPCAO-FECHAR           VALUE 3.
           88 OPCAO-LISTAR           VALUE 4.
           88 OPCAO-ENCERRAR         VALUE 9.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
       77 WRK-FIM-FILMST   PICTURE X(01) VALUE 'N'.
           88 FIM-FILMST             VALUE 'S'.
       77 WRK-FILIAL-OK    PICTURE X(01) VALUE 'N'.
           88 FILIAL-LOCALIZADA      VALUE 'S'.
       77 WRK-DADOS-OK     PICTURE X(01) VALUE 'N'.
           88 DADOS-ACEITOS          VALUE 'S'.
       77 WRK-QTD-GRAVADOS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADAS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.
      * DATA DIGITADA, CONFERIDA POR ANO, MES E DIA.
       01 WRK-DATA-CONFERIR  PICTURE 9(08) VALUE ZEROS.
       01 WRK-DATA-PARTES REDEFINES WRK-DATA-CONFERIR.
           05 WRK-DATA-ANO   PICTURE 9(04).
           05 WRK-DATA-MES   PICTURE 9(02).
           05 WRK-DATA-DIA   PICTURE 9(02).
       77 WRK-DATA-OK      PICTURE X(01) VALUE 'N'.
           88 DATA-VALIDA            VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 1000-ABRIR-MESTRE.
           PERFORM 2000-MANTER-FILIAL UNTIL FIM-SESSAO.
           IF FS-FILMST-OK
               CLOSE FILIAL-MASTER
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-MESTRE
      * ABRE O FILMST EM I-O, CRIANDO O ARQUIVO NO PRIMEIRO USO,
      * COMO O PROGCAMMNT FAZ COM O CAMPANHA-MASTER.
      *****************************************************************
       1000-ABRIR-MESTRE.
           OPEN I-O FILIAL-MASTER.
           IF FS-FILMST-NAO-EXISTE
               OPEN OUTPUT FILIAL-MASTER
               CLOSE FILIAL-MASTER
               OPEN I-O FILIAL-MASTER
           END-IF.
           IF NOT FS-FILMST-OK
               DISPLAY 'FILIAL-MASTER INDISPONIVEL - FS: '
                       WRK-FS-FILMST
               MOVE 'FILMST'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-FILMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               SET FIM-SESSAO TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-MANTER-FILIAL
      * ACEITA UMA OPCAO DE MANUTENCAO E A APLICA NO CADASTRO.
      *****************************************************************
       2000-MANTER-FILIAL.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-FECHAR 4-LISTAR'.
           DISPLAY '9-ENCERRAR OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 2100-INCLUIR-FILIAL
               THRU 2100-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM 2200-ALTERAR-FILIAL
               THRU 2200-EXIT
               WHEN OPCAO-FECHAR
                   PERFORM 2300-FECHAR-FILIAL
               THRU 2300-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM 2800-LISTAR-FILIAIS
               WHEN OPCAO-ENCERRAR
                   SET FIM-SESSAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-INCLUIR-FILIAL
      * FILIAL NOVA ENTRA ABERTA, COM A DATA DE ABERTURA INFORMADA
      * (ZERO = HOJE) E SEM DATA DE FECHAMENTO.
      *****************************************************************
       2100-INCLUIR-FILIAL.
           DISPLAY 'CODIGO DA FILIAL: ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES     TO FL-REGISTRO.
           MOVE WRK-CODIGO TO FL-CODIGO.
           MOVE ZEROS      TO FL-PARTICAO
                              FL-DATA-ABERTURA
                              FL-DATA-FECHAMENTO.
           PERFORM 2400-ACEITAR-DADOS THRU 2400-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'ABERTURA (AAAAMMDD, 0 = HOJE): '
               WITH NO ADVANCING.
           ACCEPT FL-DATA-ABERTURA FROM CONSOLE.
           IF FL-DATA-ABERTURA = ZEROS
               MOVE WRK-DATA-HOJE TO FL-DATA-ABERTURA
           END-IF.
           MOVE FL-DATA-ABERTURA TO WRK-DATA-CONFERIR.
           PERFORM 2700-CONFERIR-DATA.
           IF NOT DATA-VALIDA
               DISPLAY 'DATA DE ABERTURA INVALIDA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE 'A' TO FL-SITUACAO.
           WRITE FL-REGISTRO
               INVALID KEY
                   DISPLAY 'FILIAL JA CADASTRADA'
                   ADD 1 TO WRK-QTD-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
                   DISPLAY 'FILIAL INCLUIDA'
           END-WRITE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ALTERAR-FILIAL
      * CORRIGE NOME, CIDADE, ESTADO E PARTICAO; A SITUACAO E AS
      * DATAS SO MUDAM PELA INCLUSAO E PELO FECHAMENTO.
      *****************************************************************
       2200-ALTERAR-FILIAL.
           PERFORM 2500-LOCALIZAR-FILIAL.
           IF NOT FILIAL-LOCALIZADA
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2400-ACEITAR-DADOS THRU 2400-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2600-REGRAVAR-FILIAL.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-FECHAR-FILIAL
      * A FILIAL FECHADA CONTINUA NO CADASTRO (OS RELATORIOS AINDA
      * IMPRIMEM O NOME DELA); O MOVIMENTO ATE A DATA DE FECHAMENTO
      * AINDA E ACEITO, O POSTERIOR E RECUSADO.
      *****************************************************************
       2300-FECHAR-FILIAL.
           PERFORM 2500-LOCALIZAR-FILIAL.
           IF NOT FILIAL-LOCALIZADA
               GO TO 2300-EXIT
           END-IF.
           IF FL-FECHADA
               DISPLAY 'FILIAL JA FECHADA EM ' FL-DATA-FECHAMENTO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           DISPLAY 'FECHAMENTO (AAAAMMDD, 0 = HOJE): '
               WITH NO ADVANCING.
           ACCEPT FL-DATA-FECHAMENTO FROM CONSOLE.
           IF FL-DATA-FECHAMENTO = ZEROS
               MOVE WRK-DATA-HOJE TO FL-DATA-FECHAMENTO
           END-IF.
           MOVE FL-DATA-FECHAMENTO TO WRK-DATA-CONFERIR.
           PERFORM 2700-CONFERIR-DATA.
           IF NOT DATA-VALIDA
              OR FL-DATA-FECHAMENTO < FL-DATA-ABERTURA
               DISPLAY 'DATA DE FECHAMENTO INVALIDA OU ANTES DA '
                       'ABERTURA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           MOVE 'F' TO FL-SITUACAO.
           PERFORM 2600-REGRAVAR-FILIAL.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-ACEITAR-DADOS
      * PEDE E CONFERE NOME, CIDADE, ESTADO E PARTICAO (1 A 5, UMA
      * POR PASSO PROGVENDAS DO NOTURNO PARTICIONADO - MAIS DE UMA
      * FILIAL PODE DIVIDIR A MESMA PARTICAO).
      *****************************************************************
       2400-ACEITAR-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'NOME DA FILIAL: ' WITH NO ADVANCING.
           ACCEPT FL-NOME FROM CONSOLE.
           IF FL-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               GO TO 2400-EXIT
           END-IF.
           DISPLAY 'CIDADE: ' WITH NO ADVANCING.
           ACCEPT FL-CIDADE FROM CONSOLE.
           DISPLAY 'ESTADO (UF): ' WITH NO ADVANCING.
           ACCEPT FL-ESTADO FROM CONSOLE.
           IF FL-CIDADE = SPACES OR FL-ESTADO = SPACES
               DISPLAY 'CIDADE E ESTADO OBRIGATORIOS'
               GO TO 2400-EXIT
           END-IF.
           DISPLAY 'PARTICAO DO NOTURNO (1-5): ' WITH NO ADVANCING.
           ACCEPT FL-PARTICAO FROM CONSOLE.
           IF NOT FL-PARTICAO-VALIDA
               DISPLAY 'PARTICAO FORA DA FAIXA'
               GO TO 2400-EXIT
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.
       2400-EXIT.
           EXIT.

       2500-LOCALIZAR-FILIAL.
           MOVE 'N' TO WRK-FILIAL-OK.
           DISPLAY 'CODIGO DA FILIAL: ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO FL-CODIGO.
           READ FILIAL-MASTER
               INVALID KEY
                   DISPLAY 'FILIAL NAO CADASTRADA'
                   ADD 1 TO WRK-QTD-REJEITADOS
               NOT INVALID KEY
                   MOVE 'S' TO WRK-FILIAL-OK
                   PERFORM 2810-MOSTRAR-FILIAL
           END-READ.
       2500-EXIT.
           EXIT.

       2600-REGRAVAR-FILIAL.
           REWRITE FL-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR - FS: ' WRK-FS-FILMST
                   MOVE 'FILMST'  TO EL-ARQUIVO
                   MOVE 'REWRITE' TO EL-OPERACAO
                   MOVE WRK-FS-FILMST TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
                   DISPLAY 'ALTERACAO GRAVADA'
           END-REWRITE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2700-CONFERIR-DATA
      * MES DE 01 A 12 E DIA DE 01 A 31 (O MES CURTO FICA POR CONTA
      * DO OPERADOR).
      *****************************************************************
       2700-CONFERIR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-ANO > 1999
              AND WRK-DATA-MES > 00 AND WRK-DATA-MES < 13
              AND WRK-DATA-DIA > 00 AND WRK-DATA-DIA < 32
               MOVE 'S' TO WRK-DATA-OK
           END-IF.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2800-LISTAR-FILIAIS
      * MOSTRA O CADASTRO INTEIRO EM ORDEM DE CODIGO.
      *****************************************************************
       2800-LISTAR-FILIAIS.
           MOVE ZEROS  TO WRK-QTD-LISTADAS.
           MOVE 'N'    TO WRK-FIM-FILMST.
           MOVE LOW-VALUES TO FL-CODIGO.
           START FILIAL-MASTER KEY IS NOT LESS THAN FL-CODIGO
               INVALID KEY
                   SET FIM-FILMST TO TRUE
           END-START.
           IF NOT FIM-FILMST
               PERFORM 2820-LER-PROXIMA
           END-IF.
           PERFORM 2830-LISTAR-UMA UNTIL FIM-FILMST.
           DISPLAY 'FILIAIS CADASTRADAS: ' WRK-QTD-LISTADAS.
       2800-EXIT.
           EXIT.

       2810-MOSTRAR-FILIAL.
           DISPLAY 'FILIAL ' FL-CODIGO ' ' FL-NOME
                   ' ' FL-CIDADE '/' FL-ESTADO.
           DISPLAY '   PARTICAO ' FL-PARTICAO
                   ' SITUACAO ' FL-SITUACAO
                   ' ABERTURA ' FL-DATA-ABERTURA
                   ' FECHAMENTO ' FL-DATA-FECHAMENTO.
       2810-EXIT.
           EXIT.

       2820-LER-PROXIMA.
           READ FILIAL-MASTER NEXT RECORD
               AT END SET FIM-FILMST TO TRUE
           END-READ.
       2820-EXIT.
           EXIT.

       2830-LISTAR-UMA.
           ADD 1 TO WRK-QTD-LISTADAS.
           PERFORM 2810-MOSTRAR-FILIAL.
           PERFORM 2820-LER-PROXIMA.
       2830-EXIT.
           EXIT.

      *****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
      *****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'REGISTROS GRAVADOS:   ' WRK-QTD-GRAVADOS.
           DISPLAY 'REGISTROS REJEITADOS: ' WRK-QTD-REJEITADOS.
       9700-EXIT.
           EXIT.

      *****************************************************************
      * 9900-GRAVAR-ERRO
      * GRAVA UMA LINHA NO ERROR-LOG COM O PROGRAMA, O ARQUIVO, A
      * OPERACAO E O FILE STATUS QUE VIERAM RUINS.
      *****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGFILMNT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      * CAPTURA E CONFERE O ID DO OPERADOR ANTES DE DAR INICIO AO
      * PROGRAMA, PARA SE TER RESPONSAVEL POR CADA EXECUCAO.
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
