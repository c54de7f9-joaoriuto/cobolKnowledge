       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCAMMNT.
      ***************************************
      * AREA DE COMENTARIOS -> REMARKS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MANUTENCAO DO CADASTRO DE CAMPANHAS DE MARKETING
      *           (CAMPMST) PELO COMERCIAL - INCLUI A CAMPANHA
      *           (CODIGO, DESCRICAO, SEGMENTO ALVO, CANAL, JANELA DE
      *           INICIO E FIM E PERCENTUAL DO GRUPO DE CONTROLE),
      *           CORRIGE A CAMPANHA AINDA PLANEJADA E CANCELA A QUE
      *           NAO VAI MAIS SAIR. A LISTA E GERADA PELO PROGCAMSEL
      *           E A RESPOSTA APURADA PELO PROGCAMAPU.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  PROGRAMA INICIAL.
      ***************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA-MASTER ASSIGN TO "CAMPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODIGO
               FILE STATUS IS WRK-FS-CAMPMST.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHA-MASTER.
           COPY CAMPMST.

       FD  ERROR-LOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-CAMPMST   PICTURE X(02) VALUE ZEROS.
           88 FS-CAMPMST-OK          VALUE '00'.
           88 FS-CAMPMST-NAO-EXISTE  VALUE '35'.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77 WRK-CODIGO       PICTURE X(06) VALUE SPACES.
       77 WRK-OPCAO        PICTURE 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR          VALUE 1.
           88 OPCAO-ALTERAR          VALUE 2.
           88 OPCAO-CANCELAR         VALUE 3.
           88 OPCAO-ENCERRAR         VALUE 9.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
       77 WRK-CAMPANHA-OK  PICTURE X(01) VALUE 'N'.
           88 CAMPANHA-LOCALIZADA    VALUE 'S'.
       77 WRK-DADOS-OK     PICTURE X(01) VALUE 'N'.
           88 DADOS-ACEITOS          VALUE 'S'.
       77 WRK-QTD-GRAVADOS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PICTURE 9(04) VALUE ZEROS.
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
           PERFORM 2000-MANTER-CAMPANHA UNTIL FIM-SESSAO.
           IF FS-CAMPMST-OK
               CLOSE CAMPANHA-MASTER
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-MESTRE
      * ABRE O CAMPMST EM I-O, CRIANDO O ARQUIVO NO PRIMEIRO USO,
      * COMO O PROGALUMNT FAZ COM O ALUNO-MASTER.
      *****************************************************************
       1000-ABRIR-MESTRE.
           OPEN I-O CAMPANHA-MASTER.
           IF FS-CAMPMST-NAO-EXISTE
               OPEN OUTPUT CAMPANHA-MASTER
               CLOSE CAMPANHA-MASTER
               OPEN I-O CAMPANHA-MASTER
           END-IF.
           IF NOT FS-CAMPMST-OK
               DISPLAY 'CAMPANHA-MASTER INDISPONIVEL - FS: '
                       WRK-FS-CAMPMST
               MOVE 'CAMPMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CAMPMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               SET FIM-SESSAO TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-MANTER-CAMPANHA
      * ACEITA UMA OPCAO DE MANUTENCAO E A APLICA NO CADASTRO.
      *****************************************************************
       2000-MANTER-CAMPANHA.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-CANCELAR'.
           DISPLAY '9-ENCERRAR OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 2100-INCLUIR-CAMPANHA
               THRU 2100-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM 2200-ALTERAR-CAMPANHA
               THRU 2200-EXIT
               WHEN OPCAO-CANCELAR
                   PERFORM 2300-CANCELAR-CAMPANHA
               THRU 2300-EXIT
               WHEN OPCAO-ENCERRAR
                   SET FIM-SESSAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-INCLUIR-CAMPANHA.
           DISPLAY 'CODIGO DA CAMPANHA: ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES     TO CP-REGISTRO.
           MOVE WRK-CODIGO TO CP-CODIGO.
           MOVE ZEROS      TO CP-DATA-INICIO
                              CP-DATA-FIM
                              CP-PCT-CONTROLE
                              CP-DATA-GERACAO
                              CP-QTD-ALVO
                              CP-QTD-CONTROLE
                              CP-QTD-SUPRIMIDOS
                              CP-DATA-APURACAO.
           PERFORM 2400-ACEITAR-DADOS THRU 2400-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE 'P' TO CP-SITUACAO.
           WRITE CP-REGISTRO
               INVALID KEY
                   DISPLAY 'CAMPANHA JA CADASTRADA'
                   ADD 1 TO WRK-QTD-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
                   DISPLAY 'CAMPANHA INCLUIDA'
           END-WRITE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ALTERAR-CAMPANHA
      * SO A CAMPANHA AINDA PLANEJADA MUDA - DEPOIS DE GERADA A
      * LISTA, O SEGMENTO, A JANELA E O CONTROLE FICAM CONGELADOS
      * PARA A APURACAO.
      *****************************************************************
       2200-ALTERAR-CAMPANHA.
           PERFORM 2500-LOCALIZAR-CAMPANHA.
           IF NOT CAMPANHA-LOCALIZADA
               GO TO 2200-EXIT
           END-IF.
           IF NOT CAMPANHA-PLANEJADA
               DISPLAY 'CAMPANHA JA GERADA OU ENCERRADA - SITUACAO '
                       CP-SITUACAO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2400-ACEITAR-DADOS THRU 2400-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2600-REGRAVAR-CAMPANHA.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CANCELAR-CAMPANHA
      * A CAMPANHA PLANEJADA OU JA GERADA PODE SER CANCELADA; A
      * CANCELADA NAO GERA LISTA NEM E APURADA.
      *****************************************************************
       2300-CANCELAR-CAMPANHA.
           PERFORM 2500-LOCALIZAR-CAMPANHA.
           IF NOT CAMPANHA-LOCALIZADA
               GO TO 2300-EXIT
           END-IF.
           IF CAMPANHA-ENCERRADA
              OR CAMPANHA-CANCELADA
               DISPLAY 'CAMPANHA JA ENCERRADA OU CANCELADA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           MOVE 'X' TO CP-SITUACAO.
           PERFORM 2600-REGRAVAR-CAMPANHA.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-ACEITAR-DADOS
      * PEDE E CONFERE OS DADOS DA CAMPANHA. A JANELA NAO PODE TER
      * COMECADO NEM TERMINAR ANTES DO INICIO; CONTROLE DE 1 A 50%.
      *****************************************************************
       2400-ACEITAR-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'DESCRICAO: ' WITH NO ADVANCING.
           ACCEPT CP-DESCRICAO FROM CONSOLE.
           DISPLAY 'SEGMENTO (D-DORMENTES A/B/C/N-TIER T-TODOS): '
               WITH NO ADVANCING.
           ACCEPT CP-SEGMENTO FROM CONSOLE.
           IF NOT CP-SEGMENTO-VALIDO
               DISPLAY 'SEGMENTO INVALIDO'
               GO TO 2400-EXIT
           END-IF.
           DISPLAY 'CANAL (EML/SMS/TEL/CAR): ' WITH NO ADVANCING.
           ACCEPT CP-CANAL FROM CONSOLE.
           IF NOT CP-CANAL-VALIDO
               DISPLAY 'CANAL INVALIDO'
               GO TO 2400-EXIT
           END-IF.
           DISPLAY 'INICIO (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT CP-DATA-INICIO FROM CONSOLE.
           MOVE CP-DATA-INICIO TO WRK-DATA-CONFERIR.
           PERFORM 2700-CONFERIR-DATA.
           IF NOT DATA-VALIDA
              OR CP-DATA-INICIO < WRK-DATA-HOJE
               DISPLAY 'DATA DE INICIO INVALIDA OU JA PASSADA'
               GO TO 2400-EXIT
           END-IF.
           DISPLAY 'FIM    (AAAAMMDD): ' WITH NO ADVANCING.
           ACCEPT CP-DATA-FIM FROM CONSOLE.
           MOVE CP-DATA-FIM TO WRK-DATA-CONFERIR.
           PERFORM 2700-CONFERIR-DATA.
           IF NOT DATA-VALIDA
              OR CP-DATA-FIM < CP-DATA-INICIO
               DISPLAY 'DATA DE FIM INVALIDA OU ANTES DO INICIO'
               GO TO 2400-EXIT
           END-IF.
           DISPLAY '% DO GRUPO DE CONTROLE (01-50): '
               WITH NO ADVANCING.
           ACCEPT CP-PCT-CONTROLE FROM CONSOLE.
           IF CP-PCT-CONTROLE < 01
              OR CP-PCT-CONTROLE > 50
               DISPLAY 'PERCENTUAL DE CONTROLE FORA DA FAIXA'
               GO TO 2400-EXIT
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.
       2400-EXIT.
           EXIT.

       2500-LOCALIZAR-CAMPANHA.
           MOVE 'N' TO WRK-CAMPANHA-OK.
           DISPLAY 'CODIGO DA CAMPANHA: ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO CP-CODIGO.
           READ CAMPANHA-MASTER
               INVALID KEY
                   DISPLAY 'CAMPANHA NAO CADASTRADA'
                   ADD 1 TO WRK-QTD-REJEITADOS
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CAMPANHA-OK
                   DISPLAY 'CAMPANHA: ' CP-DESCRICAO
                   DISPLAY 'SEGMENTO ' CP-SEGMENTO ' CANAL ' CP-CANAL
                           ' DE ' CP-DATA-INICIO ' A ' CP-DATA-FIM
                           ' SITUACAO ' CP-SITUACAO
           END-READ.
       2500-EXIT.
           EXIT.

       2600-REGRAVAR-CAMPANHA.
           REWRITE CP-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR - FS: ' WRK-FS-CAMPMST
                   MOVE 'CAMPMST' TO EL-ARQUIVO
                   MOVE 'REWRITE' TO EL-OPERACAO
                   MOVE WRK-FS-CAMPMST TO EL-STATUS
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
      * DO COMERCIAL).
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
           MOVE 'PROGCAMMNT' TO EL-PROGRAMA.
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
