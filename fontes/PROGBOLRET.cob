       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGBOLRET.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: PROCESSA O RETORNO DA COBRANCA BANCARIA (BOLRET)   *
      *           SOBRE O BOLETO-CADASTRO: ENTRADA CONFIRMADA (02)   *
      *           MARCA O BOLETO COMO REGISTRADO, ENTRADA REJEITADA  *
      *           (03) COMO REJEITADO E LIQUIDACAO (06) COMO PAGO,   *
      *           GERANDO A BAIXA DO PAGAMENTO - MENSALIDADE NO      *
      *           MENSPAGB (LIDO PELO PROGMENSBX JUNTO COM O         *
      *           MENSPAG) E PARCELA NO RECPAGB (LIDO PELO PROGRECBX *
      *           JUNTO COM O RECPAG). O BOLETO-CADASTRO ATUALIZADO  *
      *           SAI NO BOLETON. REJEICOES, PAGAMENTOS SEM BOLETO,  *
      *           LIQUIDACOES EM DUPLICIDADE E VALOR PAGO DIFERENTE  *
      *           DO COBRADO SAEM NO RELATORIO DE EXCECOES DA        *
      *           COBRANCA (BOLEXC). O RETORNO TEM CABECALHO E       *
      *           TRAILER CONFERIDOS ANTES DE QUALQUER BAIXA, COMO O *
      *           RFRET NO PROGRFRET.                                *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT COBRANCA-RETORNO ASSIGN TO "BOLRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLRET.
           SELECT BOLETO-CADASTRO ASSIGN TO "BOLETO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETO.
           SELECT BOLETO-NOVO    ASSIGN TO "BOLETON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETON.
           SELECT MENSPAG-BANCO  ASSIGN TO "MENSPAGB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSPAGB.
           SELECT RECPAG-BANCO   ASSIGN TO "RECPAGB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECPAGB.
           SELECT BOLETO-EXCECAO ASSIGN TO "BOLEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLEXC.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  COBRANCA-RETORNO.
           COPY BOLARQ.
       FD  BOLETO-CADASTRO.
           COPY BOLETO.
       FD  BOLETO-NOVO.
       01  BN-REGISTRO              PICTURE X(137).
      * MESMO LAYOUT DO MENSPAG DO PROGMENSBX.
       FD  MENSPAG-BANCO.
       01  PGM-REGISTRO.
           05  PGM-MATRICULA        PICTURE X(08).
           05  PGM-DATA-PAGAMENTO   PICTURE 9(08).
           05  PGM-VALOR            PICTURE 9(08)V99.
      * MESMO LAYOUT DO RECPAG DO PROGRECBX.
       FD  RECPAG-BANCO.
       01  RP-REGISTRO.
           05  RP-CPF-CLIENTE       PICTURE 9(11).
           05  RP-DATA-PAGAMENTO    PICTURE 9(08).
           05  RP-VALOR             PICTURE 9(08)V99.
       FD  BOLETO-EXCECAO.
       01  BE-LINHA                 PICTURE X(132).
       FD  ERROR-LOG.
           COPY ERRLOG.
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-BOLRET            PIC X(02) VALUE SPACES.
           88  FS-BOLRET-OK             VALUE '00'.
           88  FS-BOLRET-NAO-EXISTE     VALUE '35'.
       77  WRK-FS-BOLETO            PIC X(02) VALUE SPACES.
           88  FS-BOLETO-OK             VALUE '00'.
           88  FS-BOLETO-NAO-EXISTE     VALUE '35'.
       77  WRK-FS-BOLETON           PIC X(02) VALUE SPACES.
       77  WRK-FS-MENSPAGB          PIC X(02) VALUE SPACES.
       77  WRK-FS-RECPAGB           PIC X(02) VALUE SPACES.
       77  WRK-FS-BOLEXC            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-BOLRET           PIC X(01) VALUE 'N'.
           88  FIM-BOLRET               VALUE 'S'.
       77  WRK-FIM-BOLETO           PIC X(01) VALUE 'N'.
           88  FIM-BOLETO               VALUE 'S'.
       77  WRK-BOLETO-ABERTO        PIC X(01) VALUE 'N'.
           88  BOLETO-ABERTO            VALUE 'S'.

      * CONFERENCIA DO CABECALHO/TRAILER DO RETORNO (PRE-PASSAGEM,
      * COMO A DO RFRET NO PROGRFRET).
       77  WRK-TEM-CABECALHO        PIC X(01) VALUE 'N'.
           88  TEM-CABECALHO            VALUE 'S'.
       77  WRK-TEM-TRAILER          PIC X(01) VALUE 'N'.
           88  TEM-TRAILER              VALUE 'S'.
       77  WRK-ARQ-RECUSADO         PIC X(01) VALUE 'N'.
           88  ARQ-RECUSADO             VALUE 'S'.
       77  WRK-ARQ-VAZIO            PIC X(01) VALUE 'N'.
           88  ARQ-VAZIO                VALUE 'S'.
       77  WRK-CTL-QTD              PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DADOS            PIC 9(08) VALUE ZEROS.

      * OCORRENCIAS DO RETORNO, NA ORDEM DO ARQUIVO. RT-ACHADO MARCA
      * AS QUE ENCONTRARAM O BOLETO NO CADASTRO.
       01  WRK-TAB-RETORNO.
           05  WRK-RT-ITEM OCCURS 1000 TIMES.
               10  WRK-RT-NOSSO-NUMERO  PIC 9(10).
               10  WRK-RT-OCORRENCIA    PIC X(02).
               10  WRK-RT-MOTIVO        PIC X(02).
               10  WRK-RT-DATA-PAGTO    PIC 9(08).
               10  WRK-RT-VALOR-PAGO    PIC 9(08)V99.
               10  WRK-RT-ACHADO        PIC X(01).
       77  WRK-QTD-TAB-RETORNO      PIC 9(04) VALUE ZEROS.
       77  WRK-RT-IDX               PIC 9(04) VALUE ZEROS.
       77  WRK-PAGO-NESTA-EXEC      PIC X(01) VALUE 'N'.
           88  PAGO-NESTA-EXEC          VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-MENSAGEM             PIC X(50) VALUE SPACES.

       77  WRK-QTD-RETORNOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-BOLETOS          PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CONFIRMADOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REJEITADOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-LIQUIDADOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EXCECOES         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-LIQUIDADA       PIC 9(12)V99 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALORFN2             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0500-CONFERIR-CONTROLES THRU 0500-EXIT.
           PERFORM 1000-ABRIR-ARQUIVOS.
           IF FS-BOLRET-NAO-EXISTE
              OR ARQ-VAZIO
               DISPLAY 'BOLRET NAO RECEBIDO - NADA A BAIXAR'
           ELSE
               IF ARQ-RECUSADO
                   DISPLAY '*** BOLRET RECUSADO - CABECALHO/TRAILER '
                           'NAO CONFERE COM O CONTEUDO - NADA BAIXADO'
                   MOVE 'BOLRET'      TO EL-ARQUIVO
                   MOVE 'TRAILER'     TO EL-OPERACAO
                   MOVE '99'          TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'RECUSADO' TO WRK-RL-STATUS
                   MOVE SPACES TO BE-LINHA
                   STRING 'RETORNO RECUSADO - CABECALHO/TRAILER NAO '
                          'CONFERE - NADA BAIXADO'
                       DELIMITED BY SIZE INTO BE-LINHA
                   END-STRING
                   WRITE BE-LINHA
               ELSE
                   PERFORM 1100-CARREGAR-RETORNO
               END-IF
           END-IF.
           PERFORM 2000-ATUALIZAR-BOLETOS.
           PERFORM 3000-LISTAR-NAO-ACHADOS.
           PERFORM 4000-FECHAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0500-CONFERIR-CONTROLES - PRE-PASSAGEM DO BOLRET: O ARQUIVO  *
      *                           SO E ACEITO COM CABECALHO, TRAILER *
      *                           E QUANTIDADE DE DETALHES IGUAL A   *
      *                           DO TRAILER.                        *
      ****************************************************************
       0500-CONFERIR-CONTROLES.
           OPEN INPUT COBRANCA-RETORNO.
           IF FS-BOLRET-NAO-EXISTE
               GO TO 0500-EXIT
           END-IF.
           IF NOT FS-BOLRET-OK
               SET ARQ-RECUSADO TO TRUE
               GO TO 0500-EXIT
           END-IF.
           READ COBRANCA-RETORNO
               AT END
                   SET FIM-BOLRET TO TRUE
                   SET ARQ-VAZIO TO TRUE
                   CLOSE COBRANCA-RETORNO
                   GO TO 0500-EXIT
           END-READ.
           IF BA-CABECALHO
               SET TEM-CABECALHO TO TRUE
               PERFORM 0510-CONTAR-REGISTRO UNTIL FIM-BOLRET
           END-IF.
           IF NOT TEM-CABECALHO
              OR NOT TEM-TRAILER
              OR WRK-CTL-QTD NOT = WRK-QTD-DADOS
               SET ARQ-RECUSADO TO TRUE
           END-IF.
           CLOSE COBRANCA-RETORNO.
           MOVE 'N' TO WRK-FIM-BOLRET.
       0500-EXIT.
           EXIT.

       0510-CONTAR-REGISTRO.
           READ COBRANCA-RETORNO
               AT END
                   SET FIM-BOLRET TO TRUE
               NOT AT END
                   IF BA-TRAILER
                       SET TEM-TRAILER TO TRUE
                       MOVE BA-DATA TO WRK-CTL-QTD
                   ELSE
                       ADD 1 TO WRK-QTD-DADOS
                   END-IF
           END-READ.
       0510-EXIT.
           EXIT.

      ****************************************************************
      * 1000-ABRIR-ARQUIVOS - ABRE O BOLETO-CADASTRO (SEM ELE, NENHUM*
      *                       BOLETO FOI EMITIDO AINDA), O BOLETON,  *
      *                       AS BAIXAS DO BANCO E O RELATORIO DE    *
      *                       EXCECOES. O BOLETON E SEMPRE GRAVADO,  *
      *                       MESMO SEM RETORNO, PARA A COPIA SOBRE  *
      *                       O BOLETO NO PASSO SEGUINTE.            *
      ****************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT BOLETO-CADASTRO.
           IF FS-BOLETO-OK
               SET BOLETO-ABERTO TO TRUE
           ELSE
               SET FIM-BOLETO TO TRUE
               IF NOT FS-BOLETO-NAO-EXISTE
                   MOVE 'BOLETO'  TO EL-ARQUIVO
                   MOVE 'OPEN'    TO EL-OPERACAO
                   MOVE WRK-FS-BOLETO TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           OPEN OUTPUT BOLETO-NOVO
                       MENSPAG-BANCO
                       RECPAG-BANCO
                       BOLETO-EXCECAO.
           MOVE SPACES TO BE-LINHA.
           STRING 'RETORNO DA COBRANCA EM ' WRK-DATA-HOJE
                  ' - EXCECOES'
               DELIMITED BY SIZE INTO BE-LINHA
           END-STRING.
           WRITE BE-LINHA.
           MOVE ALL '-' TO BE-LINHA.
           WRITE BE-LINHA.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-RETORNO - GUARDA AS OCORRENCIAS DO BOLRET NA   *
      *                         TABELA (O CABECALHO E O TRAILER JA   *
      *                         FORAM CONFERIDOS NO 0500).           *
      ****************************************************************
       1100-CARREGAR-RETORNO.
           OPEN INPUT COBRANCA-RETORNO.
           READ COBRANCA-RETORNO
               AT END SET FIM-BOLRET TO TRUE
           END-READ.
           PERFORM 1110-GUARDAR-OCORRENCIA UNTIL FIM-BOLRET.
           CLOSE COBRANCA-RETORNO.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-OCORRENCIA.
           IF BA-RETORNO
               ADD 1 TO WRK-QTD-RETORNOS
               IF WRK-QTD-TAB-RETORNO < 1000
                   ADD 1 TO WRK-QTD-TAB-RETORNO
                   MOVE BA-RET-NOSSO-NUMERO
                       TO WRK-RT-NOSSO-NUMERO (WRK-QTD-TAB-RETORNO)
                   MOVE BA-OCORRENCIA
                       TO WRK-RT-OCORRENCIA (WRK-QTD-TAB-RETORNO)
                   MOVE BA-MOTIVO
                       TO WRK-RT-MOTIVO (WRK-QTD-TAB-RETORNO)
                   MOVE BA-DATA-PAGAMENTO
                       TO WRK-RT-DATA-PAGTO (WRK-QTD-TAB-RETORNO)
                   MOVE BA-VALOR-PAGO
                       TO WRK-RT-VALOR-PAGO (WRK-QTD-TAB-RETORNO)
                   MOVE 'N'
                       TO WRK-RT-ACHADO (WRK-QTD-TAB-RETORNO)
               ELSE
                   DISPLAY 'BOLRET EXCEDE A CAPACIDADE DA TABELA - '
                           BA-RET-NOSSO-NUMERO
               END-IF
           END-IF.
           READ COBRANCA-RETORNO
               AT END SET FIM-BOLRET TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 2000-ATUALIZAR-BOLETOS - PASSA O BOLETO-CADASTRO PARA O      *
      *                          BOLETON APLICANDO AS OCORRENCIAS DO *
      *                          RETORNO DE CADA BOLETO.             *
      ****************************************************************
       2000-ATUALIZAR-BOLETOS.
           IF NOT FIM-BOLETO
               READ BOLETO-CADASTRO
                   AT END SET FIM-BOLETO TO TRUE
               END-READ
           END-IF.
           PERFORM 2100-ATUALIZAR-BOLETO UNTIL FIM-BOLETO.
       2000-EXIT.
           EXIT.

       2100-ATUALIZAR-BOLETO.
           ADD 1 TO WRK-QTD-BOLETOS.
           MOVE 'N' TO WRK-PAGO-NESTA-EXEC.
           PERFORM 2200-APLICAR-OCORRENCIA THRU 2200-EXIT
               VARYING WRK-RT-IDX FROM 1 BY 1
               UNTIL WRK-RT-IDX > WRK-QTD-TAB-RETORNO.
           WRITE BN-REGISTRO FROM BT-REGISTRO.
           READ BOLETO-CADASTRO
               AT END SET FIM-BOLETO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-APLICAR-OCORRENCIA.
           IF WRK-RT-NOSSO-NUMERO (WRK-RT-IDX) NOT = BT-NOSSO-NUMERO
               GO TO 2200-EXIT
           END-IF.
           MOVE 'S' TO WRK-RT-ACHADO (WRK-RT-IDX).
           MOVE WRK-RT-OCORRENCIA (WRK-RT-IDX) TO BA-OCORRENCIA.
           EVALUATE TRUE
               WHEN BA-ENTRADA-CONFIRMADA
                   IF BOLETO-EMITIDO
                       MOVE 'C' TO BT-SITUACAO
                       MOVE WRK-DATA-HOJE TO BT-DATA-SITUACAO
                       MOVE BA-OCORRENCIA TO BT-OCORRENCIA
                       MOVE WRK-RT-MOTIVO (WRK-RT-IDX) TO BT-MOTIVO
                   END-IF
                   ADD 1 TO WRK-QTD-CONFIRMADOS
               WHEN BA-ENTRADA-REJEITADA
                   PERFORM 2300-REJEITAR-BOLETO
               WHEN BA-LIQUIDACAO
                   PERFORM 2400-LIQUIDAR-BOLETO THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'OCORRENCIA NAO TRATADA' TO WRK-MENSAGEM
                   PERFORM 8000-LISTAR-EXCECAO
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-REJEITAR-BOLETO - O BANCO NAO REGISTROU O BOLETO: FICA  *
      *                        REJEITADO COM O MOTIVO E O ITEM VOLTA *
      *                        A SER EMITIDO NA PROXIMA REMESSA.     *
      ****************************************************************
       2300-REJEITAR-BOLETO.
           IF BOLETO-PAGO
               MOVE 'REJEICAO DE BOLETO JA PAGO - IGNORADA'
                   TO WRK-MENSAGEM
               PERFORM 8000-LISTAR-EXCECAO
           ELSE
               MOVE 'J' TO BT-SITUACAO
               MOVE WRK-DATA-HOJE TO BT-DATA-SITUACAO
               MOVE BA-OCORRENCIA TO BT-OCORRENCIA
               MOVE WRK-RT-MOTIVO (WRK-RT-IDX) TO BT-MOTIVO
               ADD 1 TO WRK-QTD-REJEITADOS
               MOVE 'REGISTRO REJEITADO PELO BANCO'
                   TO WRK-MENSAGEM
               PERFORM 8000-LISTAR-EXCECAO
           END-IF.
       2300-EXIT.
           EXIT.

      ****************************************************************
      * 2400-LIQUIDAR-BOLETO - BOLETO PAGO: GERA A BAIXA DO VALOR    *
      *                        RECEBIDO PARA O PROGMENSBX OU O       *
      *                        PROGRECBX. BOLETO JA PAGO EM OUTRO    *
      *                        DIA E LIQUIDACAO EM DUPLICIDADE (NAO  *
      *                        BAIXA); PAGO HOJE, NA REEXECUCAO DO   *
      *                        DIA, GERA A BAIXA DE NOVO, POIS O     *
      *                        MENSPAGB/RECPAGB SAO REFEITOS.        *
      ****************************************************************
       2400-LIQUIDAR-BOLETO.
           IF BOLETO-PAGO
               IF BT-DATA-SITUACAO NOT = WRK-DATA-HOJE
                  OR PAGO-NESTA-EXEC
                   MOVE 'LIQUIDACAO EM DUPLICIDADE-NAO BAIXADA'
                       TO WRK-MENSAGEM
                   PERFORM 8000-LISTAR-EXCECAO
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           MOVE 'P' TO BT-SITUACAO.
           MOVE WRK-DATA-HOJE TO BT-DATA-SITUACAO.
           MOVE BA-OCORRENCIA TO BT-OCORRENCIA.
           MOVE WRK-RT-MOTIVO (WRK-RT-IDX) TO BT-MOTIVO.
           MOVE WRK-RT-VALOR-PAGO (WRK-RT-IDX) TO BT-VALOR-PAGO.
           SET PAGO-NESTA-EXEC TO TRUE.
           IF BT-MENSALIDADE
               MOVE BT-MATRICULA TO PGM-MATRICULA
               MOVE WRK-RT-DATA-PAGTO (WRK-RT-IDX)
                   TO PGM-DATA-PAGAMENTO
               MOVE BT-VALOR-PAGO TO PGM-VALOR
               WRITE PGM-REGISTRO
           ELSE
               MOVE BT-CPF-CLIENTE TO RP-CPF-CLIENTE
               MOVE WRK-RT-DATA-PAGTO (WRK-RT-IDX)
                   TO RP-DATA-PAGAMENTO
               MOVE BT-VALOR-PAGO TO RP-VALOR
               WRITE RP-REGISTRO
           END-IF.
           ADD 1 TO WRK-QTD-LIQUIDADOS.
           ADD BT-VALOR-PAGO TO WRK-SOMA-LIQUIDADA.
           IF BT-VALOR-PAGO NOT = BT-VALOR
               MOVE 'VALOR PAGO DIFERENTE DO COBRADO'
                   TO WRK-MENSAGEM
               PERFORM 8000-LISTAR-EXCECAO
           END-IF.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 3000-LISTAR-NAO-ACHADOS - OCORRENCIAS DE NOSSO NUMERO QUE    *
      *                           NAO ESTA NO BOLETO-CADASTRO: O     *
      *                           PAGAMENTO NAO E BAIXADO E FICA     *
      *                           PARA A TESOURARIA IDENTIFICAR.     *
      ****************************************************************
       3000-LISTAR-NAO-ACHADOS.
           PERFORM 3100-LISTAR-NAO-ACHADO
               VARYING WRK-RT-IDX FROM 1 BY 1
               UNTIL WRK-RT-IDX > WRK-QTD-TAB-RETORNO.
       3000-EXIT.
           EXIT.

       3100-LISTAR-NAO-ACHADO.
           IF WRK-RT-ACHADO (WRK-RT-IDX) = 'N'
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE WRK-RT-VALOR-PAGO (WRK-RT-IDX) TO WRK-VALORFN
               MOVE SPACES TO BE-LINHA
               STRING 'NOSSO NUMERO '
                      WRK-RT-NOSSO-NUMERO (WRK-RT-IDX)
                      ' OCORRENCIA ' WRK-RT-OCORRENCIA (WRK-RT-IDX)
                      ' DATA ' WRK-RT-DATA-PAGTO (WRK-RT-IDX)
                      ' VALOR ' WRK-VALORFN
                      ' - NOSSO NUMERO NAO ENCONTRADO'
                   DELIMITED BY SIZE INTO BE-LINHA
               END-STRING
               WRITE BE-LINHA
           END-IF.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4000-FECHAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE. O BOLRET   *
      *                        NAO E ESVAZIADO: A REEXECUCAO DO DIA  *
      *                        REFAZ AS MESMAS BAIXAS.               *
      ****************************************************************
       4000-FECHAR-ARQUIVOS.
           IF BOLETO-ABERTO
               CLOSE BOLETO-CADASTRO
           END-IF.
           MOVE ALL '-' TO BE-LINHA.
           WRITE BE-LINHA.
           MOVE WRK-QTD-EXCECOES TO WRK-CONTROLEFN.
           MOVE SPACES TO BE-LINHA.
           STRING 'EXCECOES DO RETORNO: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO BE-LINHA
           END-STRING.
           WRITE BE-LINHA.
           CLOSE BOLETO-NOVO
                 MENSPAG-BANCO
                 RECPAG-BANCO
                 BOLETO-EXCECAO.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-LISTAR-EXCECAO - LINHA DO BOLEXC PARA O BOLETO CORRENTE *
      *                       COM A OCORRENCIA E WRK-MENSAGEM.       *
      ****************************************************************
       8000-LISTAR-EXCECAO.
           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE BT-VALOR TO WRK-VALORFN.
           MOVE WRK-RT-VALOR-PAGO (WRK-RT-IDX) TO WRK-VALORFN2.
           MOVE SPACES TO BE-LINHA.
           STRING 'NOSSO NUMERO ' BT-NOSSO-NUMERO
                  ' PAGADOR ' BT-CPF-PAGADOR
                  ' OCORR ' WRK-RT-OCORRENCIA (WRK-RT-IDX)
                  '/' WRK-RT-MOTIVO (WRK-RT-IDX)
                  ' COBRADO ' WRK-VALORFN
                  ' PAGO ' WRK-VALORFN2
                  ' - ' WRK-MENSAGEM
               DELIMITED BY SIZE INTO BE-LINHA
           END-STRING.
           WRITE BE-LINHA.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-RETORNOS TO WRK-CONTROLEFN.
           DISPLAY 'OCORRENCIAS DO RETORNO: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-BOLETOS TO WRK-CONTROLEFN.
           DISPLAY 'BOLETOS NO CADASTRO:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CONFIRMADOS TO WRK-CONTROLEFN.
           DISPLAY 'ENTRADAS CONFIRMADAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REJEITADOS TO WRK-CONTROLEFN.
           DISPLAY 'ENTRADAS REJEITADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-LIQUIDADOS TO WRK-CONTROLEFN.
           DISPLAY 'LIQUIDACOES BAIXADAS:   ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-LIQUIDADA TO WRK-VALORFN.
           DISPLAY 'VALOR LIQUIDADO:        ' WRK-VALORFN.
           MOVE WRK-QTD-EXCECOES TO WRK-CONTROLEFN.
           DISPLAY 'EXCECOES:               ' WRK-CONTROLEFN.
       9700-EXIT.
           EXIT.

      ****************************************************************
      * 9750-APURAR-RETURN-CODE - DEVOLVE AO JCL O CODIGO DE RETORNO *
      *                    PADRAO DO PASSO, A PARTIR DO STATUS E DAS *
      *                    CONTAGENS JA MONTADOS NO RG-REGISTRO:     *
      *                    12 - FALHA DE ARQUIVO OU DE TOTAL DE      *
      *                         CONTROLE (ERRO/RECUSADO/DIVERGE);    *
      *                     8 - REJEITADOS ACIMA DA TOLERANCIA       *
      *                         (WRK-RL-TOLER-PCT % DOS LIDOS);      *
      *                     4 - AVISO (REJEITADOS DENTRO DA          *
      *                         TOLERANCIA OU LINHA GRAVADA NO       *
      *                         ERROR-LOG);                          *
      *                     0 - OK, INCLUSIVE PASSO PULADO POR NAO   *
      *                         SER O DIA DELE.                      *
      *                    O MAIOR CODIGO JA DEVOLVIDO PREVALECE.    *
      ****************************************************************
       9750-APURAR-RETURN-CODE.
           IF RG-STATUS = 'ERRO' OR 'RECUSADO' OR 'DIVERGE'
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF RG-QTD-REJEITADOS * 100 >
              RG-QTD-LIDOS * WRK-RL-TOLER-PCT
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RG-QTD-REJEITADOS > ZEROS
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9750-EXIT.
           EXIT.

      ****************************************************************
      * 9800-GRAVAR-RUNLOG - REGISTRA A EXECUCAO DO LOTE NO RUN-LOG  *
      *                      COMUM DA SUITE, PARA O RELATORIO DA     *
      *                      MANHA (PROGMANHA).                      *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGBOLRET' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-RETORNOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-LIQUIDADOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-EXCECOES TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.

      ****************************************************************
      * 9900-GRAVAR-ERRO - GRAVA UMA LINHA NO ERROR-LOG COM O        *
      *                    PROGRAMA, O ARQUIVO, A OPERACAO E O FILE  *
      *                    STATUS QUE VIERAM RUINS (EL-ARQUIVO/      *
      *                    EL-OPERACAO/EL-STATUS JA MONTADOS PELO    *
      *                    CHAMADOR).                                *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGBOLRET' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
