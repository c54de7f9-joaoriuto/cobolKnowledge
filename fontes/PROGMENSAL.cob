      *                DESCONTO DA BOLSA ATIVA NO BOLSAMST (APURADA  *
      *                E EXPIRADA PELO PROGBOLSA), COM A LINHA DO    *
      *                DESCONTO NO RELATORIO DE GERACAO.             *
      * 2026-10-15 JR  CADA MENSALIDADE GERADA SAI NO MENSRPT COMO    *
      *                AVISO DE COBRANCA ENDERECADO AO RESPONSAVEL   *
      *                FINANCEIRO (AL-CPF-RESPONSAVEL), COM NOME E   *
      *                ENDERECO DO CADASTRO-CLIENTE.                 *
      * 2026-10-15 JR  O DESCONTO DA BOLSA DE CADA MENSALIDADE GERADA*
      *                E ACRESCENTADO AO MENSHIST, PARA A DECLARACAO *
      *                ANUAL DO IMPOSTO DE RENDA (PROGMENIR).        *
      * 2026-10-15 JR  A COBRANCA GERADA NO LOTE E LANCADA NO LEDGER-*
      *                TRANS EM DUAS PERNAS: MENSALIDADES A RECEBER  *
      *                (11400) CONTRA A RECEITA DE MENSALIDADES      *
      *                (41500) PELO VALOR COBRADO, E O DESCONTO DAS  *
      *                BOLSAS (41600) CONTRA A MESMA RECEITA, QUE    *
      *                FICA PELO PRECO CHEIO. A RERODADA SO GERA (E  *
      *                SO LANCA) O QUE AINDA NAO FOI COBRADO.        *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT BOLSA-MASTER   ASSIGN TO "BOLSAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLSAMST.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT MENSAL-HISTORICO ASSIGN TO "MENSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSHIST.
           SELECT LEDGER-TRANS   ASSIGN TO "LEDGER-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LEDGTRAN.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ALUNO-MASTER.
       01  MR-LINHA                 PICTURE X(80).
       FD  BOLSA-MASTER.
           COPY BOLSAMST.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  MENSAL-HISTORICO.
           COPY MENSHIST.
       FD  LEDGER-TRANS.
           COPY LEDGTRAN.
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
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-CURSPREC          PIC X(02) VALUE SPACES.
       77  WRK-PCT-BOLSA            PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-COBRADO        PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-QTD-COM-BOLSA        PIC 9(06) COMP-3 VALUE ZEROS.
       77  WRK-FS-MENSHIST          PIC X(02) VALUE SPACES.
           88  FS-MENSHIST-OK           VALUE '00'.
           88  FS-MENSHIST-NAO-EXISTE   VALUE '35'.
       77  WRK-MENSHIST-ABERTO      PIC X(01) VALUE 'N'.
           88  MENSHIST-ABERTO          VALUE 'S'.
      * RESPONSAVEL FINANCEIRO DO AVISO DE COBRANCA.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-QTD-SEM-RESPONSAVEL  PIC 9(06) COMP-3 VALUE ZEROS.
      * LANCAMENTO NO LEDGER - A COBRANCA ENTRA NAS MENSALIDADES A
      * RECEBER CONTRA A RECEITA; O DESCONTO DA BOLSA, NA CONTA DE
      * DESCONTOS CONTRA A MESMA RECEITA.
       77  WRK-FS-LEDGTRAN          PIC X(02) VALUE SPACES.
           88  FS-LEDGTRAN-OK           VALUE '00'.
       77  WRK-CONTA-MENS-RECEBER   PIC X(05) VALUE '11400'.
       77  WRK-CONTA-RECEITA-MENS   PIC X(05) VALUE '41500'.
       77  WRK-CONTA-DESC-BOLSA     PIC X(05) VALUE '41600'.
       77  WRK-SOMA-DESCONTO        PIC 9(12)V99 COMP-3 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05  WRK-HOJE-ANO-MES     PIC 9(06).
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-PRECOS.
           PERFORM 1100-CARREGAR-CALENDARIO.
           PERFORM 1400-ABRIR-ARQUIVOS.
           PERFORM 2000-COBRAR-ALUNO UNTIL FIM-ALUNMST.
           PERFORM 3000-IMPRIMIR-RODAPE.
           PERFORM 8000-LANCAR-NO-LEDGER THRU 8000-EXIT.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-CURSPREC TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1000-EXIT.
           EXIT.
           MOVE ALL '=' TO MR-LINHA.
           WRITE MR-LINHA.
           OPEN EXTEND MENSALIDADE.
           OPEN EXTEND MENSAL-HISTORICO.
           IF FS-MENSHIST-NAO-EXISTE
               OPEN OUTPUT MENSAL-HISTORICO
           END-IF.
           IF FS-MENSHIST-OK
               MOVE 'S' TO WRK-MENSHIST-ABERTO
           ELSE
               MOVE 'MENSHIST' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-MENSHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           ELSE
               MOVE 'CADCLI'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           OPEN INPUT ALUNO-MASTER.
           IF NOT FS-ALUNMST-OK
               DISPLAY 'ALUNO-MASTER INDISPONIVEL - FS: '
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               SET FIM-ALUNMST TO TRUE
           ELSE
               READ ALUNO-MASTER
           MOVE 'A'              TO MN-SITUACAO.
           WRITE MN-REGISTRO.
           ADD WRK-VALOR-COBRADO TO WRK-SOMA-GERADA.
           IF WRK-PRECO-ACHADO > WRK-VALOR-COBRADO
               COMPUTE WRK-SOMA-DESCONTO = WRK-SOMA-DESCONTO
                   + WRK-PRECO-ACHADO - WRK-VALOR-COBRADO
           END-IF.
           IF MENSHIST-ABERTO
              AND WRK-PRECO-ACHADO > WRK-VALOR-COBRADO
               MOVE AL-MATRICULA     TO MH-MATRICULA
               MOVE WRK-HOJE-ANO-MES TO MH-ANO-MES
               MOVE WRK-DATA-HOJE    TO MH-DATA
               MOVE 'D'              TO MH-TIPO
               COMPUTE MH-VALOR = WRK-PRECO-ACHADO - WRK-VALOR-COBRADO
               WRITE MH-REGISTRO
           END-IF.
           PERFORM 2500-EMITIR-AVISO THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

       2400-EXIT.
           EXIT.

      ****************************************************************
      * 2500-EMITIR-AVISO - AVISO DE COBRANCA DA MENSALIDADE GERADA, *
      *                     ENDERECADO AO RESPONSAVEL FINANCEIRO DO  *
      *                     CADASTRO-CLIENTE; SEM RESPONSAVEL, O     *
      *                     AVISO SAI MARCADO PARA A SECRETARIA.     *
      ****************************************************************
       2500-EMITIR-AVISO.
           MOVE WRK-VALOR-COBRADO TO WRK-VALORFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'AVISO ' AL-MATRICULA ' ' AL-NOME
                  ' VENCTO ' WRK-VENCTO-FINAL ' ' WRK-VALORFN
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.
           IF NOT CADCLI-ABERTO
              OR AL-CPF-RESPONSAVEL = ZEROS
               GO TO 2500-SEM-RESPONSAVEL
           END-IF.
           MOVE AL-CPF-RESPONSAVEL TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   GO TO 2500-SEM-RESPONSAVEL
           END-READ.
           MOVE SPACES TO MR-LINHA.
           STRING '      A/C ' CLI-CPF ' ' CLI-NOME
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.
           MOVE SPACES TO MR-LINHA.
           STRING '      ' CLI-LOGRADOURO ' ' CLI-CIDADE
                  ' ' CLI-ESTADO ' ' CLI-CEP
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.
           GO TO 2500-EXIT.
       2500-SEM-RESPONSAVEL.
           ADD 1 TO WRK-QTD-SEM-RESPONSAVEL.
           MOVE SPACES TO MR-LINHA.
           STRING '      RESPONSAVEL FINANCEIRO NAO CADASTRADO ('
                  AL-CPF-RESPONSAVEL ')'
               DELIMITED BY SIZE INTO MR-LINHA
           END-STRING.
           WRITE MR-LINHA.
       2500-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-RODAPE - TOTAIS DA GERACAO.                    *
      ****************************************************************
           STRING 'MENSALIDADES COM BOLSA:' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
           MOVE WRK-QTD-SEM-RESPONSAVEL TO WRK-CONTROLEFN.
           MOVE SPACES TO MR-LINHA.
           STRING 'AVISOS SEM RESPONSAVEL:' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO MR-LINHA.
           WRITE MR-LINHA.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-LANCAR-NO-LEDGER - LANCA A COBRANCA DO LOTE EM DUAS     *
      *                         PERNAS QUE SE ANULAM: DEBITO NAS     *
      *                         MENSALIDADES A RECEBER (POSITIVO)    *
      *                         CONTRA CREDITO NA RECEITA (NEGATIVO);*
      *                         O DESCONTO DAS BOLSAS, DEBITO NA     *
      *                         CONTA DE DESCONTOS CONTRA A RECEITA. *
      ****************************************************************
       8000-LANCAR-NO-LEDGER.
           IF WRK-SOMA-GERADA = ZEROS
              AND WRK-SOMA-DESCONTO = ZEROS
               GO TO 8000-EXIT
           END-IF.
           OPEN EXTEND LEDGER-TRANS.
           IF NOT FS-LEDGTRAN-OK
               MOVE 'LEDGER-TRANS' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-LEDGTRAN TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               DISPLAY 'LEDGER-TRANS INDISPONIVEL - COBRANCA DO LOTE '
                       'NAO LANCADA'
               GO TO 8000-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO LT-DATA.
           IF WRK-SOMA-GERADA > ZEROS
               MOVE WRK-CONTA-MENS-RECEBER TO LT-CONTA
               MOVE WRK-CONTA-RECEITA-MENS TO LT-CONTA-CONTRA
               MOVE 'MENSALIDADES GERADAS'  TO LT-DESCRICAO
               MOVE WRK-SOMA-GERADA         TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-RECEITA-MENS TO LT-CONTA
               MOVE WRK-CONTA-MENS-RECEBER TO LT-CONTA-CONTRA
               MOVE 'RECEITA MENSALIDADES'  TO LT-DESCRICAO
               COMPUTE LT-VALOR = WRK-SOMA-GERADA * -1
               WRITE LT-REGISTRO
           END-IF.
           IF WRK-SOMA-DESCONTO > ZEROS
               MOVE WRK-CONTA-DESC-BOLSA   TO LT-CONTA
               MOVE WRK-CONTA-RECEITA-MENS TO LT-CONTA-CONTRA
               MOVE 'BOLSAS CONCEDIDAS'     TO LT-DESCRICAO
               MOVE WRK-SOMA-DESCONTO       TO LT-VALOR
               WRITE LT-REGISTRO
               MOVE WRK-CONTA-RECEITA-MENS TO LT-CONTA
               MOVE WRK-CONTA-DESC-BOLSA   TO LT-CONTA-CONTRA
               MOVE 'RECEITA MENSALIDADES'  TO LT-DESCRICAO
               COMPUTE LT-VALOR = WRK-SOMA-DESCONTO * -1
               WRITE LT-REGISTRO
           END-IF.
           CLOSE LEDGER-TRANS.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
           IF FS-ALUNMST-OK OR WRK-FS-ALUNMST = '10'
               CLOSE ALUNO-MASTER
           END-IF.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF MENSHIST-ABERTO
               CLOSE MENSAL-HISTORICO
           END-IF.
           CLOSE MENSALIDADE
                 MENSAL-REPORT.
       9000-EXIT.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
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
           MOVE 'PROGMENSAL' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ALUNOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GERADAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-SEM-PRECO TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
