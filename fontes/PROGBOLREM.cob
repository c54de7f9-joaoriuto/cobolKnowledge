       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGBOLREM.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: EMISSAO DOS BOLETOS DE COBRANCA - PARA CADA        *
      *           MENSALIDADE ABERTA DO MENSAL E CADA PARCELA ABERTA *
      *           DO RECEBER AINDA A VENCER QUE NAO TEM BOLETO,      *
      *           NUMERA O BOLETO (NOSSO NUMERO DO BOLCTL), GRAVA NO *
      *           BOLETO-CADASTRO, MANDA NA REMESSA AO BANCO         *
      *           (BOLREM) E IMPRIME O BOLETO (BOLPRT). O PAGADOR DA *
      *           MENSALIDADE E O RESPONSAVEL FINANCEIRO DO ALUNO    *
      *           (AL-CPF-RESPONSAVEL) E O DA PARCELA E O CLIENTE,   *
      *           COM NOME E ENDERECO DO CADASTRO-CLIENTE; ITEM SEM  *
      *           PAGADOR CADASTRADO SAI NO RELATORIO DE EXCECOES    *
      *           DA COBRANCA (BOLEXC). REEXECUCAO NO MESMO DIA      *
      *           REFAZ A REMESSA E A IMPRESSAO COM OS BOLETOS JA    *
      *           EMITIDOS HOJE, SEM NUMERAR DE NOVO.                *
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
           SELECT BOLETO-CONTROLE ASSIGN TO "BOLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLCTL.
           SELECT BOLETO-CADASTRO ASSIGN TO "BOLETO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETO.
           SELECT MENSALIDADE    ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.
           SELECT CONTAS-RECEBER ASSIGN TO "RECEBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT COBRANCA-REMESSA ASSIGN TO "BOLREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLREM.
           SELECT BOLETO-IMPRESSAO ASSIGN TO "BOLPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLPRT.
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
       FD  BOLETO-CONTROLE.
           COPY BOLCTL.
       FD  BOLETO-CADASTRO.
           COPY BOLETO.
       FD  MENSALIDADE.
           COPY MENSALID.
       FD  CONTAS-RECEBER.
           COPY RECEBER.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  COBRANCA-REMESSA.
           COPY BOLARQ.
       FD  BOLETO-IMPRESSAO.
       01  BP-LINHA                 PICTURE X(80).
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
       77  WRK-FS-BOLCTL            PIC X(02) VALUE SPACES.
           88  FS-BOLCTL-OK             VALUE '00'.
       77  WRK-FS-BOLETO            PIC X(02) VALUE SPACES.
           88  FS-BOLETO-OK             VALUE '00'.
           88  FS-BOLETO-NAO-EXISTE     VALUE '35'.
       77  WRK-FS-MENSAL            PIC X(02) VALUE SPACES.
           88  FS-MENSAL-OK             VALUE '00'.
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
           88  FS-RECEBER-OK            VALUE '00'.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-BOLREM            PIC X(02) VALUE SPACES.
       77  WRK-FS-BOLPRT            PIC X(02) VALUE SPACES.
       77  WRK-FS-BOLEXC            PIC X(02) VALUE SPACES.
           88  FS-BOLEXC-OK             VALUE '00'.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-BOLETO           PIC X(01) VALUE 'N'.
           88  FIM-BOLETO               VALUE 'S'.
       77  WRK-FIM-MENSAL           PIC X(01) VALUE 'N'.
           88  FIM-MENSAL               VALUE 'S'.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-PAGADOR-ACHADO       PIC X(01) VALUE 'N'.
           88  PAGADOR-ACHADO           VALUE 'S'.

      * ITENS QUE JA TEM BOLETO VALIDO (NAO REJEITADO) A VENCER,
      * PELA ORIGEM E REFERENCIA DO BOLETO-CADASTRO - NAO SAO
      * EMITIDOS DE NOVO.
       01  WRK-TAB-EMITIDOS.
           05  WRK-TAB-EMI OCCURS 3000 TIMES
                           INDEXED BY WRK-EMI-IDX
                           PICTURE X(27).
       77  WRK-QTD-TAB-EMITIDOS     PIC 9(04) VALUE ZEROS.
       01  WRK-REF-CHAVE.
           05  WRK-REF-ORIGEM       PIC X(01).
           05  WRK-REF-REFERENCIA   PIC X(26).
       77  WRK-JA-EMITIDO           PIC X(01) VALUE 'N'.
           88  JA-EMITIDO               VALUE 'S'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-PAGADOR          PIC 9(11) VALUE ZEROS.
       77  WRK-VALOR-BOLETO         PIC 9(08)V99 COMP-3 VALUE ZEROS.
       77  WRK-MOTIVO-EXCECAO       PIC X(50) VALUE SPACES.
       77  WRK-DESCRICAO-ITEM       PIC X(50) VALUE SPACES.

       77  WRK-QTD-MENSAL-LIDAS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-PARCELAS-LIDAS   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EMITIDOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REENVIADOS       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-NAO-EMITIDOS     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-REMESSA          PIC 9(08) VALUE ZEROS.
       77  WRK-SOMA-REMESSA         PIC 9(12)V99 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-CONTROLE THRU 1000-EXIT.
           IF WRK-RL-STATUS = 'ERRO'
               DISPLAY '*** BOLCTL INDISPONIVEL - NENHUM BOLETO '
                       'EMITIDO'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1100-ABRIR-ARQUIVOS.
           PERFORM 1200-CARREGAR-BOLETOS.
           PERFORM 1300-ABRIR-CADASTRO THRU 1300-EXIT.
           IF WRK-RL-STATUS NOT = 'ERRO'
               PERFORM 2000-EMITIR-MENSALIDADES
               PERFORM 3000-EMITIR-PARCELAS
               PERFORM 5000-GRAVAR-CONTROLE
           END-IF.
           PERFORM 4000-FECHAR-REMESSA.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 1000-CARREGAR-CONTROLE - LE O BOLCTL (CONVENIO, ULTIMO NOSSO *
      *                          NUMERO E ULTIMA REMESSA). SEM ELE   *
      *                          NAO HA COMO NUMERAR: NADA E EMITIDO.*
      *                          A REMESSA DE HOJE RECEBE O NUMERO   *
      *                          SEGUINTE, OU O MESMO SE JA FOI      *
      *                          GERADA HOJE (REEXECUCAO).           *
      ****************************************************************
       1000-CARREGAR-CONTROLE.
           OPEN INPUT BOLETO-CONTROLE.
           IF NOT FS-BOLCTL-OK
               MOVE 'BOLCTL'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-BOLCTL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           READ BOLETO-CONTROLE
               AT END
                   MOVE 'BOLCTL'  TO EL-ARQUIVO
                   MOVE 'READ'    TO EL-OPERACAO
                   MOVE '10'      TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   MOVE 'ERRO' TO WRK-RL-STATUS
           END-READ.
           CLOSE BOLETO-CONTROLE.
           IF WRK-RL-STATUS = 'ERRO'
               GO TO 1000-EXIT
           END-IF.
           IF BQ-ULTIMO-NOSSO-NUM NOT NUMERIC
              OR BQ-ULTIMA-REMESSA NOT NUMERIC
               MOVE 'BOLCTL'  TO EL-ARQUIVO
               MOVE 'CONTEUDO' TO EL-OPERACAO
               MOVE '99'      TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           IF BQ-DATA-REMESSA NOT NUMERIC
               MOVE ZEROS TO BQ-DATA-REMESSA
           END-IF.
           IF BQ-DATA-REMESSA NOT = WRK-DATA-HOJE
               ADD 1 TO BQ-ULTIMA-REMESSA
               MOVE WRK-DATA-HOJE TO BQ-DATA-REMESSA
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-ABRIR-ARQUIVOS - ABRE OS CADASTROS DE CONSULTA, A       *
      *                       REMESSA (COM O CABECALHO), A IMPRESSAO *
      *                       DOS BOLETOS E A SECAO DE EMISSAO DO    *
      *                       RELATORIO DE EXCECOES DO DIA.          *
      ****************************************************************
       1100-ABRIR-ARQUIVOS.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-ALUNMST-ABERTO
           ELSE
               MOVE 'ALUNMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-ALUNMST TO EL-STATUS
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
           OPEN OUTPUT COBRANCA-REMESSA
                       BOLETO-IMPRESSAO.
           MOVE 'HDR'          TO BA-TIPO.
           MOVE WRK-DATA-HOJE  TO BA-DATA.
           MOVE SPACES         TO BA-DETALHE.
           MOVE BQ-CONVENIO    TO BA-CONVENIO.
           MOVE BQ-BENEFICIARIO TO BA-BENEFICIARIO.
           MOVE BQ-ULTIMA-REMESSA TO BA-NUM-REMESSA.
           WRITE BA-REGISTRO.
           OPEN EXTEND BOLETO-EXCECAO.
           IF NOT FS-BOLEXC-OK
               OPEN OUTPUT BOLETO-EXCECAO
           END-IF.
           MOVE SPACES TO BE-LINHA.
           STRING 'EMISSAO DE BOLETOS EM ' WRK-DATA-HOJE
                  ' - ITENS NAO EMITIDOS'
               DELIMITED BY SIZE INTO BE-LINHA
           END-STRING.
           WRITE BE-LINHA.
           MOVE ALL '-' TO BE-LINHA.
           WRITE BE-LINHA.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-CARREGAR-BOLETOS - GUARDA OS ITENS QUE JA TEM BOLETO    *
      *                         VALIDO A VENCER E MANDA DE NOVO NA   *
      *                         REMESSA OS BOLETOS EMITIDOS HOJE     *
      *                         (REEXECUCAO DO DIA). SEM O ARQUIVO,  *
      *                         E O PRIMEIRO USO.                    *
      ****************************************************************
       1200-CARREGAR-BOLETOS.
           OPEN INPUT BOLETO-CADASTRO.
           IF FS-BOLETO-OK
               READ BOLETO-CADASTRO
                   AT END SET FIM-BOLETO TO TRUE
               END-READ
               PERFORM 1210-GUARDAR-BOLETO UNTIL FIM-BOLETO
               CLOSE BOLETO-CADASTRO
           END-IF.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-BOLETO.
           IF NOT BOLETO-REJEITADO
              AND BT-DATA-VENCTO NOT < WRK-DATA-HOJE
               MOVE BT-ORIGEM     TO WRK-REF-ORIGEM
               MOVE BT-REFERENCIA TO WRK-REF-REFERENCIA
               PERFORM 7000-GUARDAR-REFERENCIA
           END-IF.
           IF BOLETO-EMITIDO
              AND BT-DATA-EMISSAO = WRK-DATA-HOJE
               ADD 1 TO WRK-QTD-REENVIADOS
               PERFORM 6000-ENVIAR-BOLETO
           END-IF.
           READ BOLETO-CADASTRO
               AT END SET FIM-BOLETO TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-ABRIR-CADASTRO - ABRE O BOLETO-CADASTRO PARA ACRESCENTAR*
      *                       OS BOLETOS NOVOS (CRIANDO-O NO         *
      *                       PRIMEIRO USO).                         *
      ****************************************************************
       1300-ABRIR-CADASTRO.
           OPEN EXTEND BOLETO-CADASTRO.
           IF FS-BOLETO-NAO-EXISTE
               OPEN OUTPUT BOLETO-CADASTRO
           END-IF.
           IF NOT FS-BOLETO-OK
               MOVE 'BOLETO'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-BOLETO TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
           END-IF.
       1300-EXIT.
           EXIT.

      ****************************************************************
      * 2000-EMITIR-MENSALIDADES - PERCORRE O MENSAL EMITINDO O      *
      *                            BOLETO DAS MENSALIDADES ABERTAS   *
      *                            A VENCER AINDA SEM BOLETO.        *
      ****************************************************************
       2000-EMITIR-MENSALIDADES.
           OPEN INPUT MENSALIDADE.
           IF FS-MENSAL-OK
               READ MENSALIDADE
                   AT END SET FIM-MENSAL TO TRUE
               END-READ
               PERFORM 2100-CONFERIR-MENSALIDADE THRU 2100-EXIT
                   UNTIL FIM-MENSAL
               CLOSE MENSALIDADE
           ELSE
               MOVE 'MENSAL'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-MENSAL TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CONFERIR-MENSALIDADE.
           ADD 1 TO WRK-QTD-MENSAL-LIDAS.
           IF NOT MENSALIDADE-ABERTA
              OR MN-DATA-VENCTO < WRK-DATA-HOJE
               GO TO 2100-LER-PROXIMO
           END-IF.
           IF MN-VALOR-PAGO NOT NUMERIC
               MOVE ZEROS TO MN-VALOR-PAGO
           END-IF.
           IF MN-VALOR-PAGO NOT < MN-VALOR
               GO TO 2100-LER-PROXIMO
           END-IF.
           COMPUTE WRK-VALOR-BOLETO = MN-VALOR - MN-VALOR-PAGO.
           MOVE SPACES       TO BT-REFERENCIA.
           MOVE MN-MATRICULA TO BT-MATRICULA.
           MOVE MN-ANO-MES   TO BT-ANO-MES.
           MOVE 'M'          TO WRK-REF-ORIGEM.
           MOVE BT-REFERENCIA TO WRK-REF-REFERENCIA.
           PERFORM 7100-PROCURAR-REFERENCIA.
           IF JA-EMITIDO
               GO TO 2100-LER-PROXIMO
           END-IF.
           MOVE SPACES TO WRK-DESCRICAO-ITEM.
           STRING 'MENSALIDADE ' MN-ANO-MES ' MATRICULA ' MN-MATRICULA
               DELIMITED BY SIZE INTO WRK-DESCRICAO-ITEM
           END-STRING.
           MOVE ZEROS TO WRK-CPF-PAGADOR.
           IF ALUNMST-ABERTO
               MOVE MN-MATRICULA TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-CPF-RESPONSAVEL TO WRK-CPF-PAGADOR
               END-READ
           END-IF.
           IF WRK-CPF-PAGADOR NOT NUMERIC
              OR WRK-CPF-PAGADOR = ZEROS
               MOVE 'SEM RESPONSAVEL FINANCEIRO NO ALUNO-MASTER'
                   TO WRK-MOTIVO-EXCECAO
               PERFORM 8000-LISTAR-NAO-EMITIDO
               GO TO 2100-LER-PROXIMO
           END-IF.
           PERFORM 7200-LER-PAGADOR.
           IF NOT PAGADOR-ACHADO
               MOVE 'PAGADOR NAO CADASTRADO NO CADASTRO-CLIENTE'
                   TO WRK-MOTIVO-EXCECAO
               PERFORM 8000-LISTAR-NAO-EMITIDO
               GO TO 2100-LER-PROXIMO
           END-IF.
           MOVE 'M'            TO BT-ORIGEM.
           MOVE MN-DATA-VENCTO TO BT-DATA-VENCTO.
           PERFORM 6100-GRAVAR-BOLETO.
       2100-LER-PROXIMO.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-EMITIR-PARCELAS - PERCORRE O RECEBER EMITINDO O BOLETO  *
      *                        DAS PARCELAS ABERTAS A VENCER AINDA   *
      *                        SEM BOLETO, EM NOME DO CLIENTE.       *
      ****************************************************************
       3000-EMITIR-PARCELAS.
           OPEN INPUT CONTAS-RECEBER.
           IF FS-RECEBER-OK
               READ CONTAS-RECEBER
                   AT END SET FIM-RECEBER TO TRUE
               END-READ
               PERFORM 3100-CONFERIR-PARCELA THRU 3100-EXIT
                   UNTIL FIM-RECEBER
               CLOSE CONTAS-RECEBER
           ELSE
               MOVE 'RECEBER' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-RECEBER TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CONFERIR-PARCELA.
           ADD 1 TO WRK-QTD-PARCELAS-LIDAS.
           IF NOT PARCELA-ABERTA
              OR CR-DATA-VENCTO < WRK-DATA-HOJE
               GO TO 3100-LER-PROXIMO
           END-IF.
           IF CR-VALOR-PAGO NOT NUMERIC
               MOVE ZEROS TO CR-VALOR-PAGO
           END-IF.
           IF CR-VALOR-PAGO NOT < CR-VALOR-PARCELA
               GO TO 3100-LER-PROXIMO
           END-IF.
           COMPUTE WRK-VALOR-BOLETO =
               CR-VALOR-PARCELA - CR-VALOR-PAGO.
           MOVE SPACES          TO BT-REFERENCIA.
           MOVE CR-CPF-CLIENTE  TO BT-CPF-CLIENTE.
           MOVE CR-DATA-VENDA   TO BT-DATA-VENDA.
           MOVE CR-FILIAL       TO BT-FILIAL.
           MOVE CR-NUM-PARCELA  TO BT-NUM-PARCELA.
           MOVE CR-QTD-PARCELAS TO BT-QTD-PARCELAS.
           MOVE 'R'             TO WRK-REF-ORIGEM.
           MOVE BT-REFERENCIA   TO WRK-REF-REFERENCIA.
           PERFORM 7100-PROCURAR-REFERENCIA.
           IF JA-EMITIDO
               GO TO 3100-LER-PROXIMO
           END-IF.
           MOVE SPACES TO WRK-DESCRICAO-ITEM.
           STRING 'PARCELA ' CR-NUM-PARCELA '/' CR-QTD-PARCELAS
                  ' VENDA ' CR-DATA-VENDA ' FILIAL ' CR-FILIAL
               DELIMITED BY SIZE INTO WRK-DESCRICAO-ITEM
           END-STRING.
           MOVE CR-CPF-CLIENTE TO WRK-CPF-PAGADOR.
           PERFORM 7200-LER-PAGADOR.
           IF NOT PAGADOR-ACHADO
               MOVE 'CLIENTE NAO CADASTRADO NO CADASTRO-CLIENTE'
                   TO WRK-MOTIVO-EXCECAO
               PERFORM 8000-LISTAR-NAO-EMITIDO
               GO TO 3100-LER-PROXIMO
           END-IF.
           MOVE 'R'            TO BT-ORIGEM.
           MOVE CR-DATA-VENCTO TO BT-DATA-VENCTO.
           PERFORM 6100-GRAVAR-BOLETO.
       3100-LER-PROXIMO.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

      ****************************************************************
      * 4000-FECHAR-REMESSA - TRAILER DA REMESSA COM A QUANTIDADE DE *
      *                       BOLETOS E O VALOR TOTAL, PARA O BANCO  *
      *                       RECUSAR A REMESSA TRUNCADA.            *
      ****************************************************************
       4000-FECHAR-REMESSA.
           MOVE 'TRL'            TO BA-TIPO.
           MOVE WRK-QTD-REMESSA  TO BA-DATA.
           MOVE SPACES           TO BA-DETALHE.
           MOVE WRK-SOMA-REMESSA TO BA-VALOR-TOTAL.
           WRITE BA-REGISTRO.
           MOVE ALL '-' TO BE-LINHA.
           WRITE BE-LINHA.
           MOVE WRK-QTD-NAO-EMITIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO BE-LINHA.
           STRING 'ITENS NAO EMITIDOS: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO BE-LINHA
           END-STRING.
           WRITE BE-LINHA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 5000-GRAVAR-CONTROLE - REGRAVA O BOLCTL COM O ULTIMO NOSSO   *
      *                        NUMERO USADO E A REMESSA DE HOJE.     *
      ****************************************************************
       5000-GRAVAR-CONTROLE.
           OPEN OUTPUT BOLETO-CONTROLE.
           WRITE BQ-REGISTRO.
           CLOSE BOLETO-CONTROLE.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 6000-ENVIAR-BOLETO - DETALHE DA REMESSA E IMPRESSAO DO       *
      *                      BOLETO EM BT-REGISTRO, COM O ENDERECO   *
      *                      DO PAGADOR NO CADASTRO-CLIENTE.         *
      ****************************************************************
       6000-ENVIAR-BOLETO.
           MOVE BT-CPF-PAGADOR TO WRK-CPF-PAGADOR.
           PERFORM 7200-LER-PAGADOR.
           IF NOT PAGADOR-ACHADO
               MOVE SPACES TO CLI-ENDERECO
               MOVE ZEROS  TO CLI-CEP
           END-IF.
           MOVE 'REG'           TO BA-TIPO.
           MOVE WRK-DATA-HOJE   TO BA-DATA.
           MOVE SPACES          TO BA-DETALHE.
           MOVE BT-NOSSO-NUMERO TO BA-NOSSO-NUMERO.
           MOVE BT-DATA-VENCTO  TO BA-DATA-VENCTO.
           MOVE BT-VALOR        TO BA-VALOR.
           MOVE BT-CPF-PAGADOR  TO BA-CPF-PAGADOR.
           MOVE BT-NOME-PAGADOR TO BA-NOME-PAGADOR.
           MOVE CLI-LOGRADOURO  TO BA-LOGRADOURO.
           MOVE CLI-CIDADE      TO BA-CIDADE.
           MOVE CLI-ESTADO      TO BA-ESTADO.
           MOVE CLI-CEP         TO BA-CEP.
           WRITE BA-REGISTRO.
           ADD 1 TO WRK-QTD-REMESSA.
           ADD BT-VALOR TO WRK-SOMA-REMESSA.
           PERFORM 6200-IMPRIMIR-BOLETO.
       6000-EXIT.
           EXIT.

      ****************************************************************
      * 6100-GRAVAR-BOLETO - NUMERA O BOLETO DO ITEM (REFERENCIA E   *
      *                      ORIGEM JA EM BT-REGISTRO), GRAVA NO     *
      *                      BOLETO-CADASTRO E O ENVIA.              *
      ****************************************************************
       6100-GRAVAR-BOLETO.
           ADD 1 TO BQ-ULTIMO-NOSSO-NUM.
           MOVE BQ-ULTIMO-NOSSO-NUM TO BT-NOSSO-NUMERO.
           MOVE WRK-CPF-PAGADOR  TO BT-CPF-PAGADOR.
           MOVE CLI-NOME         TO BT-NOME-PAGADOR.
           MOVE WRK-DATA-HOJE    TO BT-DATA-EMISSAO
                                    BT-DATA-SITUACAO.
           MOVE WRK-VALOR-BOLETO TO BT-VALOR.
           MOVE 'E'              TO BT-SITUACAO.
           MOVE ZEROS            TO BT-VALOR-PAGO.
           MOVE SPACES           TO BT-OCORRENCIA
                                    BT-MOTIVO.
           WRITE BT-REGISTRO.
           ADD 1 TO WRK-QTD-EMITIDOS.
           PERFORM 7000-GUARDAR-REFERENCIA.
           PERFORM 6000-ENVIAR-BOLETO.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 6200-IMPRIMIR-BOLETO - BOLETO IMPRESSO PARA ENTREGA AO       *
      *                        PAGADOR: BENEFICIARIO, NOSSO NUMERO,  *
      *                        VENCIMENTO, VALOR, PAGADOR E O ITEM   *
      *                        COBRADO.                              *
      ****************************************************************
       6200-IMPRIMIR-BOLETO.
           MOVE ALL '-' TO BP-LINHA.
           WRITE BP-LINHA.
           MOVE SPACES TO BP-LINHA.
           STRING 'BENEFICIARIO ' BQ-BENEFICIARIO
                  ' CONVENIO ' BQ-CONVENIO
               DELIMITED BY SIZE INTO BP-LINHA
           END-STRING.
           WRITE BP-LINHA.
           MOVE BT-VALOR TO WRK-VALORFN.
           MOVE SPACES TO BP-LINHA.
           STRING 'NOSSO NUMERO ' BT-NOSSO-NUMERO
                  '  EMISSAO ' BT-DATA-EMISSAO
                  '  VENCIMENTO ' BT-DATA-VENCTO
                  '  VALOR ' WRK-VALORFN
               DELIMITED BY SIZE INTO BP-LINHA
           END-STRING.
           WRITE BP-LINHA.
           MOVE SPACES TO BP-LINHA.
           STRING 'PAGADOR ' BT-CPF-PAGADOR ' ' BT-NOME-PAGADOR
               DELIMITED BY SIZE INTO BP-LINHA
           END-STRING.
           WRITE BP-LINHA.
           MOVE SPACES TO BP-LINHA.
           STRING '        ' CLI-LOGRADOURO ' ' CLI-CIDADE
                  ' ' CLI-ESTADO ' ' CLI-CEP
               DELIMITED BY SIZE INTO BP-LINHA
           END-STRING.
           WRITE BP-LINHA.
           MOVE SPACES TO BP-LINHA.
           IF BT-MENSALIDADE
               STRING 'REFERENTE A MENSALIDADE ' BT-ANO-MES
                      ' DA MATRICULA ' BT-MATRICULA
                   DELIMITED BY SIZE INTO BP-LINHA
               END-STRING
           ELSE
               STRING 'REFERENTE A PARCELA ' BT-NUM-PARCELA
                      '/' BT-QTD-PARCELAS
                      ' DA COMPRA DE ' BT-DATA-VENDA
                      ' NA FILIAL ' BT-FILIAL
                   DELIMITED BY SIZE INTO BP-LINHA
               END-STRING
           END-IF.
           WRITE BP-LINHA.
       6200-EXIT.
           EXIT.

      ****************************************************************
      * 7000-GUARDAR-REFERENCIA - ACRESCENTA WRK-REF-CHAVE NA TABELA *
      *                           DE ITENS COM BOLETO.               *
      ****************************************************************
       7000-GUARDAR-REFERENCIA.
           IF WRK-QTD-TAB-EMITIDOS < 3000
               ADD 1 TO WRK-QTD-TAB-EMITIDOS
               MOVE WRK-REF-CHAVE
                   TO WRK-TAB-EMI (WRK-QTD-TAB-EMITIDOS)
           ELSE
               DISPLAY 'BOLETOS A VENCER EXCEDEM A TABELA - '
                       WRK-REF-CHAVE
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PROCURAR-REFERENCIA.
           MOVE 'N' TO WRK-JA-EMITIDO.
           IF WRK-QTD-TAB-EMITIDOS > ZEROS
               SET WRK-EMI-IDX TO 1
               SEARCH WRK-TAB-EMI
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-EMI (WRK-EMI-IDX) = WRK-REF-CHAVE
                       SET JA-EMITIDO TO TRUE
               END-SEARCH
           END-IF.
       7100-EXIT.
           EXIT.

      * LE O PAGADOR (WRK-CPF-PAGADOR) NO CADASTRO-CLIENTE.
       7200-LER-PAGADOR.
           MOVE 'N' TO WRK-PAGADOR-ACHADO.
           IF CADCLI-ABERTO
               MOVE WRK-CPF-PAGADOR TO CLI-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PAGADOR-ACHADO TO TRUE
               END-READ
           END-IF.
       7200-EXIT.
           EXIT.

      ****************************************************************
      * 8000-LISTAR-NAO-EMITIDO - ITEM SEM BOLETO POR FALTA DE       *
      *                           PAGADOR SAI NO BOLEXC, PARA A      *
      *                           SECRETARIA OU O CREDIARIO          *
      *                           COMPLETAR O CADASTRO.              *
      ****************************************************************
       8000-LISTAR-NAO-EMITIDO.
           ADD 1 TO WRK-QTD-NAO-EMITIDOS.
           MOVE WRK-VALOR-BOLETO TO WRK-VALORFN.
           MOVE SPACES TO BE-LINHA.
           STRING 'NAO EMITIDO - ' WRK-DESCRICAO-ITEM
                  ' VALOR ' WRK-VALORFN
                  ' - ' WRK-MOTIVO-EXCECAO
               DELIMITED BY SIZE INTO BE-LINHA
           END-STRING.
           WRITE BE-LINHA.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF FS-BOLETO-OK
               CLOSE BOLETO-CADASTRO
           END-IF.
           CLOSE COBRANCA-REMESSA
                 BOLETO-IMPRESSAO
                 BOLETO-EXCECAO.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-MENSAL-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'MENSALIDADES LIDAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-PARCELAS-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS LIDAS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-EMITIDOS TO WRK-CONTROLEFN.
           DISPLAY 'BOLETOS EMITIDOS:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REENVIADOS TO WRK-CONTROLEFN.
           DISPLAY 'REENVIADOS (DO DIA):  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REMESSA TO WRK-CONTROLEFN.
           DISPLAY 'NA REMESSA:           ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-REMESSA TO WRK-VALORFN.
           DISPLAY 'VALOR DA REMESSA:     ' WRK-VALORFN.
           MOVE WRK-QTD-NAO-EMITIDOS TO WRK-CONTROLEFN.
           DISPLAY 'NAO EMITIDOS:         ' WRK-CONTROLEFN.
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
           MOVE 'PROGBOLREM' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           COMPUTE RG-QTD-LIDOS =
               WRK-QTD-MENSAL-LIDAS + WRK-QTD-PARCELAS-LIDAS.
           MOVE WRK-QTD-EMITIDOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-NAO-EMITIDOS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGBOLREM' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
