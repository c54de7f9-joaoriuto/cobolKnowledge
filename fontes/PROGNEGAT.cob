       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGNEGAT.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: REMESSA DIARIA AO BIRO DE PROTECAO AO CREDITO.     *
      *           INCLUI (NEGATIVA) O CPF QUE TEM PARCELA VENCIDA HA *
      *           MAIS DIAS DO QUE O PRAZO DE AVISO DO NEGCFG (PADRAO*
      *           70), COM NOME E ENDERECO DO CADASTRO-CLIENTE, O    *
      *           VALOR EM ABERTO E O VENCIMENTO MAIS ANTIGO, DESDE  *
      *           QUE O AVISO PREVIO (CARTA NIVEL 3 DO PROGRECCAR NO *
      *           COBHIST) TENHA SAIDO HA PELO MENOS O PRAZO DO      *
      *           NEGCFG (PADRAO 10 DIAS); EXCLUI O CPF NEGATIVADO   *
      *           QUE O PROGRECBX GRAVOU NO NEGQUIT (QUITOU NO DIA)  *
      *           OU QUE NAO TEM MAIS DIVIDA VENCIDA NO RECEBER      *
      *           (ACORDO), DENTRO DO PRAZO LEGAL DE CINCO DIAS UTEIS*
      *           DA QUITACAO. A REMESSA (NEGSAI) TEM CABECALHO E    *
      *           TRAILER DE CONTROLE E VAI PARA O MANIFESTO DE      *
      *           TRANSMISSAO. A SITUACAO DE CADA CPF NO BIRO FICA NO*
      *           NEGREG - O ESTADO NOVO SAI NO NEGREGN, QUE O PASSO *
      *           SEGUINTE DO JCL COPIA POR CIMA DO NEGREG.          *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      * 2026-10-15 JR  INCLUSAO NO BIRO PASSA A EXIGIR O AVISO PREVIO*
      *                DE NEGATIVACAO (CARTA NIVEL 3 DO PROGRECCAR,  *
      *                LIDA DO COBHIST) ENVIADO NESTE ATRASO HA PELO *
      *                MENOS O PRAZO DO NEGCFG.                      *
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
           SELECT CONTAS-RECEBER ASSIGN TO "RECEBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT NEGATIVACAO-REGISTRO ASSIGN TO "NEGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGREG.
           SELECT NEGATIVACAO-NOVO ASSIGN TO "NEGREGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGREGN.
           SELECT NEGATIVACAO-QUITACAO ASSIGN TO "NEGQUIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGQUIT.
           SELECT NEGATIVACAO-CONFIG ASSIGN TO "NEGCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGCFG.
           SELECT COBRANCA-HISTORICO ASSIGN TO "COBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBHIST.
           SELECT NEGATIVACAO-REMESSA ASSIGN TO "NEGSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGSAI.
           SELECT NEGATIVACAO-REPORT ASSIGN TO "NEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGRPT.
           SELECT TRANSMISSAO-MANIFESTO ASSIGN TO "XMITMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-XMITMAN.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONTAS-RECEBER.
           COPY RECEBER.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  NEGATIVACAO-REGISTRO.
           COPY NEGREG.
       FD  NEGATIVACAO-NOVO.
       01  NN-REGISTRO              PICTURE X(56).
       FD  NEGATIVACAO-QUITACAO.
           COPY NEGQUIT.
       FD  NEGATIVACAO-CONFIG.
           COPY NEGCFG.
       FD  COBRANCA-HISTORICO.
           COPY COBHIST.
       FD  NEGATIVACAO-REMESSA.
           COPY NEGARQ.
       FD  NEGATIVACAO-REPORT.
       01  NG-LINHA                 PICTURE X(132).
       FD  TRANSMISSAO-MANIFESTO.
           COPY XMITMAN.
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
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
           88  FS-RECEBER-OK            VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-NEGREG            PIC X(02) VALUE SPACES.
           88  FS-NEGREG-OK             VALUE '00'.
       77  WRK-FS-NEGREGN           PIC X(02) VALUE SPACES.
       77  WRK-FS-NEGQUIT           PIC X(02) VALUE SPACES.
           88  FS-NEGQUIT-OK            VALUE '00'.
       77  WRK-FS-NEGCFG            PIC X(02) VALUE SPACES.
           88  FS-NEGCFG-OK             VALUE '00'.
       77  WRK-FS-COBHIST           PIC X(02) VALUE SPACES.
           88  FS-COBHIST-OK            VALUE '00'.
       77  WRK-FS-NEGSAI            PIC X(02) VALUE SPACES.
       77  WRK-FS-NEGRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-XMITMAN           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-RECEBER          PIC X(01) VALUE 'N'.
           88  FIM-RECEBER              VALUE 'S'.
       77  WRK-FIM-NEGREG           PIC X(01) VALUE 'N'.
           88  FIM-NEGREG               VALUE 'S'.
       77  WRK-FIM-NEGQUIT          PIC X(01) VALUE 'N'.
           88  FIM-NEGQUIT              VALUE 'S'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-FIM-COBHIST          PIC X(01) VALUE 'N'.
           88  FIM-COBHIST              VALUE 'S'.
       77  WRK-COBHIST-LIDO         PIC X(01) VALUE 'N'.
           88  COBHIST-LIDO             VALUE 'S'.

      * PARAMETROS DO NEGCFG (PADRAO ABAIXO QUANDO O ARQUIVO NAO
      * EXISTE).
       77  WRK-DIAS-AVISO           PIC 9(03) VALUE 70.
       77  WRK-DIAS-PRAZO-AVISO     PIC 9(03) VALUE 10.
       77  WRK-CREDOR               PIC X(40)
                                    VALUE 'LOJAS TREINA LTDA'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-DIAS-ATRASO          PIC 9(05) COMP-3 VALUE ZEROS.
       77  WRK-VALOR-ABERTO         PIC 9(08)V99 COMP-3 VALUE ZEROS.

      * SITUACAO DE CADA CPF NO BIRO, CARREGADA DO NEGREG E GRAVADA
      * DE VOLTA NO NEGREGN COM AS INCLUSOES E EXCLUSOES DO DIA.
      * WRK-TAB-REG-QUITOU MARCA O CPF QUE VEIO NO NEGQUIT. TABELA
      * CHEIA: O CPF QUE NAO COUBE SAI NO CONSOLE PARA A COBRANCA.
       01  WRK-TAB-REGISTRO.
           05  WRK-TAB-REG-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-REG-IDX.
               10  WRK-TAB-REG-CPF      PICTURE 9(11).
               10  WRK-TAB-REG-SITUACAO PICTURE X(01).
               10  WRK-TAB-REG-INCLUSAO PICTURE 9(08).
               10  WRK-TAB-REG-VALOR    PICTURE 9(10)V99.
               10  WRK-TAB-REG-VENCTO   PICTURE 9(08).
               10  WRK-TAB-REG-QUITACAO PICTURE 9(08).
               10  WRK-TAB-REG-REMOCAO  PICTURE 9(08).
               10  WRK-TAB-REG-QUITOU   PICTURE X(01).
       77  WRK-QTD-REGISTROS        PIC 9(04) VALUE ZEROS.

      * DIVIDA VENCIDA POR CPF NO RECEBER: PARCELAS ABERTAS JA
      * VENCIDAS E PARCELAS BAIXADAS COMO PERDA, COM O VENCIMENTO
      * MAIS ANTIGO PARA CONTAR O PRAZO DE AVISO E A DATA DO ULTIMO
      * AVISO PREVIO DE NEGATIVACAO (CARTA NIVEL 3 DO COBHIST).
       01  WRK-TAB-DEVEDOR.
           05  WRK-TAB-DEV-ITEM OCCURS 5000 TIMES
                                INDEXED BY WRK-DEV-IDX.
               10  WRK-TAB-DEV-CPF      PICTURE 9(11).
               10  WRK-TAB-DEV-VALOR    PICTURE 9(10)V99.
               10  WRK-TAB-DEV-VENCTO   PICTURE 9(08).
               10  WRK-TAB-DEV-AVISO    PICTURE 9(08).
       77  WRK-QTD-DEVEDORES        PIC 9(04) VALUE ZEROS.

       77  WRK-CPF-ACHADO           PIC X(01) VALUE 'N'.
           88  CPF-ACHADO               VALUE 'S'.
       77  WRK-IDX                  PIC 9(04) COMP-3 VALUE ZEROS.

       01  WRK-REG-CONTROLE.
           05  WRK-CTL-TIPO         PIC X(03).
           05  WRK-CTL-DATA         PIC 9(08).
           05  WRK-CTL-IMAGEM       PIC X(150).

       77  WRK-QTD-ITENS-LIDOS      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-QUITACOES-LIDAS  PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-INCLUSOES        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-EXCLUSOES        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO     PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-SEM-AVISO        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-SOMA-INCLUIDO        PIC 9(12)V99 COMP-3 VALUE ZEROS.
       77  WRK-VALORFN              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-EXCLUSOESFN          PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 0100-CARREGAR-CONFIG.
           PERFORM 1000-CARREGAR-REGISTRO.
           PERFORM 1100-CARREGAR-QUITACOES.
           PERFORM 1200-APURAR-DIVIDAS THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-AVISOS.
           IF WRK-RL-STATUS = 'ERRO'
               PERFORM 6000-GRAVAR-REGISTRO
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 2000-ABRIR-REMESSA.
           PERFORM 3000-EXCLUIR-QUITADO THRU 3000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-REGISTROS.
           PERFORM 4000-INCLUIR-DEVEDOR THRU 4000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DEVEDORES.
           PERFORM 5000-FECHAR-REMESSA.
           PERFORM 5500-REGISTRAR-MANIFESTO.
           PERFORM 6000-GRAVAR-REGISTRO.
           PERFORM 7000-LIMPAR-QUITACOES.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0100-CARREGAR-CONFIG - LE O PRAZO DE AVISO E O NOME DO       *
      *                        CREDOR DO NEGCFG; SEM O ARQUIVO,      *
      *                        VALEM OS PADROES.                     *
      ****************************************************************
       0100-CARREGAR-CONFIG.
           OPEN INPUT NEGATIVACAO-CONFIG.
           IF FS-NEGCFG-OK
               READ NEGATIVACAO-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       MOVE NF-DIAS-ATRASO TO WRK-DIAS-AVISO
                       IF NF-CREDOR NOT = SPACES
                           MOVE NF-CREDOR TO WRK-CREDOR
                       END-IF
                       IF NF-DIAS-PRAZO-AVISO NUMERIC
                           MOVE NF-DIAS-PRAZO-AVISO
                               TO WRK-DIAS-PRAZO-AVISO
                       END-IF
               END-READ
               CLOSE NEGATIVACAO-CONFIG
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************************
      * 1000-CARREGAR-REGISTRO - CARREGA A SITUACAO DE CADA CPF NO   *
      *                          BIRO; SEM O NEGREG (PRIMEIRA        *
      *                          EXECUCAO), A TABELA COMECA VAZIA.   *
      ****************************************************************
       1000-CARREGAR-REGISTRO.
           OPEN INPUT NEGATIVACAO-REGISTRO.
           IF FS-NEGREG-OK
               READ NEGATIVACAO-REGISTRO
                   AT END SET FIM-NEGREG TO TRUE
               END-READ
               PERFORM 1010-GUARDAR-REGISTRO UNTIL FIM-NEGREG
               CLOSE NEGATIVACAO-REGISTRO
           END-IF.
       1000-EXIT.
           EXIT.

       1010-GUARDAR-REGISTRO.
           IF WRK-QTD-REGISTROS < 5000
               ADD 1 TO WRK-QTD-REGISTROS
               SET WRK-REG-IDX TO WRK-QTD-REGISTROS
               MOVE NR-CPF           TO WRK-TAB-REG-CPF (WRK-REG-IDX)
               MOVE NR-SITUACAO
                   TO WRK-TAB-REG-SITUACAO (WRK-REG-IDX)
               MOVE NR-DATA-INCLUSAO
                   TO WRK-TAB-REG-INCLUSAO (WRK-REG-IDX)
               MOVE NR-VALOR         TO WRK-TAB-REG-VALOR (WRK-REG-IDX)
               MOVE NR-DATA-VENCTO
                   TO WRK-TAB-REG-VENCTO (WRK-REG-IDX)
               MOVE NR-DATA-QUITACAO
                   TO WRK-TAB-REG-QUITACAO (WRK-REG-IDX)
               MOVE NR-DATA-REMOCAO
                   TO WRK-TAB-REG-REMOCAO (WRK-REG-IDX)
               MOVE 'N' TO WRK-TAB-REG-QUITOU (WRK-REG-IDX)
           ELSE
               DISPLAY 'NEGREG EXCEDE A CAPACIDADE DA TABELA - '
                       'CPF ' NR-CPF ' DESCARTADO'
           END-IF.
           READ NEGATIVACAO-REGISTRO
               AT END SET FIM-NEGREG TO TRUE
           END-READ.
       1010-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-QUITACOES - MARCA NO REGISTRO OS CPF QUE O     *
      *                           PROGRECBX GRAVOU NO NEGQUIT, COM A *
      *                           DATA DA QUITACAO.                  *
      ****************************************************************
       1100-CARREGAR-QUITACOES.
           OPEN INPUT NEGATIVACAO-QUITACAO.
           IF FS-NEGQUIT-OK
               READ NEGATIVACAO-QUITACAO
                   AT END SET FIM-NEGQUIT TO TRUE
               END-READ
               PERFORM 1110-MARCAR-QUITACAO UNTIL FIM-NEGQUIT
               CLOSE NEGATIVACAO-QUITACAO
           END-IF.
       1100-EXIT.
           EXIT.

       1110-MARCAR-QUITACAO.
           ADD 1 TO WRK-QTD-QUITACOES-LIDAS.
           IF WRK-QTD-REGISTROS > ZEROS
               SET WRK-REG-IDX TO 1
               SEARCH WRK-TAB-REG-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-REG-CPF (WRK-REG-IDX) = NQ-CPF
                       MOVE 'S' TO WRK-TAB-REG-QUITOU (WRK-REG-IDX)
                       MOVE NQ-DATA-QUITACAO
                           TO WRK-TAB-REG-QUITACAO (WRK-REG-IDX)
               END-SEARCH
           END-IF.
           READ NEGATIVACAO-QUITACAO
               AT END SET FIM-NEGQUIT TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-APURAR-DIVIDAS - SOMA POR CPF O PRINCIPAL EM ABERTO DAS *
      *                       PARCELAS VENCIDAS E DAS BAIXADAS COMO  *
      *                       PERDA. SEM O RECEBER NAO HA COMO SABER *
      *                       QUEM DEVE: O REGISTRO SAI SEM MUDANCA  *
      *                       E NADA VAI AO BIRO.                    *
      ****************************************************************
       1200-APURAR-DIVIDAS.
           OPEN INPUT CONTAS-RECEBER.
           IF NOT FS-RECEBER-OK
               MOVE 'RECEBER' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-RECEBER TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1200-EXIT
           END-IF.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
           PERFORM 1210-SOMAR-ITEM UNTIL FIM-RECEBER.
           CLOSE CONTAS-RECEBER.
       1200-EXIT.
           EXIT.

       1210-SOMAR-ITEM.
           ADD 1 TO WRK-QTD-ITENS-LIDOS.
           IF (PARCELA-ABERTA AND CR-DATA-VENCTO < WRK-DATA-HOJE)
              OR PARCELA-PERDA
               COMPUTE WRK-VALOR-ABERTO =
                   CR-VALOR-PARCELA - CR-VALOR-PAGO
               IF WRK-VALOR-ABERTO > ZEROS
                   PERFORM 1220-ACUMULAR-DEVEDOR THRU 1220-EXIT
               END-IF
           END-IF.
           READ CONTAS-RECEBER
               AT END SET FIM-RECEBER TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-ACUMULAR-DEVEDOR.
           IF WRK-QTD-DEVEDORES > ZEROS
               SET WRK-DEV-IDX TO 1
               SEARCH WRK-TAB-DEV-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-DEV-CPF (WRK-DEV-IDX) = CR-CPF-CLIENTE
                       ADD WRK-VALOR-ABERTO
                           TO WRK-TAB-DEV-VALOR (WRK-DEV-IDX)
                       IF CR-DATA-VENCTO
                               < WRK-TAB-DEV-VENCTO (WRK-DEV-IDX)
                           MOVE CR-DATA-VENCTO
                               TO WRK-TAB-DEV-VENCTO (WRK-DEV-IDX)
                       END-IF
                       GO TO 1220-EXIT
               END-SEARCH
           END-IF.
           IF WRK-QTD-DEVEDORES < 5000
               ADD 1 TO WRK-QTD-DEVEDORES
               SET WRK-DEV-IDX TO WRK-QTD-DEVEDORES
               MOVE CR-CPF-CLIENTE   TO WRK-TAB-DEV-CPF (WRK-DEV-IDX)
               MOVE WRK-VALOR-ABERTO TO WRK-TAB-DEV-VALOR (WRK-DEV-IDX)
               MOVE CR-DATA-VENCTO
                   TO WRK-TAB-DEV-VENCTO (WRK-DEV-IDX)
               MOVE ZEROS TO WRK-TAB-DEV-AVISO (WRK-DEV-IDX)
           ELSE
               DISPLAY 'DEVEDORES EXCEDEM A CAPACIDADE DA TABELA - '
                       'CPF ' CR-CPF-CLIENTE ' FICA PARA AMANHA'
           END-IF.
       1220-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-AVISOS - GUARDA NO DEVEDOR A DATA DO ULTIMO    *
      *                        AVISO PREVIO DE NEGATIVACAO DO        *
      *                        COBHIST; SEM O ARQUIVO, VALE SO O     *
      *                        ATRASO DO NEGCFG.                     *
      ****************************************************************
       1300-CARREGAR-AVISOS.
           OPEN INPUT COBRANCA-HISTORICO.
           IF FS-COBHIST-OK
               MOVE 'S' TO WRK-COBHIST-LIDO
               READ COBRANCA-HISTORICO
                   AT END SET FIM-COBHIST TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-AVISO UNTIL FIM-COBHIST
               CLOSE COBRANCA-HISTORICO
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-AVISO.
           IF KH-PRE-NEGATIVACAO
              AND WRK-QTD-DEVEDORES > ZEROS
               SET WRK-DEV-IDX TO 1
               SEARCH WRK-TAB-DEV-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-DEV-CPF (WRK-DEV-IDX) = KH-CPF
                       IF KH-DATA-ENVIO
                               > WRK-TAB-DEV-AVISO (WRK-DEV-IDX)
                           MOVE KH-DATA-ENVIO
                               TO WRK-TAB-DEV-AVISO (WRK-DEV-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           READ COBRANCA-HISTORICO
               AT END SET FIM-COBHIST TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 2000-ABRIR-REMESSA - ABRE A REMESSA E O RELATORIO, GRAVA O   *
      *                      CABECALHO COM A DATA E O CREDOR E ABRE  *
      *                      O CADASTRO-CLIENTE PARA O ENDERECO.     *
      ****************************************************************
       2000-ABRIR-REMESSA.
           OPEN OUTPUT NEGATIVACAO-REMESSA
                       NEGATIVACAO-REPORT.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           ELSE
               MOVE 'CADCLI' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           MOVE 'HDR'          TO WRK-CTL-TIPO.
           MOVE WRK-DATA-HOJE  TO WRK-CTL-DATA.
           MOVE WRK-CREDOR     TO WRK-CTL-IMAGEM.
           MOVE WRK-REG-CONTROLE TO NA-REGISTRO.
           WRITE NA-REGISTRO.
           MOVE SPACES TO NG-LINHA.
           STRING 'REMESSA AO BIRO DE CREDITO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO NG-LINHA
           END-STRING.
           WRITE NG-LINHA.
           MOVE ALL '=' TO NG-LINHA.
           WRITE NG-LINHA.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 3000-EXCLUIR-QUITADO - CPF NEGATIVADO QUE QUITOU NO DIA OU   *
      *                        QUE NAO TEM MAIS DIVIDA VENCIDA SAI   *
      *                        DO BIRO NESTA REMESSA.                *
      ****************************************************************
       3000-EXCLUIR-QUITADO.
           SET WRK-REG-IDX TO WRK-IDX.
           IF WRK-TAB-REG-SITUACAO (WRK-REG-IDX) NOT = 'N'
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WRK-CPF-ACHADO.
           IF WRK-QTD-DEVEDORES > ZEROS
               SET WRK-DEV-IDX TO 1
               SEARCH WRK-TAB-DEV-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-DEV-CPF (WRK-DEV-IDX)
                           = WRK-TAB-REG-CPF (WRK-REG-IDX)
                       SET CPF-ACHADO TO TRUE
               END-SEARCH
           END-IF.
           IF CPF-ACHADO
              AND WRK-TAB-REG-QUITOU (WRK-REG-IDX) NOT = 'S'
               GO TO 3000-EXIT
           END-IF.
           IF WRK-TAB-REG-QUITOU (WRK-REG-IDX) NOT = 'S'
               MOVE WRK-DATA-HOJE
                   TO WRK-TAB-REG-QUITACAO (WRK-REG-IDX)
           END-IF.
           MOVE 'R'           TO WRK-TAB-REG-SITUACAO (WRK-REG-IDX).
           MOVE WRK-DATA-HOJE TO WRK-TAB-REG-REMOCAO (WRK-REG-IDX).
           MOVE SPACES        TO NA-REGISTRO.
           MOVE 'EXC'         TO NA-TIPO.
           MOVE WRK-DATA-HOJE TO NA-DATA.
           MOVE WRK-TAB-REG-CPF (WRK-REG-IDX)   TO NA-CPF.
           MOVE SPACES        TO NA-NOME
                                 NA-LOGRADOURO
                                 NA-CIDADE
                                 NA-ESTADO.
           MOVE ZEROS         TO NA-CEP.
           MOVE WRK-TAB-REG-VALOR (WRK-REG-IDX)  TO NA-VALOR.
           MOVE WRK-TAB-REG-VENCTO (WRK-REG-IDX) TO NA-DATA-VENCTO.
           WRITE NA-REGISTRO.
           ADD 1 TO WRK-QTD-EXCLUSOES.
           MOVE WRK-TAB-REG-VALOR (WRK-REG-IDX) TO WRK-VALORFN.
           MOVE SPACES TO NG-LINHA.
           STRING 'EXCLUSAO CPF ' WRK-TAB-REG-CPF (WRK-REG-IDX)
                  ' INCLUIDO EM ' WRK-TAB-REG-INCLUSAO (WRK-REG-IDX)
                  ' VALOR ' WRK-VALORFN
                  ' QUITADO EM ' WRK-TAB-REG-QUITACAO (WRK-REG-IDX)
               DELIMITED BY SIZE INTO NG-LINHA
           END-STRING.
           WRITE NG-LINHA.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 4000-INCLUIR-DEVEDOR - CPF COM DIVIDA VENCIDA HA MAIS DIAS   *
      *                        DO QUE O PRAZO DE AVISO, QUE NAO ESTA *
      *                        NEGATIVADO E NAO SAIU DO BIRO HOJE,   *
      *                        ENTRA NA REMESSA COM NOME E ENDERECO  *
      *                        DO CADASTRO-CLIENTE.                  *
      ****************************************************************
       4000-INCLUIR-DEVEDOR.
           SET WRK-DEV-IDX TO WRK-IDX.
           COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT
               - FUNCTION INTEGER-OF-DATE
                     (WRK-TAB-DEV-VENCTO (WRK-DEV-IDX)).
           IF WRK-DIAS-ATRASO NOT > WRK-DIAS-AVISO
               GO TO 4000-EXIT
           END-IF.
           IF COBHIST-LIDO
               IF WRK-TAB-DEV-AVISO (WRK-DEV-IDX) = ZEROS
                  OR WRK-TAB-DEV-AVISO (WRK-DEV-IDX)
                     < WRK-TAB-DEV-VENCTO (WRK-DEV-IDX)
                   ADD 1 TO WRK-QTD-SEM-AVISO
                   GO TO 4000-EXIT
               END-IF
               COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE
                         (WRK-TAB-DEV-AVISO (WRK-DEV-IDX))
               IF WRK-DIAS-ATRASO < WRK-DIAS-PRAZO-AVISO
                   ADD 1 TO WRK-QTD-SEM-AVISO
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO WRK-CPF-ACHADO.
           IF WRK-QTD-REGISTROS > ZEROS
               SET WRK-REG-IDX TO 1
               SEARCH WRK-TAB-REG-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-REG-CPF (WRK-REG-IDX)
                           = WRK-TAB-DEV-CPF (WRK-DEV-IDX)
                       SET CPF-ACHADO TO TRUE
               END-SEARCH
           END-IF.
           IF CPF-ACHADO
               IF WRK-TAB-REG-SITUACAO (WRK-REG-IDX) = 'N'
                  OR WRK-TAB-REG-REMOCAO (WRK-REG-IDX) = WRK-DATA-HOJE
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           IF NOT CADCLI-ABERTO
               ADD 1 TO WRK-QTD-SEM-CADASTRO
               GO TO 4000-EXIT
           END-IF.
           MOVE WRK-TAB-DEV-CPF (WRK-DEV-IDX) TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   MOVE SPACES TO NG-LINHA
                   STRING 'CPF ' WRK-TAB-DEV-CPF (WRK-DEV-IDX)
                          ' SEM CADASTRO - NAO NEGATIVADO'
                       DELIMITED BY SIZE INTO NG-LINHA
                   END-STRING
                   WRITE NG-LINHA
                   GO TO 4000-EXIT
           END-READ.
           IF NOT CPF-ACHADO
               IF WRK-QTD-REGISTROS NOT < 5000
                   DISPLAY 'NEGREG CHEIO - CPF '
                           WRK-TAB-DEV-CPF (WRK-DEV-IDX)
                           ' FICA PARA AMANHA'
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO WRK-QTD-REGISTROS
               SET WRK-REG-IDX TO WRK-QTD-REGISTROS
               MOVE WRK-TAB-DEV-CPF (WRK-DEV-IDX)
                   TO WRK-TAB-REG-CPF (WRK-REG-IDX)
               MOVE 'N' TO WRK-TAB-REG-QUITOU (WRK-REG-IDX)
           END-IF.
           MOVE 'N'           TO WRK-TAB-REG-SITUACAO (WRK-REG-IDX).
           MOVE WRK-DATA-HOJE TO WRK-TAB-REG-INCLUSAO (WRK-REG-IDX).
           MOVE WRK-TAB-DEV-VALOR (WRK-DEV-IDX)
               TO WRK-TAB-REG-VALOR (WRK-REG-IDX).
           MOVE WRK-TAB-DEV-VENCTO (WRK-DEV-IDX)
               TO WRK-TAB-REG-VENCTO (WRK-REG-IDX).
           MOVE ZEROS         TO WRK-TAB-REG-QUITACAO (WRK-REG-IDX)
                                 WRK-TAB-REG-REMOCAO (WRK-REG-IDX).
           MOVE SPACES        TO NA-REGISTRO.
           MOVE 'INC'         TO NA-TIPO.
           MOVE WRK-DATA-HOJE TO NA-DATA.
           MOVE CLI-CPF       TO NA-CPF.
           MOVE CLI-NOME      TO NA-NOME.
           MOVE CLI-LOGRADOURO TO NA-LOGRADOURO.
           MOVE CLI-CIDADE    TO NA-CIDADE.
           MOVE CLI-ESTADO    TO NA-ESTADO.
           MOVE CLI-CEP       TO NA-CEP.
           MOVE WRK-TAB-DEV-VALOR (WRK-DEV-IDX)  TO NA-VALOR.
           MOVE WRK-TAB-DEV-VENCTO (WRK-DEV-IDX) TO NA-DATA-VENCTO.
           WRITE NA-REGISTRO.
           ADD 1 TO WRK-QTD-INCLUSOES.
           ADD WRK-TAB-DEV-VALOR (WRK-DEV-IDX) TO WRK-SOMA-INCLUIDO.
           MOVE WRK-TAB-DEV-VALOR (WRK-DEV-IDX) TO WRK-VALORFN.
           MOVE SPACES TO NG-LINHA.
           STRING 'INCLUSAO CPF ' CLI-CPF
                  ' ' CLI-NOME
                  ' VALOR ' WRK-VALORFN
                  ' VENCTO ' WRK-TAB-DEV-VENCTO (WRK-DEV-IDX)
               DELIMITED BY SIZE INTO NG-LINHA
           END-STRING.
           WRITE NG-LINHA.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 5000-FECHAR-REMESSA - GRAVA O TRAILER COM A QUANTIDADE DE    *
      *                       DETALHES, AS QUANTIDADES POR TIPO E O  *
      *                       VALOR INCLUIDO, PARA O BIRO CONFERIR.  *
      ****************************************************************
       5000-FECHAR-REMESSA.
           MOVE SPACES TO NA-REGISTRO.
           MOVE 'TRL'  TO NA-TIPO.
           COMPUTE NA-DATA = WRK-QTD-INCLUSOES + WRK-QTD-EXCLUSOES.
           MOVE WRK-QTD-INCLUSOES TO NA-QTD-INCLUSOES.
           MOVE WRK-QTD-EXCLUSOES TO NA-QTD-EXCLUSOES.
           MOVE WRK-SOMA-INCLUIDO TO NA-VALOR-TOTAL.
           WRITE NA-REGISTRO.
           CLOSE NEGATIVACAO-REMESSA.
           MOVE ALL '=' TO NG-LINHA.
           WRITE NG-LINHA.
           MOVE WRK-SOMA-INCLUIDO TO WRK-VALORFN.
           MOVE WRK-QTD-INCLUSOES TO WRK-CONTROLEFN.
           MOVE WRK-QTD-EXCLUSOES TO WRK-EXCLUSOESFN.
           MOVE SPACES TO NG-LINHA.
           STRING 'INCLUSOES ' WRK-CONTROLEFN
                  ' EXCLUSOES ' WRK-EXCLUSOESFN
                  ' VALOR INCLUIDO ' WRK-VALORFN
               DELIMITED BY SIZE INTO NG-LINHA
           END-STRING.
           WRITE NG-LINHA.
           CLOSE NEGATIVACAO-REPORT.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5500-REGISTRAR-MANIFESTO - UMA LINHA PENDENTE NO MANIFESTO   *
      *                            PARA O BIRO ACUSAR A REMESSA.     *
      ****************************************************************
       5500-REGISTRAR-MANIFESTO.
           OPEN EXTEND TRANSMISSAO-MANIFESTO.
           MOVE 'NEGSAI'       TO XM-ARQUIVO.
           MOVE WRK-DATA-HOJE  TO XM-DATA-GERACAO.
           COMPUTE XM-QTD-REGISTROS =
               WRK-QTD-INCLUSOES + WRK-QTD-EXCLUSOES.
           MOVE 'BIRO'         TO XM-DESTINO.
           MOVE 'P'            TO XM-SITUACAO.
           WRITE XM-REGISTRO.
           CLOSE TRANSMISSAO-MANIFESTO.
       5500-EXIT.
           EXIT.

      ****************************************************************
      * 6000-GRAVAR-REGISTRO - GRAVA A SITUACAO DE CADA CPF NO       *
      *                        NEGREGN.                              *
      ****************************************************************
       6000-GRAVAR-REGISTRO.
           OPEN OUTPUT NEGATIVACAO-NOVO.
           PERFORM 6100-GRAVAR-CPF
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-REGISTROS.
           CLOSE NEGATIVACAO-NOVO.
       6000-EXIT.
           EXIT.

       6100-GRAVAR-CPF.
           SET WRK-REG-IDX TO WRK-IDX.
           MOVE WRK-TAB-REG-CPF (WRK-REG-IDX)      TO NR-CPF.
           MOVE WRK-TAB-REG-SITUACAO (WRK-REG-IDX) TO NR-SITUACAO.
           MOVE WRK-TAB-REG-INCLUSAO (WRK-REG-IDX) TO NR-DATA-INCLUSAO.
           MOVE WRK-TAB-REG-VALOR (WRK-REG-IDX)    TO NR-VALOR.
           MOVE WRK-TAB-REG-VENCTO (WRK-REG-IDX)   TO NR-DATA-VENCTO.
           MOVE WRK-TAB-REG-QUITACAO (WRK-REG-IDX) TO NR-DATA-QUITACAO.
           MOVE WRK-TAB-REG-REMOCAO (WRK-REG-IDX)  TO NR-DATA-REMOCAO.
           MOVE NR-REGISTRO TO NN-REGISTRO.
           WRITE NN-REGISTRO.
       6100-EXIT.
           EXIT.

      ****************************************************************
      * 7000-LIMPAR-QUITACOES - ZERA O NEGQUIT PARA AS QUITACOES DO  *
      *                         PROXIMO DIA.                         *
      ****************************************************************
       7000-LIMPAR-QUITACOES.
           IF FS-NEGQUIT-OK OR WRK-FS-NEGQUIT = '10'
               OPEN OUTPUT NEGATIVACAO-QUITACAO
               CLOSE NEGATIVACAO-QUITACAO
           END-IF.
       7000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-ITENS-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'PARCELAS LIDAS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-QUITACOES-LIDAS TO WRK-CONTROLEFN.
           DISPLAY 'QUITACOES DO DIA:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-INCLUSOES TO WRK-CONTROLEFN.
           DISPLAY 'INCLUSOES NO BIRO:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-EXCLUSOES TO WRK-CONTROLEFN.
           DISPLAY 'EXCLUSOES DO BIRO:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-CADASTRO TO WRK-CONTROLEFN.
           DISPLAY 'DEVEDORES SEM CADASTRO:' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-AVISO TO WRK-CONTROLEFN.
           DISPLAY 'AGUARDANDO AVISO PREVIO:' WRK-CONTROLEFN.
           MOVE WRK-SOMA-INCLUIDO TO WRK-VALORFN.
           DISPLAY 'VALOR INCLUIDO:       ' WRK-VALORFN.
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
           MOVE 'PROGNEGAT' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-ITENS-LIDOS TO RG-QTD-LIDOS.
           COMPUTE RG-QTD-GRAVADOS =
               WRK-QTD-INCLUSOES + WRK-QTD-EXCLUSOES.
           MOVE WRK-QTD-SEM-CADASTRO TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGNEGAT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
