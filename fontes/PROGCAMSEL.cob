       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGCAMSEL.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: GERACAO DA LISTA DAS CAMPANHAS DE MARKETING        *
      *           PLANEJADAS NO CAMPMST - VARRE O CADASTRO-CLIENTE E,*
      *           PARA CADA CLIENTE ATIVO DO SEGMENTO DA CAMPANHA    *
      *           (DORMENTES PELO PURHIST/DORMDIAS, COMO O           *
      *           PROGCLIDRM; UM TIER; OU TODOS), CONFERE O          *
      *           CONSENTIMENTO (CONSENT): SEM OPT-IN VALIDO O       *
      *           CLIENTE E SUPRIMIDO E CONTADO. OS DEMAIS SAO       *
      *           SORTEADOS: O PERCENTUAL DE CONTROLE DA CAMPANHA    *
      *           FICA RETIDO (NAO E CONTATADO) E O RESTO VAI PARA O *
      *           EXTRATO DE CONTATO (CAMPLST). OS DOIS GRUPOS FICAM *
      *           NO CAMPALVO, COM A MARCA DE DORMENTE, PARA A       *
      *           APURACAO DO PROGCAMAPU; A CAMPANHA PASSA A GERADA. *
      *           RODADO PELO COMERCIAL, COMO O PROGCLIDRM.          *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT CAMPANHA-MASTER  ASSIGN TO "CAMPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CODIGO
               FILE STATUS IS WRK-FS-CAMPMST.
           SELECT CAMPANHA-ALVO    ASSIGN TO "CAMPALVO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WRK-FS-CAMPALVO.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT PURCHASE-HIST    ASSIGN TO "PURHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CPF
               FILE STATUS IS WRK-FS-PURHIST.
           SELECT DORME-DIAS       ASSIGN TO "DORMDIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DORMDIAS.
           SELECT CONSENTIMENTO    ASSIGN TO "CONSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT CAMPANHA-CONTATO ASSIGN TO "CAMPLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMPLST.
           SELECT CAMPANHA-REPORT  ASSIGN TO "CAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAMPRPT.
           SELECT ERROR-LOG        ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CAMPANHA-MASTER.
           COPY CAMPMST.
       FD  CAMPANHA-ALVO.
           COPY CAMPALVO.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  PURCHASE-HIST.
           COPY PURHIST.
       FD  DORME-DIAS.
       01  DD-LIMITE-DIAS           PICTURE 9(04).
       FD  CONSENTIMENTO.
           COPY CONSENT.
       FD  CAMPANHA-CONTATO.
       01  CL-REGISTRO.
           05  CL-CAMPANHA          PICTURE X(06).
           05  CL-CANAL             PICTURE X(03).
           05  CL-CPF               PICTURE 9(11).
           05  CL-NOME              PICTURE X(40).
           05  CL-TELEFONE          PICTURE X(15).
           05  CL-LOGRADOURO        PICTURE X(40).
           05  CL-CIDADE            PICTURE X(20).
           05  CL-ESTADO            PICTURE X(02).
           05  CL-CEP               PICTURE 9(08).
       FD  CAMPANHA-REPORT.
       01  CR-LINHA                 PICTURE X(100).
       FD  ERROR-LOG.
           COPY ERRLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-CAMPMST           PIC X(02) VALUE SPACES.
           88  FS-CAMPMST-OK            VALUE '00'.
       77  WRK-FS-CAMPALVO          PIC X(02) VALUE SPACES.
           88  FS-CAMPALVO-OK           VALUE '00'.
           88  FS-CAMPALVO-NAO-EXISTE   VALUE '35'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-PURHIST           PIC X(02) VALUE SPACES.
           88  FS-PURHIST-OK            VALUE '00'.
       77  WRK-FS-DORMDIAS          PIC X(02) VALUE SPACES.
           88  FS-DORMDIAS-OK           VALUE '00'.
       77  WRK-FS-CONSENT           PIC X(02) VALUE SPACES.
           88  FS-CONSENT-OK            VALUE '00'.
       77  WRK-FS-CAMPLST           PIC X(02) VALUE SPACES.
       77  WRK-FS-CAMPRPT           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CAMPMST          PIC X(01) VALUE 'N'.
           88  FIM-CAMPMST              VALUE 'S'.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.
       77  WRK-FIM-CONSENT          PIC X(01) VALUE 'N'.
           88  FIM-CONSENT              VALUE 'S'.
       77  WRK-PURHIST-ABERTO       PIC X(01) VALUE 'N'.
           88  PURHIST-ABERTO           VALUE 'S'.
       77  WRK-CAMPMST-ABERTO       PIC X(01) VALUE 'N'.
           88  CAMPMST-ABERTO           VALUE 'S'.
       77  WRK-CAMPALVO-ABERTO      PIC X(01) VALUE 'N'.
           88  CAMPALVO-ABERTO          VALUE 'S'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-CAMPLST-ABERTO       PIC X(01) VALUE 'N'.
           88  CAMPLST-ABERTO           VALUE 'S'.

      * LIMITE DE DIAS SEM COMPRA PARA O CLIENTE CONTAR COMO DORMENTE
      * (O MESMO DORMDIAS DO PROGCLIDRM).
       77  WRK-LIMITE-DIAS          PIC 9(04) VALUE 0180.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-DATA-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-IDADE-DIAS           PIC S9(05) COMP-3 VALUE ZEROS.
       77  WRK-CLIENTE-DORMENTE     PIC X(01) VALUE 'N'.
           88  CLIENTE-DORMENTE         VALUE 'S'.
       77  WRK-NO-SEGMENTO          PIC X(01) VALUE 'N'.
           88  NO-SEGMENTO              VALUE 'S'.

      * SORTEIO DO GRUPO DE CONTROLE: GERADOR CONGRUENCIAL
      * (MULTIPLICADOR 16807, MODULO 2**31 - 1) SEMEADO PELA HORA DA
      * EXECUCAO; O SORTEIO DE 00 A 99 ABAIXO DO PERCENTUAL DA
      * CAMPANHA MANDA O CLIENTE PARA O CONTROLE.
       77  WRK-HORA                 PIC 9(08) VALUE ZEROS.
       77  WRK-SEMENTE              PIC 9(10) COMP-3 VALUE ZEROS.
       77  WRK-SORTEIO              PIC 9(02) VALUE ZEROS.

      * CAMPANHAS PLANEJADAS CARREGADAS DO CAMPMST.
       01  WRK-TAB-CAMPANHA.
           05  WRK-TAB-CAM-ITEM OCCURS 20 TIMES.
               10  WRK-TAB-CAM-CODIGO    PICTURE X(06).
               10  WRK-TAB-CAM-SEGMENTO  PICTURE X(01).
               10  WRK-TAB-CAM-CANAL     PICTURE X(03).
               10  WRK-TAB-CAM-PCT       PICTURE 9(02).
               10  WRK-TAB-CAM-ALVO      PICTURE 9(07).
               10  WRK-TAB-CAM-CONTROLE  PICTURE 9(07).
               10  WRK-TAB-CAM-SUPRIMIDOS PICTURE 9(07).
               10  WRK-TAB-CAM-REPETIDOS PICTURE 9(07).
       77  WRK-QTD-CAMPANHAS        PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                  PIC 9(02) VALUE ZEROS.

      * CONSENTIMENTO DE MARKETING POR CPF (O REGISTRO MAIS RECENTE
      * DA TRILHA CONSENT VALE); SEM OPT-IN VALIDO, O CLIENTE E
      * SUPRIMIDO DA SELECAO E CONTADO.
       01  WRK-TAB-CONSENT.
           05  WRK-TAB-CNS-ITEM OCCURS 500 TIMES
                                INDEXED BY WRK-CNS-IDX.
               10  WRK-TAB-CNS-CPF       PICTURE 9(11).
               10  WRK-TAB-CNS-OPCAO     PICTURE X(01).
       77  WRK-QTD-CONSENT          PIC 9(03) VALUE ZEROS.
       77  WRK-TEM-OPTIN            PIC X(01) VALUE 'N'.
           88  TEM-OPTIN                VALUE 'S'.
       77  WRK-CPF-CONSULTA         PIC 9(11) VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ATIVOS           PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-CONTATOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           ACCEPT WRK-HORA FROM TIME.
           COMPUTE WRK-SEMENTE = WRK-HORA + 1.
           PERFORM 1000-LER-LIMITE.
           PERFORM 8000-CARREGAR-CONSENTIMENTO.
           OPEN OUTPUT CAMPANHA-REPORT.
           MOVE SPACES TO CR-LINHA.
           STRING 'GERACAO DE LISTAS DE CAMPANHA EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE ALL '=' TO CR-LINHA.
           WRITE CR-LINHA.
           PERFORM 1100-CARREGAR-CAMPANHAS THRU 1100-EXIT.
           IF WRK-QTD-CAMPANHAS = ZEROS
               MOVE 'NENHUMA CAMPANHA PLANEJADA NO CAMPMST' TO CR-LINHA
               WRITE CR-LINHA
               PERFORM 9000-ENCERRAR-ARQUIVOS
               PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE
               STOP RUN
           END-IF.
           PERFORM 1200-ABRIR-ARQUIVOS THRU 1200-EXIT.
           PERFORM 2000-AVALIAR-CLIENTE UNTIL FIM-ARQUIVO.
           PERFORM 3000-ATUALIZAR-CAMPANHA THRU 3000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CAMPANHAS.
           PERFORM 9000-ENCERRAR-ARQUIVOS.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           STOP RUN.

      ****************************************************************
      * 1000-LER-LIMITE - LE O LIMITE DE DIAS CONFIGURADO; SEM O     *
      *                   ARQUIVO, VALE O PADRAO DE 180 DIAS.        *
      ****************************************************************
       1000-LER-LIMITE.
           OPEN INPUT DORME-DIAS.
           IF FS-DORMDIAS-OK
               READ DORME-DIAS
                   AT END CONTINUE
                   NOT AT END MOVE DD-LIMITE-DIAS TO WRK-LIMITE-DIAS
               END-READ
               CLOSE DORME-DIAS
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-CARREGAR-CAMPANHAS - ABRE O CAMPMST E GUARDA AS         *
      *                           CAMPANHAS PLANEJADAS; SEM O        *
      *                           CADASTRO NAO HA O QUE GERAR.       *
      ****************************************************************
       1100-CARREGAR-CAMPANHAS.
           OPEN I-O CAMPANHA-MASTER.
           IF NOT FS-CAMPMST-OK
               MOVE 'CAMPMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CAMPMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 1100-EXIT
           END-IF.
           MOVE 'S' TO WRK-CAMPMST-ABERTO.
           READ CAMPANHA-MASTER NEXT
               AT END SET FIM-CAMPMST TO TRUE
           END-READ.
           PERFORM 1110-GUARDAR-CAMPANHA UNTIL FIM-CAMPMST.
       1100-EXIT.
           EXIT.

       1110-GUARDAR-CAMPANHA.
           IF CAMPANHA-PLANEJADA
               IF WRK-QTD-CAMPANHAS < 20
                   ADD 1 TO WRK-QTD-CAMPANHAS
                   MOVE CP-CODIGO
                       TO WRK-TAB-CAM-CODIGO (WRK-QTD-CAMPANHAS)
                   MOVE CP-SEGMENTO
                       TO WRK-TAB-CAM-SEGMENTO (WRK-QTD-CAMPANHAS)
                   MOVE CP-CANAL
                       TO WRK-TAB-CAM-CANAL (WRK-QTD-CAMPANHAS)
                   MOVE CP-PCT-CONTROLE
                       TO WRK-TAB-CAM-PCT (WRK-QTD-CAMPANHAS)
                   MOVE ZEROS
                       TO WRK-TAB-CAM-ALVO (WRK-QTD-CAMPANHAS)
                          WRK-TAB-CAM-CONTROLE (WRK-QTD-CAMPANHAS)
                          WRK-TAB-CAM-SUPRIMIDOS (WRK-QTD-CAMPANHAS)
                          WRK-TAB-CAM-REPETIDOS (WRK-QTD-CAMPANHAS)
               ELSE
                   MOVE SPACES TO CR-LINHA
                   STRING 'CAMPANHA ' CP-CODIGO
                          ' FICA PARA A PROXIMA GERACAO (MAIS DE 20'
                          ' PLANEJADAS)'
                       DELIMITED BY SIZE INTO CR-LINHA
                   END-STRING
                   WRITE CR-LINHA
               END-IF
           END-IF.
           READ CAMPANHA-MASTER NEXT
               AT END SET FIM-CAMPMST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      ****************************************************************
      * 1200-ABRIR-ARQUIVOS - ABRE A LISTA (CRIANDO-A NO PRIMEIRO    *
      *                       USO), O EXTRATO DE CONTATO, O CADASTRO *
      *                       E O HISTORICO, E LE O PRIMEIRO CLIENTE.*
      ****************************************************************
       1200-ABRIR-ARQUIVOS.
           OPEN OUTPUT CAMPANHA-CONTATO.
           MOVE 'S' TO WRK-CAMPLST-ABERTO.
           OPEN I-O CAMPANHA-ALVO.
           IF FS-CAMPALVO-NAO-EXISTE
               OPEN OUTPUT CAMPANHA-ALVO
               CLOSE CAMPANHA-ALVO
               OPEN I-O CAMPANHA-ALVO
           END-IF.
           IF NOT FS-CAMPALVO-OK
               MOVE 'CAMPALVO' TO EL-ARQUIVO
               MOVE 'OPEN'     TO EL-OPERACAO
               MOVE WRK-FS-CAMPALVO TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE ZEROS TO WRK-QTD-CAMPANHAS
               SET FIM-ARQUIVO TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'S' TO WRK-CAMPALVO-ABERTO.
           OPEN INPUT CADASTRO-CLIENTE.
           IF NOT FS-CADCLI-OK
               DISPLAY '*** CADASTRO-CLIENTE INDISPONIVEL - FS: '
                       WRK-FS-CADCLI
               MOVE 'CADCLI' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE ZEROS TO WRK-QTD-CAMPANHAS
               SET FIM-ARQUIVO TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'S' TO WRK-CADCLI-ABERTO.
           READ CADASTRO-CLIENTE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
           OPEN INPUT PURCHASE-HIST.
           IF FS-PURHIST-OK
               MOVE 'S' TO WRK-PURHIST-ABERTO
           ELSE
               MOVE 'PURHIST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-PURHIST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
       1200-EXIT.
           EXIT.

      ****************************************************************
      * 2000-AVALIAR-CLIENTE - O CLIENTE ATIVO E CONFERIDO CONTRA O  *
      *                        HISTORICO (DORMENTE OU NAO) E O       *
      *                        CONSENTIMENTO, E OFERECIDO A CADA     *
      *                        CAMPANHA PLANEJADA.                   *
      ****************************************************************
       2000-AVALIAR-CLIENTE.
           ADD 1 TO WRK-QTD-LIDOS.
           IF CLIENTE-ATIVO
               ADD 1 TO WRK-QTD-ATIVOS
               PERFORM 2100-CONFERIR-HISTORICO
               THRU 2100-EXIT
               MOVE CLI-CPF TO WRK-CPF-CONSULTA
               PERFORM 8200-CONFERIR-OPTIN
               PERFORM 2200-SELECIONAR-NA-CAMPANHA
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CAMPANHAS
           END-IF.
           READ CADASTRO-CLIENTE
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-CONFERIR-HISTORICO.
           MOVE 'N' TO WRK-CLIENTE-DORMENTE.
           IF NOT PURHIST-ABERTO
               GO TO 2100-EXIT
           END-IF.
           MOVE CLI-CPF TO PH-CPF.
           READ PURCHASE-HIST
               INVALID KEY
                   SET CLIENTE-DORMENTE TO TRUE
               NOT INVALID KEY
                   IF PH-DATA-ULTIMA = ZEROS
                       SET CLIENTE-DORMENTE TO TRUE
                   ELSE
                       COMPUTE WRK-DATA-INT =
                           FUNCTION INTEGER-OF-DATE (PH-DATA-ULTIMA)
                       COMPUTE WRK-IDADE-DIAS =
                           WRK-HOJE-INT - WRK-DATA-INT
                       IF WRK-IDADE-DIAS > WRK-LIMITE-DIAS
                           SET CLIENTE-DORMENTE TO TRUE
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 2200-SELECIONAR-NA-CAMPANHA - CLIENTE DO SEGMENTO SEM OPT-IN *
      *                               E SUPRIMIDO (FORA DOS DOIS     *
      *                               GRUPOS); COM OPT-IN, O SORTEIO *
      *                               DECIDE ENTRE CONTROLE E ALVO.  *
      ****************************************************************
       2200-SELECIONAR-NA-CAMPANHA.
           MOVE 'N' TO WRK-NO-SEGMENTO.
           EVALUATE WRK-TAB-CAM-SEGMENTO (WRK-IDX)
               WHEN 'D'
                   IF CLIENTE-DORMENTE
                       SET NO-SEGMENTO TO TRUE
                   END-IF
               WHEN 'T'
                   SET NO-SEGMENTO TO TRUE
               WHEN OTHER
                   IF CLI-TIER = WRK-TAB-CAM-SEGMENTO (WRK-IDX)
                       SET NO-SEGMENTO TO TRUE
                   END-IF
           END-EVALUATE.
           IF NO-SEGMENTO
               IF NOT TEM-OPTIN
                   ADD 1 TO WRK-TAB-CAM-SUPRIMIDOS (WRK-IDX)
               ELSE
                   PERFORM 2300-GRAVAR-ALVO
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2300-GRAVAR-ALVO.
           PERFORM 8300-SORTEAR.
           MOVE WRK-TAB-CAM-CODIGO (WRK-IDX) TO CA-CAMPANHA.
           MOVE CLI-CPF                      TO CA-CPF.
           IF WRK-SORTEIO < WRK-TAB-CAM-PCT (WRK-IDX)
               MOVE 'C' TO CA-GRUPO
           ELSE
               MOVE 'A' TO CA-GRUPO
           END-IF.
           MOVE WRK-CLIENTE-DORMENTE TO CA-DORMENTE.
           MOVE ZEROS TO CA-QTD-COMPRAS
                         CA-VALOR-COMPRAS
                         CA-DATA-PRIMEIRA.
      * CLIENTE JA LISTADO NUMA GERACAO INTERROMPIDA FICA NO GRUPO EM
      * QUE JA ESTAVA.
           WRITE CA-REGISTRO
               INVALID KEY
                   ADD 1 TO WRK-TAB-CAM-REPETIDOS (WRK-IDX)
                   READ CAMPANHA-ALVO
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-WRITE.
           IF CA-GRUPO-CONTROLE
               ADD 1 TO WRK-TAB-CAM-CONTROLE (WRK-IDX)
           ELSE
               ADD 1 TO WRK-TAB-CAM-ALVO (WRK-IDX)
               PERFORM 2400-GRAVAR-CONTATO
           END-IF.
       2300-EXIT.
           EXIT.

       2400-GRAVAR-CONTATO.
           MOVE WRK-TAB-CAM-CODIGO (WRK-IDX) TO CL-CAMPANHA.
           MOVE WRK-TAB-CAM-CANAL (WRK-IDX)  TO CL-CANAL.
           MOVE CLI-CPF        TO CL-CPF.
           MOVE CLI-NOME       TO CL-NOME.
           MOVE CLI-TELEFONE   TO CL-TELEFONE.
           MOVE CLI-LOGRADOURO TO CL-LOGRADOURO.
           MOVE CLI-CIDADE     TO CL-CIDADE.
           MOVE CLI-ESTADO     TO CL-ESTADO.
           MOVE CLI-CEP        TO CL-CEP.
           WRITE CL-REGISTRO.
           ADD 1 TO WRK-QTD-CONTATOS.
       2400-EXIT.
           EXIT.

      ****************************************************************
      * 3000-ATUALIZAR-CAMPANHA - GRAVA NO CAMPMST A GERACAO E OS    *
      *                           TAMANHOS DOS GRUPOS, PASSA A       *
      *                           CAMPANHA A GERADA E IMPRIME O      *
      *                           RESUMO.                            *
      ****************************************************************
       3000-ATUALIZAR-CAMPANHA.
           MOVE WRK-TAB-CAM-CODIGO (WRK-IDX) TO CP-CODIGO.
           READ CAMPANHA-MASTER
               INVALID KEY
                   MOVE 'CAMPMST' TO EL-ARQUIVO
                   MOVE 'READ'    TO EL-OPERACAO
                   MOVE WRK-FS-CAMPMST TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
                   GO TO 3000-EXIT
           END-READ.
           MOVE 'G'           TO CP-SITUACAO.
           MOVE WRK-DATA-HOJE TO CP-DATA-GERACAO.
           MOVE WRK-TAB-CAM-ALVO (WRK-IDX)       TO CP-QTD-ALVO.
           MOVE WRK-TAB-CAM-CONTROLE (WRK-IDX)   TO CP-QTD-CONTROLE.
           MOVE WRK-TAB-CAM-SUPRIMIDOS (WRK-IDX) TO CP-QTD-SUPRIMIDOS.
           MOVE ZEROS TO CP-DATA-APURACAO.
           REWRITE CP-REGISTRO.
           MOVE SPACES TO CR-LINHA.
           STRING 'CAMPANHA ' CP-CODIGO ' ' CP-DESCRICAO
                  ' CANAL ' CP-CANAL
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE SPACES TO CR-LINHA.
           STRING '    SEGMENTO ' CP-SEGMENTO
                  ' JANELA ' CP-DATA-INICIO ' A ' CP-DATA-FIM
                  ' CONTROLE ' CP-PCT-CONTROLE '%'
               DELIMITED BY SIZE INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE CP-QTD-ALVO TO WRK-CONTROLEFN.
           MOVE SPACES TO CR-LINHA.
           STRING '    GRUPO ALVO (CONTATO):    ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CR-LINHA.
           WRITE CR-LINHA.
           MOVE CP-QTD-CONTROLE TO WRK-CONTROLEFN.
           MOVE SPACES TO CR-LINHA.
           STRING '    GRUPO DE CONTROLE:       ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CR-LINHA.
           WRITE CR-LINHA.
           MOVE CP-QTD-SUPRIMIDOS TO WRK-CONTROLEFN.
           MOVE SPACES TO CR-LINHA.
           STRING '    SUPRIMIDOS SEM OPT-IN:   ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO CR-LINHA.
           WRITE CR-LINHA.
           IF WRK-TAB-CAM-REPETIDOS (WRK-IDX) > ZEROS
               MOVE WRK-TAB-CAM-REPETIDOS (WRK-IDX) TO WRK-CONTROLEFN
               MOVE SPACES TO CR-LINHA
               STRING '    JA LISTADOS ANTES:       ' WRK-CONTROLEFN
                   DELIMITED BY SIZE INTO CR-LINHA
               END-STRING
               WRITE CR-LINHA
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-CARREGAR-CONSENTIMENTO - CARREGA A TRILHA CONSENT EM    *
      *                               MEMORIA (O REGISTRO MAIS       *
      *                               RECENTE DO CPF VALE); SEM O    *
      *                               ARQUIVO, NINGUEM TEM OPT-IN.   *
      ****************************************************************
       8000-CARREGAR-CONSENTIMENTO.
           OPEN INPUT CONSENTIMENTO.
           IF FS-CONSENT-OK
               READ CONSENTIMENTO
                   AT END SET FIM-CONSENT TO TRUE
               END-READ
               PERFORM 8100-GUARDAR-CONSENTIMENTO UNTIL FIM-CONSENT
               CLOSE CONSENTIMENTO
           ELSE
               SET FIM-CONSENT TO TRUE
               DISPLAY 'CONSENT INDISPONIVEL - TODA A SELECAO SERA '
                       'SUPRIMIDA (SEM OPT-IN VALIDO)'
           END-IF.
       8000-EXIT.
           EXIT.

       8100-GUARDAR-CONSENTIMENTO.
           SET WRK-CNS-IDX TO 1.
           SEARCH WRK-TAB-CNS-ITEM
               AT END
                   IF WRK-QTD-CONSENT < 500
                       ADD 1 TO WRK-QTD-CONSENT
                       MOVE CN-CPF
                           TO WRK-TAB-CNS-CPF (WRK-QTD-CONSENT)
                       MOVE CN-OPCAO
                           TO WRK-TAB-CNS-OPCAO (WRK-QTD-CONSENT)
                   END-IF
               WHEN WRK-TAB-CNS-CPF (WRK-CNS-IDX) = CN-CPF
                   MOVE CN-OPCAO
                       TO WRK-TAB-CNS-OPCAO (WRK-CNS-IDX)
           END-SEARCH.
           READ CONSENTIMENTO
               AT END SET FIM-CONSENT TO TRUE
           END-READ.
       8100-EXIT.
           EXIT.

      ****************************************************************
      * 8200-CONFERIR-OPTIN - O CPF DA VEZ PRECISA TER OPT-IN 'S' NA *
      *                       TRILHA DE CONSENTIMENTO.               *
      ****************************************************************
       8200-CONFERIR-OPTIN.
           MOVE 'N' TO WRK-TEM-OPTIN.
           IF WRK-QTD-CONSENT > ZEROS
               SET WRK-CNS-IDX TO 1
               SEARCH WRK-TAB-CNS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-TAB-CNS-CPF (WRK-CNS-IDX)
                           = WRK-CPF-CONSULTA
                       IF WRK-TAB-CNS-OPCAO (WRK-CNS-IDX) = 'S'
                           SET TEM-OPTIN TO TRUE
                       END-IF
               END-SEARCH
           END-IF.
       8200-EXIT.
           EXIT.

      ****************************************************************
      * 8300-SORTEAR - PROXIMO NUMERO DO GERADOR E SORTEIO DE 00 A 99.*
      ****************************************************************
       8300-SORTEAR.
           COMPUTE WRK-SEMENTE =
               FUNCTION MOD ((WRK-SEMENTE * 16807) 2147483647).
           COMPUTE WRK-SORTEIO = FUNCTION MOD (WRK-SEMENTE 100).
       8300-EXIT.
           EXIT.

      ****************************************************************
      * 9000-ENCERRAR-ARQUIVOS - FECHA OS ARQUIVOS DO LOTE.          *
      ****************************************************************
       9000-ENCERRAR-ARQUIVOS.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF PURHIST-ABERTO
               CLOSE PURCHASE-HIST
           END-IF.
           IF CAMPALVO-ABERTO
               CLOSE CAMPANHA-ALVO
           END-IF.
           IF CAMPMST-ABERTO
               CLOSE CAMPANHA-MASTER
           END-IF.
           IF CAMPLST-ABERTO
               CLOSE CAMPANHA-CONTATO
           END-IF.
           CLOSE CAMPANHA-REPORT.
       9000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-CAMPANHAS TO WRK-CONTROLEFN.
           DISPLAY 'CAMPANHAS GERADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'CLIENTES LIDOS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ATIVOS TO WRK-CONTROLEFN.
           DISPLAY 'CLIENTES ATIVOS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CONTATOS TO WRK-CONTROLEFN.
           DISPLAY 'CONTATOS NO CAMPLST:  ' WRK-CONTROLEFN.
       9700-EXIT.
           EXIT.

      ****************************************************************
      * 9900-GRAVAR-ERRO - GRAVA UMA LINHA NO ERROR-LOG COM O        *
      *                    PROGRAMA, O ARQUIVO, A OPERACAO E O FILE  *
      *                    STATUS QUE VIERAM RUINS (EL-ARQUIVO/      *
      *                    EL-OPERACAO/EL-STATUS JA MONTADOS PELO    *
      *                    CHAMADOR).                                *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGCAMSEL' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
       9900-EXIT.
           EXIT.
