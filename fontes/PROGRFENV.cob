       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGRFENV.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: REMESSA PERIODICA DE CPF AO SERVICO DE CONSULTA DA *
      *           SITUACAO CADASTRAL NA RECEITA FEDERAL. LE O        *
      *           CADASTRO-CLIENTE E ENVIA O CPF DO CLIENTE ATIVO    *
      *           NUNCA CONSULTADO OU CUJA ULTIMA CONSULTA NO CPFRF  *
      *           TEM MAIS DIAS DO QUE O INTERVALO DO RFCFG (PADRAO  *
      *           90). O CPF ENVIADO E AINDA SEM RETORNO SO VOLTA A  *
      *           SAIR DEPOIS DOS DIAS DE ESPERA DO RFCFG (PADRAO    *
      *           10); NO MESMO DIA (REEXECUCAO) SAI DE NOVO. A DATA *
      *           DO ENVIO FICA NO CPFRF. A REMESSA (RFSAI) TEM      *
      *           CABECALHO E TRAILER DE CONTROLE E VAI PARA O       *
      *           MANIFESTO DE TRANSMISSAO. O RETORNO E CARREGADO    *
      *           PELO PROGRFRET.                                    *
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
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT SITUACAO-RECEITA ASSIGN TO "CPFRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CPF
               FILE STATUS IS WRK-FS-CPFRF.
           SELECT CONSULTA-CONFIG ASSIGN TO "RFCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RFCFG.
           SELECT CONSULTA-REMESSA ASSIGN TO "RFSAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RFSAI.
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
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  SITUACAO-RECEITA.
           COPY CPFRF.
       FD  CONSULTA-CONFIG.
           COPY RFCFG.
       FD  CONSULTA-REMESSA.
           COPY RFARQ.
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
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-CPFRF             PIC X(02) VALUE SPACES.
           88  FS-CPFRF-OK              VALUE '00'.
           88  FS-CPFRF-NAO-EXISTE      VALUE '35'.
       77  WRK-FS-RFCFG             PIC X(02) VALUE SPACES.
           88  FS-RFCFG-OK              VALUE '00'.
       77  WRK-FS-RFSAI             PIC X(02) VALUE SPACES.
       77  WRK-FS-XMITMAN           PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-CADCLI           PIC X(01) VALUE 'N'.
           88  FIM-CADCLI               VALUE 'S'.
       77  WRK-CPF-NOVO             PIC X(01) VALUE 'N'.
           88  CPF-NOVO                 VALUE 'S'.

      * PARAMETROS DO RFCFG (PADRAO ABAIXO QUANDO O ARQUIVO NAO
      * EXISTE).
       77  WRK-DIAS-INTERVALO       PIC 9(03) VALUE 90.
       77  WRK-DIAS-ESPERA          PIC 9(03) VALUE 10.
       77  WRK-ORIGEM               PIC X(40)
                                    VALUE 'LOJAS TREINA LTDA'.

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT             PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-DIAS-DECORRIDOS      PIC 9(05) COMP-3 VALUE ZEROS.

       01  WRK-REG-CONTROLE.
           05  WRK-CTL-TIPO         PIC X(03).
           05  WRK-CTL-DATA         PIC 9(08).
           05  WRK-CTL-IMAGEM       PIC X(60).

       77  WRK-QTD-CLIENTES-LIDOS   PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-INATIVOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-NOVOS            PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-VENCIDOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-AGUARDANDO       PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-ENVIADOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 0100-CARREGAR-CONFIG.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           IF WRK-RL-STATUS = 'ERRO'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 2000-SELECIONAR-CLIENTE THRU 2000-EXIT
               UNTIL FIM-CADCLI.
           PERFORM 5000-FECHAR-REMESSA.
           PERFORM 5500-REGISTRAR-MANIFESTO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0100-CARREGAR-CONFIG - LE O INTERVALO ENTRE CONSULTAS, A     *
      *                        ESPERA PELO RETORNO E O NOME DA       *
      *                        EMPRESA DO RFCFG; SEM O ARQUIVO,      *
      *                        VALEM OS PADROES.                     *
      ****************************************************************
       0100-CARREGAR-CONFIG.
           OPEN INPUT CONSULTA-CONFIG.
           IF FS-RFCFG-OK
               READ CONSULTA-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF RC-DIAS-INTERVALO NUMERIC
                          AND RC-DIAS-INTERVALO > ZEROS
                           MOVE RC-DIAS-INTERVALO
                               TO WRK-DIAS-INTERVALO
                       END-IF
                       IF RC-DIAS-ESPERA NUMERIC
                           MOVE RC-DIAS-ESPERA TO WRK-DIAS-ESPERA
                       END-IF
                       IF RC-ORIGEM NOT = SPACES
                           MOVE RC-ORIGEM TO WRK-ORIGEM
                       END-IF
               END-READ
               CLOSE CONSULTA-CONFIG
           END-IF.
       0100-EXIT.
           EXIT.

      ****************************************************************
      * 1000-ABRIR-ARQUIVOS - ABRE O CADASTRO-CLIENTE PARA LEITURA E *
      *                       O CPFRF PARA ATUALIZACAO (CRIANDO-O NO *
      *                       PRIMEIRO USO); ABRE A REMESSA E GRAVA  *
      *                       O CABECALHO COM A DATA E A EMPRESA.    *
      *                       SEM O CADASTRO OU O CPFRF NAO HA       *
      *                       REMESSA.                               *
      ****************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CADASTRO-CLIENTE.
           IF NOT FS-CADCLI-OK
               MOVE 'CADCLI'  TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O SITUACAO-RECEITA.
           IF FS-CPFRF-NAO-EXISTE
               OPEN OUTPUT SITUACAO-RECEITA
               CLOSE SITUACAO-RECEITA
               OPEN I-O SITUACAO-RECEITA
           END-IF.
           IF NOT FS-CPFRF-OK
               MOVE 'CPFRF'   TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CPFRF TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'ERRO' TO WRK-RL-STATUS
               CLOSE CADASTRO-CLIENTE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT CONSULTA-REMESSA.
           MOVE 'HDR'          TO WRK-CTL-TIPO.
           MOVE WRK-DATA-HOJE  TO WRK-CTL-DATA.
           MOVE WRK-ORIGEM     TO WRK-CTL-IMAGEM.
           MOVE WRK-REG-CONTROLE TO RA-REGISTRO.
           WRITE RA-REGISTRO.
           READ CADASTRO-CLIENTE
               AT END SET FIM-CADCLI TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-SELECIONAR-CLIENTE - CLIENTE ATIVO SEM CONSULTA NO      *
      *                           CPFRF, OU CUJA CONSULTA VENCEU O   *
      *                           INTERVALO, ENTRA NA REMESSA, SALVO *
      *                           SE JA FOI ENVIADO E AINDA ESTA NOS *
      *                           DIAS DE ESPERA PELO RETORNO.       *
      ****************************************************************
       2000-SELECIONAR-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES-LIDOS.
           IF NOT CLIENTE-ATIVO
               ADD 1 TO WRK-QTD-INATIVOS
               GO TO 2000-LER-PROXIMO
           END-IF.
           MOVE 'N' TO WRK-CPF-NOVO.
           MOVE CLI-CPF TO RF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   SET CPF-NOVO TO TRUE
           END-READ.
           IF CPF-NOVO
               MOVE SPACES        TO RF-REGISTRO
               MOVE CLI-CPF       TO RF-CPF
               MOVE ZEROS         TO RF-DATA-CONSULTA
                                     RF-DATA-ANTERIOR
               MOVE WRK-DATA-HOJE TO RF-DATA-ENVIO
               WRITE RF-REGISTRO
               ADD 1 TO WRK-QTD-NOVOS
               PERFORM 2100-GRAVAR-CONSULTA
               GO TO 2000-LER-PROXIMO
           END-IF.
           IF RF-DATA-CONSULTA NOT = ZEROS
               COMPUTE WRK-DIAS-DECORRIDOS = WRK-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE (RF-DATA-CONSULTA)
               IF WRK-DIAS-DECORRIDOS < WRK-DIAS-INTERVALO
                   GO TO 2000-LER-PROXIMO
               END-IF
           END-IF.
           IF RF-DATA-ENVIO > RF-DATA-CONSULTA
              AND RF-DATA-ENVIO NOT = WRK-DATA-HOJE
               COMPUTE WRK-DIAS-DECORRIDOS = WRK-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE (RF-DATA-ENVIO)
               IF WRK-DIAS-DECORRIDOS < WRK-DIAS-ESPERA
                   ADD 1 TO WRK-QTD-AGUARDANDO
                   GO TO 2000-LER-PROXIMO
               END-IF
           END-IF.
           MOVE WRK-DATA-HOJE TO RF-DATA-ENVIO.
           REWRITE RF-REGISTRO.
           ADD 1 TO WRK-QTD-VENCIDOS.
           PERFORM 2100-GRAVAR-CONSULTA.
       2000-LER-PROXIMO.
           READ CADASTRO-CLIENTE
               AT END SET FIM-CADCLI TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-GRAVAR-CONSULTA.
           MOVE SPACES        TO RA-REGISTRO.
           MOVE 'CON'         TO RA-TIPO.
           MOVE WRK-DATA-HOJE TO RA-DATA.
           MOVE CLI-CPF       TO RA-CPF.
           MOVE CLI-NOME      TO RA-NOME.
           WRITE RA-REGISTRO.
           ADD 1 TO WRK-QTD-ENVIADOS.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 5000-FECHAR-REMESSA - GRAVA O TRAILER COM A QUANTIDADE DE    *
      *                       CPF ENVIADOS E FECHA OS ARQUIVOS.      *
      ****************************************************************
       5000-FECHAR-REMESSA.
           MOVE 'TRL'            TO WRK-CTL-TIPO.
           MOVE WRK-QTD-ENVIADOS TO WRK-CTL-DATA.
           MOVE SPACES           TO WRK-CTL-IMAGEM.
           MOVE WRK-REG-CONTROLE TO RA-REGISTRO.
           WRITE RA-REGISTRO.
           CLOSE CONSULTA-REMESSA
                 SITUACAO-RECEITA
                 CADASTRO-CLIENTE.
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5500-REGISTRAR-MANIFESTO - UMA LINHA PENDENTE NO MANIFESTO   *
      *                            PARA O SERVICO ACUSAR A REMESSA.  *
      ****************************************************************
       5500-REGISTRAR-MANIFESTO.
           OPEN EXTEND TRANSMISSAO-MANIFESTO.
           MOVE 'RFSAI'          TO XM-ARQUIVO.
           MOVE WRK-DATA-HOJE    TO XM-DATA-GERACAO.
           MOVE WRK-QTD-ENVIADOS TO XM-QTD-REGISTROS.
           MOVE 'RECEITA'        TO XM-DESTINO.
           MOVE 'P'              TO XM-SITUACAO.
           WRITE XM-REGISTRO.
           CLOSE TRANSMISSAO-MANIFESTO.
       5500-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-CLIENTES-LIDOS TO WRK-CONTROLEFN.
           DISPLAY 'CLIENTES LIDOS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-INATIVOS TO WRK-CONTROLEFN.
           DISPLAY 'CLIENTES INATIVOS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-NOVOS TO WRK-CONTROLEFN.
           DISPLAY 'CPF NUNCA CONSULTADOS:' WRK-CONTROLEFN.
           MOVE WRK-QTD-VENCIDOS TO WRK-CONTROLEFN.
           DISPLAY 'CONSULTAS VENCIDAS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-AGUARDANDO TO WRK-CONTROLEFN.
           DISPLAY 'AGUARDANDO RETORNO:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-ENVIADOS TO WRK-CONTROLEFN.
           DISPLAY 'CPF NA REMESSA:       ' WRK-CONTROLEFN.
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
           MOVE 'PROGRFENV' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-CLIENTES-LIDOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-ENVIADOS TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGRFENV' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
