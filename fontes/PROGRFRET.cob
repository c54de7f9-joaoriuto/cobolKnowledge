       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGRFRET.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: CARGA DO RETORNO DO SERVICO DE CONSULTA DA         *
      *           SITUACAO CADASTRAL NA RECEITA FEDERAL (RFRET). O   *
      *           ARQUIVO PRECISA TER CABECALHO E O TRAILER PRECISA  *
      *           FECHAR COM A QUANTIDADE DE DETALHES, SENAO NADA E  *
      *           CARREGADO. CADA CPF DEVOLVIDO GRAVA NO CPFRF A     *
      *           SITUACAO E A DATA DA CONSULTA, GUARDANDO A         *
      *           SITUACAO E A DATA ANTERIORES. O RELATORIO RFRPT    *
      *           LISTA, COM O NOME DO CADASTRO-CLIENTE, OS CLIENTES *
      *           CUJA SITUACAO MUDOU DESDE A ULTIMA CONSULTA E OS   *
      *           CONSULTADOS PELA PRIMEIRA VEZ QUE NAO VOLTARAM     *
      *           REGULARES. CARREGADO, O RFRET E ESVAZIADO PARA O   *
      *           PROXIMO RETORNO.                                   *
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
           SELECT CONSULTA-RETORNO ASSIGN TO "RFRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RFRET.
           SELECT SITUACAO-RECEITA ASSIGN TO "CPFRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CPF
               FILE STATUS IS WRK-FS-CPFRF.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT CONSULTA-REPORT ASSIGN TO "RFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RFRPT.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CONSULTA-RETORNO.
           COPY RFARQ.
       FD  SITUACAO-RECEITA.
           COPY CPFRF.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  CONSULTA-REPORT.
       01  RR-LINHA                 PICTURE X(132).
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
       77  WRK-FS-RFRET             PIC X(02) VALUE SPACES.
           88  FS-RFRET-OK              VALUE '00'.
           88  FS-RFRET-NAO-EXISTE      VALUE '35'.
       77  WRK-FS-CPFRF             PIC X(02) VALUE SPACES.
           88  FS-CPFRF-OK              VALUE '00'.
           88  FS-CPFRF-NAO-EXISTE      VALUE '35'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-RFRPT             PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-RFRET            PIC X(01) VALUE 'N'.
           88  FIM-RFRET                VALUE 'S'.
       77  WRK-CADCLI-ABERTO        PIC X(01) VALUE 'N'.
           88  CADCLI-ABERTO            VALUE 'S'.
       77  WRK-CPF-NOVO             PIC X(01) VALUE 'N'.
           88  CPF-NOVO                 VALUE 'S'.

      * CONFERENCIA DO CABECALHO/TRAILER DO RETORNO (PRE-PASSAGEM,
      * COMO A DO SALES-TRANS NO PROGVENDAS).
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

       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CONSULTA        PIC 9(08) VALUE ZEROS.
       77  WRK-SITUACAO-NOVA        PIC X(01) VALUE SPACES.
       77  WRK-SITUACAO-ANTES       PIC X(01) VALUE SPACES.
       77  WRK-DATA-ANTES           PIC 9(08) VALUE ZEROS.
       77  WRK-SITUACAO-DESC        PIC X(01) VALUE SPACES.
       77  WRK-DESCRICAO            PIC X(20) VALUE SPACES.
       77  WRK-DESC-ANTES           PIC X(20) VALUE SPACES.
       77  WRK-DESC-NOVA            PIC X(20) VALUE SPACES.
       77  WRK-NOME                 PIC X(40) VALUE SPACES.

       77  WRK-QTD-RETORNOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-MUDANCAS         PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-IRREGULARES      PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-QTD-INVALIDOS        PIC 9(08) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0500-CONFERIR-CONTROLES THRU 0500-EXIT.
           IF FS-RFRET-NAO-EXISTE
              OR ARQ-VAZIO
               DISPLAY 'RFRET NAO RECEBIDO - NADA A CARREGAR'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           IF ARQ-RECUSADO
               DISPLAY '*** RFRET RECUSADO - CABECALHO/TRAILER NAO '
                       'CONFERE COM O CONTEUDO - NADA CARREGADO'
               MOVE 'RFRET'       TO EL-ARQUIVO
               MOVE 'TRAILER'     TO EL-OPERACAO
               MOVE '99'          TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'RECUSADO' TO WRK-RL-STATUS
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT.
           IF WRK-RL-STATUS = 'ERRO'
               PERFORM 9800-GRAVAR-RUNLOG
               STOP RUN
           END-IF.
           PERFORM 2000-CARREGAR-RETORNO THRU 2000-EXIT
               UNTIL FIM-RFRET.
           PERFORM 3000-FECHAR-ARQUIVOS.
           PERFORM 4000-ESVAZIAR-RETORNO.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
      * 0500-CONFERIR-CONTROLES - PRE-PASSAGEM DO RFRET: O ARQUIVO   *
      *                           PRECISA ABRIR COM O CABECALHO E O  *
      *                           TRAILER PRECISA FECHAR COM A       *
      *                           QUANTIDADE DE RETORNOS (RETORNO    *
      *                           TRUNCADO NAO E CARREGADO). SEM O   *
      *                           ARQUIVO OU COM ELE VAZIO, NAO HA O *
      *                           QUE CONFERIR.                      *
      ****************************************************************
       0500-CONFERIR-CONTROLES.
           OPEN INPUT CONSULTA-RETORNO.
           IF FS-RFRET-NAO-EXISTE
               GO TO 0500-EXIT
           END-IF.
           IF NOT FS-RFRET-OK
               SET ARQ-RECUSADO TO TRUE
               GO TO 0500-EXIT
           END-IF.
           READ CONSULTA-RETORNO
               AT END
                   SET FIM-RFRET TO TRUE
                   SET ARQ-VAZIO TO TRUE
                   CLOSE CONSULTA-RETORNO
                   GO TO 0500-EXIT
           END-READ.
           IF RA-CABECALHO
               SET TEM-CABECALHO TO TRUE
               PERFORM 0510-CONTAR-REGISTRO UNTIL FIM-RFRET
           END-IF.
           IF NOT TEM-CABECALHO
              OR NOT TEM-TRAILER
              OR WRK-CTL-QTD NOT = WRK-QTD-DADOS
               SET ARQ-RECUSADO TO TRUE
           END-IF.
           CLOSE CONSULTA-RETORNO.
           MOVE 'N' TO WRK-FIM-RFRET.
       0500-EXIT.
           EXIT.

       0510-CONTAR-REGISTRO.
           READ CONSULTA-RETORNO
               AT END
                   SET FIM-RFRET TO TRUE
               NOT AT END
                   IF RA-TRAILER
                       SET TEM-TRAILER TO TRUE
                       MOVE RA-DATA TO WRK-CTL-QTD
                   ELSE
                       ADD 1 TO WRK-QTD-DADOS
                   END-IF
           END-READ.
       0510-EXIT.
           EXIT.

      ****************************************************************
      * 1000-ABRIR-ARQUIVOS - ABRE O RETORNO (PULANDO O CABECALHO),  *
      *                       O CPFRF PARA ATUALIZACAO (CRIANDO-O NO *
      *                       PRIMEIRO USO), O CADASTRO-CLIENTE PARA *
      *                       O NOME NO RELATORIO E O RELATORIO.     *
      ****************************************************************
       1000-ABRIR-ARQUIVOS.
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
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           ELSE
               MOVE 'CADCLI' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
      * O PRIMEIRO REGISTRO E O CABECALHO, JA CONFERIDO NO 0500.
           OPEN INPUT CONSULTA-RETORNO.
           READ CONSULTA-RETORNO
               AT END SET FIM-RFRET TO TRUE
           END-READ.
           OPEN OUTPUT CONSULTA-REPORT.
           MOVE SPACES TO RR-LINHA.
           STRING 'SITUACAO CADASTRAL NA RECEITA FEDERAL - RETORNO '
                  'CARREGADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE SPACES TO RR-LINHA.
           STRING 'CPF         NOME'
                  '                                     '
                  'ANTERIOR             CONSULTA      '
                  'ATUAL                CONSULTA'
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           MOVE ALL '=' TO RR-LINHA.
           WRITE RR-LINHA.
           READ CONSULTA-RETORNO
               AT END SET FIM-RFRET TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-CARREGAR-RETORNO - GRAVA NO CPFRF A SITUACAO DEVOLVIDA  *
      *                         PARA O CPF. A CONSULTA DO MESMO DIA  *
      *                         JA CARREGADA (REEXECUCAO) SO TROCA A *
      *                         SITUACAO, SEM PERDER A ANTERIOR.     *
      ****************************************************************
       2000-CARREGAR-RETORNO.
           IF NOT RA-RETORNO
               GO TO 2000-LER-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTD-RETORNOS.
           MOVE RA-SITUACAO TO RF-SITUACAO.
           IF RA-CPF NOT NUMERIC
              OR RA-CPF = ZEROS
              OR NOT RF-SITUACAO-VALIDA
               ADD 1 TO WRK-QTD-INVALIDOS
               MOVE SPACES TO RR-LINHA
               STRING 'RETORNO INVALIDO - CPF ' RA-DADOS-CPF (1:11)
                      ' SITUACAO ' RA-SITUACAO
                   DELIMITED BY SIZE INTO RR-LINHA
               END-STRING
               WRITE RR-LINHA
               GO TO 2000-LER-PROXIMO
           END-IF.
           MOVE RA-SITUACAO TO WRK-SITUACAO-NOVA.
           IF RA-DATA NUMERIC
              AND RA-DATA > ZEROS
               MOVE RA-DATA TO WRK-DATA-CONSULTA
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONSULTA
           END-IF.
           MOVE 'N' TO WRK-CPF-NOVO.
           MOVE RA-CPF TO RF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   SET CPF-NOVO TO TRUE
           END-READ.
           IF CPF-NOVO
               MOVE SPACES    TO RF-REGISTRO
               MOVE RA-CPF    TO RF-CPF
               MOVE ZEROS     TO RF-DATA-CONSULTA
                                 RF-DATA-ANTERIOR
                                 RF-DATA-ENVIO
           END-IF.
           IF RF-DATA-CONSULTA NOT = WRK-DATA-CONSULTA
               MOVE RF-SITUACAO      TO RF-SITUACAO-ANTERIOR
               MOVE RF-DATA-CONSULTA TO RF-DATA-ANTERIOR
           END-IF.
           MOVE RF-SITUACAO-ANTERIOR TO WRK-SITUACAO-ANTES.
           MOVE RF-DATA-ANTERIOR     TO WRK-DATA-ANTES.
           MOVE WRK-SITUACAO-NOVA TO RF-SITUACAO.
           MOVE WRK-DATA-CONSULTA TO RF-DATA-CONSULTA.
           IF CPF-NOVO
               WRITE RF-REGISTRO
           ELSE
               REWRITE RF-REGISTRO
           END-IF.
           ADD 1 TO WRK-QTD-GRAVADOS.
           IF NOT RF-REGULAR
               ADD 1 TO WRK-QTD-IRREGULARES
           END-IF.
           IF WRK-SITUACAO-ANTES = SPACES
               IF NOT RF-REGULAR
                   PERFORM 2100-LISTAR-MUDANCA
               END-IF
           ELSE
               IF WRK-SITUACAO-ANTES NOT = WRK-SITUACAO-NOVA
                   PERFORM 2100-LISTAR-MUDANCA
               END-IF
           END-IF.
       2000-LER-PROXIMO.
           READ CONSULTA-RETORNO
               AT END SET FIM-RFRET TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-LISTAR-MUDANCA - UMA LINHA NO RFRPT COM O CPF, O NOME,  *
      *                       A SITUACAO ANTERIOR E A ATUAL.         *
      ****************************************************************
       2100-LISTAR-MUDANCA.
           ADD 1 TO WRK-QTD-MUDANCAS.
           MOVE SPACES TO WRK-NOME.
           IF CADCLI-ABERTO
               MOVE RF-CPF TO CLI-CPF
               READ CADASTRO-CLIENTE
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO WRK-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-NOME
               END-READ
           END-IF.
           MOVE WRK-SITUACAO-ANTES TO WRK-SITUACAO-DESC.
           PERFORM 8000-DESCREVER-SITUACAO.
           MOVE WRK-DESCRICAO TO WRK-DESC-ANTES.
           MOVE WRK-SITUACAO-NOVA TO WRK-SITUACAO-DESC.
           PERFORM 8000-DESCREVER-SITUACAO.
           MOVE WRK-DESCRICAO TO WRK-DESC-NOVA.
           MOVE SPACES TO RR-LINHA.
           STRING RF-CPF ' ' WRK-NOME ' '
                  WRK-DESC-ANTES ' ' WRK-DATA-ANTES '      '
                  WRK-DESC-NOVA ' ' RF-DATA-CONSULTA
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
       2100-EXIT.
           EXIT.

      ****************************************************************
      * 3000-FECHAR-ARQUIVOS - RODAPE DO RELATORIO E FECHAMENTO.     *
      ****************************************************************
       3000-FECHAR-ARQUIVOS.
           MOVE ALL '=' TO RR-LINHA.
           WRITE RR-LINHA.
           MOVE WRK-QTD-MUDANCAS TO WRK-CONTROLEFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'CLIENTES LISTADOS: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           CLOSE CONSULTA-RETORNO
                 CONSULTA-REPORT
                 SITUACAO-RECEITA.
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 4000-ESVAZIAR-RETORNO - ZERA O RFRET CARREGADO, PARA A       *
      *                         PROXIMA EXECUCAO NAO O CARREGAR DE   *
      *                         NOVO.                                *
      ****************************************************************
       4000-ESVAZIAR-RETORNO.
           OPEN OUTPUT CONSULTA-RETORNO.
           CLOSE CONSULTA-RETORNO.
       4000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-DESCREVER-SITUACAO - TEXTO DA SITUACAO CADASTRAL EM     *
      *                           WRK-SITUACAO-DESC PARA O RELATORIO.*
      ****************************************************************
       8000-DESCREVER-SITUACAO.
           EVALUATE WRK-SITUACAO-DESC
               WHEN 'R'
                   MOVE 'REGULAR'              TO WRK-DESCRICAO
               WHEN 'S'
                   MOVE 'SUSPENSA'             TO WRK-DESCRICAO
               WHEN 'C'
                   MOVE 'CANCELADA'            TO WRK-DESCRICAO
               WHEN 'F'
                   MOVE 'TITULAR FALECIDO'     TO WRK-DESCRICAO
               WHEN 'N'
                   MOVE 'NULA'                 TO WRK-DESCRICAO
               WHEN 'P'
                   MOVE 'PENDENTE REGULARIZ.'  TO WRK-DESCRICAO
               WHEN OTHER
                   MOVE 'NAO CONSULTADO'       TO WRK-DESCRICAO
           END-EVALUATE.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - RESUMO DA EXECUCAO.          *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE WRK-QTD-RETORNOS TO WRK-CONTROLEFN.
           DISPLAY 'RETORNOS LIDOS:       ' WRK-CONTROLEFN.
           MOVE WRK-QTD-GRAVADOS TO WRK-CONTROLEFN.
           DISPLAY 'CPF ATUALIZADOS:      ' WRK-CONTROLEFN.
           MOVE WRK-QTD-INVALIDOS TO WRK-CONTROLEFN.
           DISPLAY 'RETORNOS INVALIDOS:   ' WRK-CONTROLEFN.
           MOVE WRK-QTD-IRREGULARES TO WRK-CONTROLEFN.
           DISPLAY 'CPF NAO REGULARES:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-MUDANCAS TO WRK-CONTROLEFN.
           DISPLAY 'SITUACOES ALTERADAS:  ' WRK-CONTROLEFN.
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
           MOVE 'PROGRFRET' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-RETORNOS TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-INVALIDOS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGRFRET' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
