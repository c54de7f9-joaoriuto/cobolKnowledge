       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGMASCA.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: EXTRATO MASCARADO DOS ARQUIVOS DE PRODUCAO PARA OS *
      *           AMBIENTES DE TREINAMENTO E DE HOMOLOGACAO (LGPD).  *
      *           LE O CADCLI, O SALES-POSTED, O SALES-MES, O        *
      *           PURHIST, O RECEBER, O VISITOR-LOG, O CONSENT E O   *
      *           ALUNMST E GRAVA UMA COPIA DE CADA UM EM QUE:       *
      *           - TODO CPF VIRA UM CPF FICTICIO, COM DIGITOS       *
      *             VERIFICADORES VALIDOS. A TROCA E A MESMA EM TODOS*
      *             OS ARQUIVOS (BASE DE 9 DIGITOS MULTIPLICADA E    *
      *             DESLOCADA PELA CHAVE DO MASCPARM, MODULO 10**9), *
      *             ENTAO AS VENDAS, PARCELAS, CONSENTIMENTOS E      *
      *             RESPONSAVEIS CONTINUAM BATENDO COM O CADASTRO;   *
      *           - NOME, LOGRADOURO E TELEFONE SAO TROCADOS POR     *
      *             VALORES FICTICIOS TIRADOS DO CPF JA MASCARADO (O *
      *             MESMO CLIENTE TEM O MESMO NOME EM TODO ARQUIVO); *
      *           - VALORES, DATAS, CODIGOS, CIDADE, UF E CEP FICAM  *
      *             COMO ESTAO, PARA OS TOTAIS E OS RELATORIOS DO    *
      *             AMBIENTE DE TESTE CONTINUAREM REALISTAS.         *
      *           CPF ZERADO (VENDA SEM CLIENTE) CONTINUA ZERADO. O  *
      *           CNPJ DE PESSOA JURIDICA NAO E DADO PESSOAL E NAO E *
      *           TROCADO. SEM O MASCPARM VALE A CHAVE PADRAO, COM   *
      *           AVISO; CHAVE COM MULTIPLICADOR PAR OU TERMINADO EM *
      *           5 NAO DA UMA TROCA DE UM PARA UM E A EXECUCAO E    *
      *           RECUSADA.                                          *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT MASCARA-CHAVE  ASSIGN TO "MASCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MASCPARM.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT CADCLI-MASCARADO ASSIGN TO "CADCLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MC-CPF
               FILE STATUS IS WRK-FS-CADCLIM.
           SELECT SALES-POSTED   ASSIGN TO "SALESPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPST.
           SELECT SALESPST-MASCARADO ASSIGN TO "SALESPSM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESPSM.
           SELECT SALES-MES      ASSIGN TO "SALESMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESMES.
           SELECT SALESMES-MASCARADO ASSIGN TO "SALESMSM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALESMSM.
           SELECT PURCHASE-HIST  ASSIGN TO "PURHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-CPF
               FILE STATUS IS WRK-FS-PURHIST.
           SELECT PURHIST-MASCARADO ASSIGN TO "PURHISM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-CPF
               FILE STATUS IS WRK-FS-PURHISM.
           SELECT RECEBER        ASSIGN TO "RECEBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT RECEBER-MASCARADO ASSIGN TO "RECEBERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBERM.
           SELECT VISITOR-LOG    ASSIGN TO "VISITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VISITLOG.
           SELECT VISITLOG-MASCARADO ASSIGN TO "VISITLM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VISITLM.
           SELECT CONSENT        ASSIGN TO "CONSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSENT.
           SELECT CONSENT-MASCARADO ASSIGN TO "CONSENTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONSENTM.
           SELECT ALUNO-MASTER   ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT ALUNMST-MASCARADO ASSIGN TO "ALUNMSTM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMSTM.
           SELECT ERROR-LOG      ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  MASCARA-CHAVE.
       01  MK-REGISTRO.
           05  MK-MULTIPLICADOR     PICTURE 9(09).
           05  MK-DESLOCAMENTO      PICTURE 9(09).
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  CADCLI-MASCARADO.
       01  MC-REGISTRO.
           05  MC-CPF               PICTURE 9(11).
           05  FILLER               PICTURE X(149).
       FD  SALES-POSTED.
           COPY SALESPST.
       FD  SALESPST-MASCARADO.
       01  MP-REGISTRO              PICTURE X(128).
       FD  SALES-MES.
           COPY SALESMES.
       FD  SALESMES-MASCARADO.
       01  MS-REGISTRO              PICTURE X(69).
       FD  PURCHASE-HIST.
           COPY PURHIST.
       FD  PURHIST-MASCARADO.
       01  MH-REGISTRO.
           05  MH-CPF               PICTURE 9(11).
           05  FILLER               PICTURE X(174).
       FD  RECEBER.
           COPY RECEBER.
       FD  RECEBER-MASCARADO.
       01  MR-REGISTRO              PICTURE X(142).
       FD  VISITOR-LOG.
           COPY VISITLOG.
       FD  VISITLOG-MASCARADO.
       01  MV-REGISTRO              PICTURE X(57).
       FD  CONSENT.
           COPY CONSENT.
       FD  CONSENT-MASCARADO.
       01  MN-REGISTRO              PICTURE X(33).
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  ALUNMST-MASCARADO.
       01  MA-REGISTRO.
           05  MA-MATRICULA         PICTURE X(08).
           05  FILLER               PICTURE X(62).
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
       77  WRK-FS-MASCPARM          PIC X(02) VALUE SPACES.
           88  FS-MASCPARM-OK           VALUE '00'.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-CADCLIM           PIC X(02) VALUE SPACES.
       77  WRK-FS-SALESPST          PIC X(02) VALUE SPACES.
           88  FS-SALESPST-OK           VALUE '00'.
       77  WRK-FS-SALESPSM          PIC X(02) VALUE SPACES.
       77  WRK-FS-SALESMES          PIC X(02) VALUE SPACES.
           88  FS-SALESMES-OK           VALUE '00'.
       77  WRK-FS-SALESMSM          PIC X(02) VALUE SPACES.
       77  WRK-FS-PURHIST           PIC X(02) VALUE SPACES.
           88  FS-PURHIST-OK            VALUE '00'.
       77  WRK-FS-PURHISM           PIC X(02) VALUE SPACES.
       77  WRK-FS-RECEBER           PIC X(02) VALUE SPACES.
           88  FS-RECEBER-OK            VALUE '00'.
       77  WRK-FS-RECEBERM          PIC X(02) VALUE SPACES.
       77  WRK-FS-VISITLOG          PIC X(02) VALUE SPACES.
           88  FS-VISITLOG-OK           VALUE '00'.
       77  WRK-FS-VISITLM           PIC X(02) VALUE SPACES.
       77  WRK-FS-CONSENT           PIC X(02) VALUE SPACES.
           88  FS-CONSENT-OK            VALUE '00'.
       77  WRK-FS-CONSENTM          PIC X(02) VALUE SPACES.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-ALUNMSTM          PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.

      * CHAVE DA TROCA DE CPF. A PADRAO SO VALE SEM O MASCPARM; O
      * MULTIPLICADOR TEM DE SER PRIMO COM 10 (IMPAR E SEM TERMINAR
      * EM 5) PARA DOIS CPFS REAIS NUNCA CAIREM NO MESMO FICTICIO.
       77  WRK-MULTIPLICADOR        PIC 9(09) VALUE 738219467.
       77  WRK-DESLOCAMENTO         PIC 9(09) VALUE 104729311.
       77  WRK-ULTIMO-DIGITO        PIC 9(01) VALUE ZEROS.
       77  WRK-QUOCIENTE            PIC 9(18) COMP-3 VALUE ZEROS.

      * TROCA DE UM CPF: WRK-CPF-ORIGINAL ENTRA, WRK-CPF-MASCARADO SAI.
       77  WRK-CPF-ORIGINAL         PIC 9(11) VALUE ZEROS.
       77  WRK-CPF-MASCARADO        PIC 9(11) VALUE ZEROS.
       77  WRK-BASE                 PIC 9(09) VALUE ZEROS.
       77  WRK-PRODUTO              PIC 9(18) COMP-3 VALUE ZEROS.
       01  WRK-CPF                  PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-PARTES REDEFINES WRK-CPF.
           05  WRK-CPF-BASE         PIC 9(09).
           05  WRK-CPF-DV           PIC 9(02).
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF.
           05  WRK-CPF-DIG          PIC 9(01) OCCURS 11 TIMES.
       77  WRK-SOMA                 PIC 9(04) COMP VALUE ZEROS.
       77  WRK-PESO                 PIC 9(02) COMP VALUE ZEROS.
       77  WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77  WRK-RESTO                PIC 9(02) COMP VALUE ZEROS.

      * DADOS FICTICIOS. A SEMENTE (BASE DO CPF MASCARADO, OU DA
      * MATRICULA TROCADA PELA MESMA CHAVE) ESCOLHE O PRENOME, OS DOIS
      * SOBRENOMES, A RUA, O NUMERO E O TELEFONE.
       01  WRK-TAB-PRENOMES.
           05  FILLER               PIC X(09) VALUE 'ANA'.
           05  FILLER               PIC X(09) VALUE 'BRUNO'.
           05  FILLER               PIC X(09) VALUE 'CARLA'.
           05  FILLER               PIC X(09) VALUE 'DANIEL'.
           05  FILLER               PIC X(09) VALUE 'EDUARDA'.
           05  FILLER               PIC X(09) VALUE 'FABIO'.
           05  FILLER               PIC X(09) VALUE 'GABRIELA'.
           05  FILLER               PIC X(09) VALUE 'HELIO'.
           05  FILLER               PIC X(09) VALUE 'ISABEL'.
           05  FILLER               PIC X(09) VALUE 'JORGE'.
           05  FILLER               PIC X(09) VALUE 'KARINA'.
           05  FILLER               PIC X(09) VALUE 'LUCAS'.
           05  FILLER               PIC X(09) VALUE 'MARIA'.
           05  FILLER               PIC X(09) VALUE 'NELSON'.
           05  FILLER               PIC X(09) VALUE 'OLIVIA'.
           05  FILLER               PIC X(09) VALUE 'PAULO'.
           05  FILLER               PIC X(09) VALUE 'RENATA'.
           05  FILLER               PIC X(09) VALUE 'SERGIO'.
           05  FILLER               PIC X(09) VALUE 'TATIANA'.
           05  FILLER               PIC X(09) VALUE 'VITOR'.
       01  WRK-TAB-PRENOMES-R REDEFINES WRK-TAB-PRENOMES.
           05  WRK-TAB-PRENOME      PIC X(09) OCCURS 20 TIMES.
       01  WRK-TAB-SOBRENOMES.
           05  FILLER               PIC X(09) VALUE 'ALMEIDA'.
           05  FILLER               PIC X(09) VALUE 'BARBOSA'.
           05  FILLER               PIC X(09) VALUE 'CARDOSO'.
           05  FILLER               PIC X(09) VALUE 'DIAS'.
           05  FILLER               PIC X(09) VALUE 'ESTEVES'.
           05  FILLER               PIC X(09) VALUE 'FERREIRA'.
           05  FILLER               PIC X(09) VALUE 'GOMES'.
           05  FILLER               PIC X(09) VALUE 'LIMA'.
           05  FILLER               PIC X(09) VALUE 'MARTINS'.
           05  FILLER               PIC X(09) VALUE 'NUNES'.
           05  FILLER               PIC X(09) VALUE 'OLIVEIRA'.
           05  FILLER               PIC X(09) VALUE 'PEREIRA'.
           05  FILLER               PIC X(09) VALUE 'QUEIROZ'.
           05  FILLER               PIC X(09) VALUE 'RIBEIRO'.
           05  FILLER               PIC X(09) VALUE 'SANTOS'.
           05  FILLER               PIC X(09) VALUE 'TEIXEIRA'.
           05  FILLER               PIC X(09) VALUE 'VIEIRA'.
           05  FILLER               PIC X(09) VALUE 'XAVIER'.
           05  FILLER               PIC X(09) VALUE 'MOURA'.
           05  FILLER               PIC X(09) VALUE 'COSTA'.
       01  WRK-TAB-SOBRENOMES-R REDEFINES WRK-TAB-SOBRENOMES.
           05  WRK-TAB-SOBRENOME    PIC X(09) OCCURS 20 TIMES.
       01  WRK-TAB-RUAS.
           05  FILLER               PIC X(15) VALUE 'DAS ACACIAS'.
           05  FILLER               PIC X(15) VALUE 'DOS IPES'.
           05  FILLER               PIC X(15) VALUE 'DAS PALMEIRAS'.
           05  FILLER               PIC X(15) VALUE 'DO COMERCIO'.
           05  FILLER               PIC X(15) VALUE 'DA ESTACAO'.
           05  FILLER               PIC X(15) VALUE 'DAS FLORES'.
           05  FILLER               PIC X(15) VALUE 'DO MERCADO'.
           05  FILLER               PIC X(15) VALUE 'DA MATRIZ'.
           05  FILLER               PIC X(15) VALUE 'DOS PINHEIROS'.
           05  FILLER               PIC X(15) VALUE 'DA LIBERDADE'.
           05  FILLER               PIC X(15) VALUE 'DO CONTORNO'.
           05  FILLER               PIC X(15) VALUE 'DAS MANGUEIRAS'.
           05  FILLER               PIC X(15) VALUE 'DA SAUDADE'.
           05  FILLER               PIC X(15) VALUE 'DO ROSARIO'.
           05  FILLER               PIC X(15) VALUE 'DAS LARANJEIRAS'.
           05  FILLER               PIC X(15) VALUE 'DO PROGRESSO'.
           05  FILLER               PIC X(15) VALUE 'DA PAZ'.
           05  FILLER               PIC X(15) VALUE 'DOS ANDRADAS'.
           05  FILLER               PIC X(15) VALUE 'DA CONCORDIA'.
           05  FILLER               PIC X(15) VALUE 'DO SOL'.
       01  WRK-TAB-RUAS-R REDEFINES WRK-TAB-RUAS.
           05  WRK-TAB-RUA          PIC X(15) OCCURS 20 TIMES.
       77  WRK-SEMENTE              PIC 9(09) VALUE ZEROS.
       77  WRK-SEM-RESTO            PIC 9(09) VALUE ZEROS.
       77  WRK-IDX-PRENOME          PIC 9(02) COMP VALUE ZEROS.
       77  WRK-IDX-SOBRENOME-1      PIC 9(02) COMP VALUE ZEROS.
       77  WRK-IDX-SOBRENOME-2      PIC 9(02) COMP VALUE ZEROS.
       77  WRK-IDX-RUA              PIC 9(02) COMP VALUE ZEROS.
       77  WRK-NUMERO-RUA           PIC 9(03) VALUE ZEROS.
       77  WRK-NOME-FICTICIO        PIC X(40) VALUE SPACES.
       77  WRK-LOGRADOURO-FICTICIO  PIC X(40) VALUE SPACES.
       01  WRK-TELEFONE-FICTICIO.
           05  FILLER               PIC X(01) VALUE '('.
           05  WRK-TEL-DDD          PIC X(02) VALUE '11'.
           05  FILLER               PIC X(03) VALUE ') 9'.
           05  WRK-TEL-PREFIXO      PIC 9(04) VALUE ZEROS.
           05  FILLER               PIC X(01) VALUE '-'.
           05  WRK-TEL-SUFIXO       PIC 9(04) VALUE ZEROS.
       01  WRK-MATRICULA            PIC X(08) VALUE SPACES.
       01  WRK-MATRICULA-NUM REDEFINES WRK-MATRICULA PIC 9(08).

      * ARQUIVOS MASCARADOS, NA ORDEM EM QUE SAO PROCESSADOS, COM OS
      * LIDOS, OS GRAVADOS E OS RECUSADOS (CHAVE MASCARADA REPETIDA NO
      * ARQUIVO INDEXADO DE SAIDA) DE CADA UM.
       01  WRK-TAB-ARQUIVOS.
           05  FILLER               PIC X(08) VALUE 'CADCLI'.
           05  FILLER               PIC X(08) VALUE 'SALESPST'.
           05  FILLER               PIC X(08) VALUE 'SALESMES'.
           05  FILLER               PIC X(08) VALUE 'PURHIST'.
           05  FILLER               PIC X(08) VALUE 'RECEBER'.
           05  FILLER               PIC X(08) VALUE 'VISITLOG'.
           05  FILLER               PIC X(08) VALUE 'CONSENT'.
           05  FILLER               PIC X(08) VALUE 'ALUNMST'.
       01  WRK-TAB-ARQUIVOS-R REDEFINES WRK-TAB-ARQUIVOS.
           05  WRK-TAB-ARQ-NOME     PIC X(08) OCCURS 8 TIMES.
       01  WRK-TAB-CONTAGEM.
           05  WRK-TAB-CNT-ITEM OCCURS 8 TIMES.
               10  WRK-TAB-CNT-LIDOS    PIC 9(09) COMP-3.
               10  WRK-TAB-CNT-GRAVADOS PIC 9(09) COMP-3.
               10  WRK-TAB-CNT-RECUSADOS PIC 9(07) COMP-3.
       77  WRK-ARQ                  PIC 9(02) COMP VALUE ZEROS.

       77  WRK-QTD-LIDOS            PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-QTD-GRAVADOS         PIC 9(09) COMP-3 VALUE ZEROS.
       77  WRK-QTD-RECUSADOS        PIC 9(07) COMP-3 VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CONTROLEFN-2         PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CONTROLEFN-3         PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CPF-MASK             PIC 999.999.999B99 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           PERFORM 1000-INICIAR-CONTAGEM
               VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 8.
           PERFORM 1100-LER-CHAVE THRU 1100-EXIT.
           IF WRK-RL-STATUS NOT = 'RECUSADO'
               PERFORM 2000-MASCARAR-CADCLI
               PERFORM 2100-MASCARAR-SALESPST
               PERFORM 2200-MASCARAR-SALESMES
               PERFORM 2300-MASCARAR-PURHIST
               PERFORM 2400-MASCARAR-RECEBER
               PERFORM 2500-MASCARAR-VISITLOG
               PERFORM 2600-MASCARAR-CONSENT
               PERFORM 2700-MASCARAR-ALUNMST
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

       1000-INICIAR-CONTAGEM.
           MOVE ZEROS TO WRK-TAB-CNT-LIDOS (WRK-ARQ)
                         WRK-TAB-CNT-GRAVADOS (WRK-ARQ)
                         WRK-TAB-CNT-RECUSADOS (WRK-ARQ).
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-LER-CHAVE - CHAVE DA TROCA DE CPF (MASCPARM). SEM O     *
      *                  ARQUIVO VALE A CHAVE PADRAO E O PASSO FECHA *
      *                  COM AVISO (A PADRAO ESTA NO FONTE E NAO     *
      *                  PROTEGE O EXTRATO); MULTIPLICADOR QUE NAO E *
      *                  PRIMO COM 10 RECUSA A EXECUCAO.             *
      ****************************************************************
       1100-LER-CHAVE.
           OPEN INPUT MASCARA-CHAVE.
           IF NOT FS-MASCPARM-OK
               DISPLAY 'MASCPARM AUSENTE - USANDO A CHAVE PADRAO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1100-EXIT
           END-IF.
           READ MASCARA-CHAVE
               AT END
                   MOVE ZEROS TO MK-MULTIPLICADOR MK-DESLOCAMENTO
           END-READ.
           CLOSE MASCARA-CHAVE.
           IF MK-MULTIPLICADOR NOT NUMERIC
              OR MK-DESLOCAMENTO NOT NUMERIC
               MOVE ZEROS TO WRK-ULTIMO-DIGITO
           ELSE
               MOVE MK-MULTIPLICADOR TO WRK-ULTIMO-DIGITO
           END-IF.
           IF WRK-ULTIMO-DIGITO = 1 OR 3 OR 7 OR 9
               MOVE MK-MULTIPLICADOR TO WRK-MULTIPLICADOR
               MOVE MK-DESLOCAMENTO  TO WRK-DESLOCAMENTO
           ELSE
               DISPLAY 'MASCPARM INVALIDO - O MULTIPLICADOR TEM DE '
                       'SER IMPAR E NAO TERMINAR EM 5'
               MOVE 'MASCPARM' TO EL-ARQUIVO
               MOVE 'READ'     TO EL-OPERACAO
               MOVE WRK-FS-MASCPARM TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               MOVE 'RECUSADO' TO WRK-RL-STATUS
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 2000-MASCARAR-CADCLI - CPF, CPF SUCESSOR, NOME, LOGRADOURO E *
      *                        TELEFONE. A SAIDA E INDEXADA PELO CPF *
      *                        MASCARADO, ENTAO A GRAVACAO E POR     *
      *                        CHAVE (A ORDEM MUDA COM A TROCA).     *
      ****************************************************************
       2000-MASCARAR-CADCLI.
           MOVE 1 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CADASTRO-CLIENTE.
           IF FS-CADCLI-OK
               OPEN OUTPUT CADCLI-MASCARADO
               READ CADASTRO-CLIENTE NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2010-MASCARAR-CLIENTE UNTIL FIM-ARQUIVO
               CLOSE CADASTRO-CLIENTE
                     CADCLI-MASCARADO
           ELSE
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2000-EXIT.
           EXIT.

       2010-MASCARAR-CLIENTE.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE CLI-CPF TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO CLI-CPF.
           MOVE CLI-CPF-SUCESSOR TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO CLI-CPF-SUCESSOR.
           MOVE CLI-CPF TO WRK-CPF.
           MOVE WRK-CPF-BASE TO WRK-SEMENTE.
           PERFORM 8100-GERAR-NOME.
           MOVE WRK-NOME-FICTICIO TO CLI-NOME.
           IF CLI-LOGRADOURO NOT = SPACES
               PERFORM 8200-GERAR-LOGRADOURO
               MOVE WRK-LOGRADOURO-FICTICIO TO CLI-LOGRADOURO
           END-IF.
           IF CLI-TELEFONE NOT = SPACES
               IF CLI-TELEFONE (1:1) = '('
                  AND CLI-TELEFONE (2:2) NUMERIC
                   MOVE CLI-TELEFONE (2:2) TO WRK-TEL-DDD
               ELSE
                   MOVE '11' TO WRK-TEL-DDD
               END-IF
               PERFORM 8300-GERAR-TELEFONE
               MOVE WRK-TELEFONE-FICTICIO TO CLI-TELEFONE
           END-IF.
           WRITE MC-REGISTRO FROM CLI-REGISTRO
               INVALID KEY
                   MOVE CLI-CPF TO WRK-CPF-MASK
                   DISPLAY 'CADCLIM - CPF MASCARADO REPETIDO '
                           WRK-CPF-MASK ' - REGISTRO RECUSADO'
                   ADD 1 TO WRK-TAB-CNT-RECUSADOS (WRK-ARQ)
               NOT INVALID KEY
                   ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ)
           END-WRITE.
           READ CADASTRO-CLIENTE NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      ****************************************************************
      * 2100-MASCARAR-SALESPST - CPF DO CLIENTE DE CADA VENDA.       *
      ****************************************************************
       2100-MASCARAR-SALESPST.
           MOVE 2 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALES-POSTED.
           IF FS-SALESPST-OK
               OPEN OUTPUT SALESPST-MASCARADO
               READ SALES-POSTED
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2110-MASCARAR-VENDA UNTIL FIM-ARQUIVO
               CLOSE SALES-POSTED
                     SALESPST-MASCARADO
           ELSE
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2100-EXIT.
           EXIT.

       2110-MASCARAR-VENDA.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE PS-CPF-CLIENTE TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO PS-CPF-CLIENTE.
           WRITE MP-REGISTRO FROM PS-REGISTRO.
           ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ).
           READ SALES-POSTED
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

      ****************************************************************
      * 2200-MASCARAR-SALESMES - CPF DO CLIENTE DE CADA VENDA DO MES.*
      ****************************************************************
       2200-MASCARAR-SALESMES.
           MOVE 3 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT SALES-MES.
           IF FS-SALESMES-OK
               OPEN OUTPUT SALESMES-MASCARADO
               READ SALES-MES
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2210-MASCARAR-VENDA-MES UNTIL FIM-ARQUIVO
               CLOSE SALES-MES
                     SALESMES-MASCARADO
           ELSE
               MOVE WRK-FS-SALESMES TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MASCARAR-VENDA-MES.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE SM-CPF-CLIENTE TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO SM-CPF-CLIENTE.
           WRITE MS-REGISTRO FROM SM-REGISTRO.
           ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ).
           READ SALES-MES
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

      ****************************************************************
      * 2300-MASCARAR-PURHIST - CPF DO HISTORICO DE COMPRAS. SAIDA   *
      *                         INDEXADA PELO CPF MASCARADO.         *
      ****************************************************************
       2300-MASCARAR-PURHIST.
           MOVE 4 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PURCHASE-HIST.
           IF FS-PURHIST-OK
               OPEN OUTPUT PURHIST-MASCARADO
               READ PURCHASE-HIST NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2310-MASCARAR-HISTORICO UNTIL FIM-ARQUIVO
               CLOSE PURCHASE-HIST
                     PURHIST-MASCARADO
           ELSE
               MOVE WRK-FS-PURHIST TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MASCARAR-HISTORICO.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE PH-CPF TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO PH-CPF.
           WRITE MH-REGISTRO FROM PH-REGISTRO
               INVALID KEY
                   MOVE PH-CPF TO WRK-CPF-MASK
                   DISPLAY 'PURHISM - CPF MASCARADO REPETIDO '
                           WRK-CPF-MASK ' - REGISTRO RECUSADO'
                   ADD 1 TO WRK-TAB-CNT-RECUSADOS (WRK-ARQ)
               NOT INVALID KEY
                   ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ)
           END-WRITE.
           READ PURCHASE-HIST NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

      ****************************************************************
      * 2400-MASCARAR-RECEBER - CPF DO CLIENTE DE CADA PARCELA.      *
      ****************************************************************
       2400-MASCARAR-RECEBER.
           MOVE 5 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT RECEBER.
           IF FS-RECEBER-OK
               OPEN OUTPUT RECEBER-MASCARADO
               READ RECEBER
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2410-MASCARAR-PARCELA UNTIL FIM-ARQUIVO
               CLOSE RECEBER
                     RECEBER-MASCARADO
           ELSE
               MOVE WRK-FS-RECEBER TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2400-EXIT.
           EXIT.

       2410-MASCARAR-PARCELA.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE CR-CPF-CLIENTE TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO CR-CPF-CLIENTE.
           WRITE MR-REGISTRO FROM CR-REGISTRO.
           ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ).
           READ RECEBER
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

      ****************************************************************
      * 2500-MASCARAR-VISITLOG - CPF E NOME DO VISITANTE. VISITANTE  *
      *                          SEM CPF GANHA UM NOME TIRADO DA     *
      *                          POSICAO DELE NO ARQUIVO.            *
      ****************************************************************
       2500-MASCARAR-VISITLOG.
           MOVE 6 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT VISITOR-LOG.
           IF FS-VISITLOG-OK
               OPEN OUTPUT VISITLOG-MASCARADO
               READ VISITOR-LOG
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2510-MASCARAR-VISITA UNTIL FIM-ARQUIVO
               CLOSE VISITOR-LOG
                     VISITLOG-MASCARADO
           ELSE
               MOVE WRK-FS-VISITLOG TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2500-EXIT.
           EXIT.

       2510-MASCARAR-VISITA.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE VL-CPF TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO VL-CPF.
           IF VL-CPF = ZEROS
               COMPUTE WRK-SEMENTE =
                   WRK-TAB-CNT-LIDOS (WRK-ARQ) * 7919
           ELSE
               MOVE VL-CPF TO WRK-CPF
               MOVE WRK-CPF-BASE TO WRK-SEMENTE
           END-IF.
           PERFORM 8100-GERAR-NOME.
           MOVE WRK-NOME-FICTICIO TO VL-NOME.
           WRITE MV-REGISTRO FROM VL-REGISTRO.
           ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ).
           READ VISITOR-LOG
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

      ****************************************************************
      * 2600-MASCARAR-CONSENT - CPF DE CADA OPT-IN/OPT-OUT.          *
      ****************************************************************
       2600-MASCARAR-CONSENT.
           MOVE 7 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONSENT.
           IF FS-CONSENT-OK
               OPEN OUTPUT CONSENT-MASCARADO
               READ CONSENT
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2610-MASCARAR-CONSENTIMENTO UNTIL FIM-ARQUIVO
               CLOSE CONSENT
                     CONSENT-MASCARADO
           ELSE
               MOVE WRK-FS-CONSENT TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2600-EXIT.
           EXIT.

       2610-MASCARAR-CONSENTIMENTO.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE CN-CPF TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO CN-CPF.
           WRITE MN-REGISTRO FROM CN-REGISTRO.
           ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ).
           READ CONSENT
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.

      ****************************************************************
      * 2700-MASCARAR-ALUNMST - NOME DO ALUNO E CPF DO RESPONSAVEL.  *
      *                         A MATRICULA NAO E DADO PESSOAL E     *
      *                         FICA COMO ESTA (CHAVE DO MATRDISC E  *
      *                         DAS NOTAS); O NOME SAI DA MATRICULA  *
      *                         TROCADA PELA MESMA CHAVE DO CPF.     *
      ****************************************************************
       2700-MASCARAR-ALUNMST.
           MOVE 8 TO WRK-ARQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               OPEN OUTPUT ALUNMST-MASCARADO
               READ ALUNO-MASTER NEXT RECORD
                   AT END SET FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 2710-MASCARAR-ALUNO UNTIL FIM-ARQUIVO
               CLOSE ALUNO-MASTER
                     ALUNMST-MASCARADO
           ELSE
               MOVE WRK-FS-ALUNMST TO EL-STATUS
               PERFORM 8900-ARQUIVO-INDISPONIVEL
           END-IF.
       2700-EXIT.
           EXIT.

       2710-MASCARAR-ALUNO.
           ADD 1 TO WRK-TAB-CNT-LIDOS (WRK-ARQ).
           MOVE AL-CPF-RESPONSAVEL TO WRK-CPF-ORIGINAL.
           PERFORM 8000-MASCARAR-CPF.
           MOVE WRK-CPF-MASCARADO TO AL-CPF-RESPONSAVEL.
           MOVE AL-MATRICULA TO WRK-MATRICULA.
           IF WRK-MATRICULA-NUM NUMERIC
               COMPUTE WRK-PRODUTO =
                   WRK-MATRICULA-NUM * WRK-MULTIPLICADOR
                 + WRK-DESLOCAMENTO
               DIVIDE WRK-PRODUTO BY 1000000000
                   GIVING WRK-QUOCIENTE REMAINDER WRK-SEMENTE
           ELSE
               COMPUTE WRK-SEMENTE =
                   WRK-TAB-CNT-LIDOS (WRK-ARQ) * 7919
           END-IF.
           PERFORM 8100-GERAR-NOME.
           MOVE WRK-NOME-FICTICIO TO AL-NOME.
           WRITE MA-REGISTRO FROM AL-REGISTRO
               INVALID KEY
                   DISPLAY 'ALUNMSTM - MATRICULA REPETIDA '
                           AL-MATRICULA ' - REGISTRO RECUSADO'
                   ADD 1 TO WRK-TAB-CNT-RECUSADOS (WRK-ARQ)
               NOT INVALID KEY
                   ADD 1 TO WRK-TAB-CNT-GRAVADOS (WRK-ARQ)
           END-WRITE.
           READ ALUNO-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO TO TRUE
           END-READ.
       2710-EXIT.
           EXIT.

      ****************************************************************
      * 8000-MASCARAR-CPF - TROCA WRK-CPF-ORIGINAL PELO CPF FICTICIO *
      *                     EM WRK-CPF-MASCARADO: A BASE DE 9        *
      *                     DIGITOS VIRA (BASE * MULTIPLICADOR +     *
      *                     DESLOCAMENTO) MODULO 10**9 E OS DOIS     *
      *                     DIGITOS VERIFICADORES SAO RECALCULADOS   *
      *                     (MODULO 11, COMO NO PROGCPF). CPF        *
      *                     ZERADO OU NAO NUMERICO SAI ZERADO.       *
      ****************************************************************
       8000-MASCARAR-CPF.
           MOVE ZEROS TO WRK-CPF-MASCARADO.
           IF WRK-CPF-ORIGINAL NUMERIC
              AND WRK-CPF-ORIGINAL NOT = ZEROS
               MOVE WRK-CPF-ORIGINAL TO WRK-CPF
               MOVE WRK-CPF-BASE TO WRK-BASE
               COMPUTE WRK-PRODUTO =
                   WRK-BASE * WRK-MULTIPLICADOR + WRK-DESLOCAMENTO
               DIVIDE WRK-PRODUTO BY 1000000000
                   GIVING WRK-QUOCIENTE REMAINDER WRK-BASE
               MOVE WRK-BASE TO WRK-CPF-BASE
               MOVE ZEROS    TO WRK-CPF-DV
               PERFORM 8010-CALCULAR-DV
               MOVE WRK-CPF TO WRK-CPF-MASCARADO
           END-IF.
       8000-EXIT.
           EXIT.

       8010-CALCULAR-DV.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 10    TO WRK-PESO.
           PERFORM 8020-SOMAR-DIGITO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9.
           COMPUTE WRK-RESTO = FUNCTION MOD ((WRK-SOMA * 10) 11).
           IF WRK-RESTO = 10
               MOVE 0 TO WRK-CPF-DIG (10)
           ELSE
               MOVE WRK-RESTO TO WRK-CPF-DIG (10)
           END-IF.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 11    TO WRK-PESO.
           PERFORM 8020-SOMAR-DIGITO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 10.
           COMPUTE WRK-RESTO = FUNCTION MOD ((WRK-SOMA * 10) 11).
           IF WRK-RESTO = 10
               MOVE 0 TO WRK-CPF-DIG (11)
           ELSE
               MOVE WRK-RESTO TO WRK-CPF-DIG (11)
           END-IF.
       8010-EXIT.
           EXIT.

       8020-SOMAR-DIGITO.
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CPF-DIG (WRK-IDX) * WRK-PESO).
           SUBTRACT 1 FROM WRK-PESO.
       8020-EXIT.
           EXIT.

      ****************************************************************
      * 8100-GERAR-NOME - PRENOME E DOIS SOBRENOMES ESCOLHIDOS PELOS *
      *                   RESTOS SUCESSIVOS DA WRK-SEMENTE POR 20.   *
      ****************************************************************
       8100-GERAR-NOME.
           DIVIDE WRK-SEMENTE BY 20
               GIVING WRK-SEM-RESTO REMAINDER WRK-IDX-PRENOME.
           DIVIDE WRK-SEM-RESTO BY 20
               GIVING WRK-SEM-RESTO REMAINDER WRK-IDX-SOBRENOME-1.
           DIVIDE WRK-SEM-RESTO BY 20
               GIVING WRK-SEM-RESTO REMAINDER WRK-IDX-SOBRENOME-2.
           ADD 1 TO WRK-IDX-PRENOME
                    WRK-IDX-SOBRENOME-1
                    WRK-IDX-SOBRENOME-2.
           IF WRK-IDX-SOBRENOME-2 = WRK-IDX-SOBRENOME-1
               IF WRK-IDX-SOBRENOME-2 = 20
                   MOVE 1 TO WRK-IDX-SOBRENOME-2
               ELSE
                   ADD 1 TO WRK-IDX-SOBRENOME-2
               END-IF
           END-IF.
           MOVE SPACES TO WRK-NOME-FICTICIO.
           STRING WRK-TAB-PRENOME (WRK-IDX-PRENOME) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WRK-TAB-SOBRENOME (WRK-IDX-SOBRENOME-1)
                      DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WRK-TAB-SOBRENOME (WRK-IDX-SOBRENOME-2)
                      DELIMITED BY SPACE
               INTO WRK-NOME-FICTICIO
           END-STRING.
       8100-EXIT.
           EXIT.

      ****************************************************************
      * 8200-GERAR-LOGRADOURO - RUA DA TABELA E NUMERO DE 100 A 999, *
      *                         PELOS RESTOS DA WRK-SEMENTE POR 20 E *
      *                         POR 900 (DEPOIS DOS USADOS NO NOME). *
      ****************************************************************
       8200-GERAR-LOGRADOURO.
           DIVIDE WRK-SEM-RESTO BY 20
               GIVING WRK-SEM-RESTO REMAINDER WRK-IDX-RUA.
           ADD 1 TO WRK-IDX-RUA.
           DIVIDE WRK-SEM-RESTO BY 900
               GIVING WRK-SEM-RESTO REMAINDER WRK-NUMERO-RUA.
           ADD 100 TO WRK-NUMERO-RUA.
           MOVE SPACES TO WRK-LOGRADOURO-FICTICIO.
           STRING 'RUA ' DELIMITED BY SIZE
                  WRK-TAB-RUA (WRK-IDX-RUA) DELIMITED BY '  '
                  ', ' WRK-NUMERO-RUA DELIMITED BY SIZE
               INTO WRK-LOGRADOURO-FICTICIO
           END-STRING.
       8200-EXIT.
           EXIT.

      ****************************************************************
      * 8300-GERAR-TELEFONE - CELULAR FICTICIO (DDD) 9NNNN-NNNN COM  *
      *                       OS 8 PRIMEIROS DIGITOS DO CPF JA       *
      *                       MASCARADO (WRK-CPF). O DDD VEM DO      *
      *                       CHAMADOR, PARA A REGIAO NAO MUDAR.     *
      ****************************************************************
       8300-GERAR-TELEFONE.
           DIVIDE WRK-CPF-BASE BY 10 GIVING WRK-SEM-RESTO.
           DIVIDE WRK-SEM-RESTO BY 10000
               GIVING WRK-TEL-PREFIXO REMAINDER WRK-TEL-SUFIXO.
       8300-EXIT.
           EXIT.

      ****************************************************************
      * 8900-ARQUIVO-INDISPONIVEL - ARQUIVO DE ENTRADA (WRK-ARQ) QUE *
      *                             NAO ABRIU: FICA SEM COPIA        *
      *                             MASCARADA E A EXECUCAO FECHA COM *
      *                             ERRO (EL-STATUS JA MONTADO).     *
      ****************************************************************
       8900-ARQUIVO-INDISPONIVEL.
           DISPLAY WRK-TAB-ARQ-NOME (WRK-ARQ) ' INDISPONIVEL - FS: '
                   EL-STATUS.
           MOVE WRK-TAB-ARQ-NOME (WRK-ARQ) TO EL-ARQUIVO.
           MOVE 'OPEN' TO EL-OPERACAO.
           PERFORM 9900-GRAVAR-ERRO.
           MOVE 'ERRO' TO WRK-RL-STATUS.
       8900-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - LIDOS, GRAVADOS E RECUSADOS  *
      *                                 POR ARQUIVO E NO TOTAL.      *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'ARQUIVO         LIDOS    GRAVADOS  RECUSADOS'.
           PERFORM 9710-IMPRIMIR-ARQUIVO
               VARYING WRK-ARQ FROM 1 BY 1 UNTIL WRK-ARQ > 8.
           MOVE WRK-QTD-LIDOS     TO WRK-CONTROLEFN.
           MOVE WRK-QTD-GRAVADOS  TO WRK-CONTROLEFN-2.
           MOVE WRK-QTD-RECUSADOS TO WRK-CONTROLEFN-3.
           DISPLAY 'TOTAL    ' WRK-CONTROLEFN ' ' WRK-CONTROLEFN-2
                   ' ' WRK-CONTROLEFN-3.
           IF WRK-RL-STATUS = 'RECUSADO'
               DISPLAY '*** NENHUM ARQUIVO MASCARADO - CHAVE INVALIDA'
           END-IF.
       9700-EXIT.
           EXIT.

       9710-IMPRIMIR-ARQUIVO.
           ADD WRK-TAB-CNT-LIDOS (WRK-ARQ)     TO WRK-QTD-LIDOS.
           ADD WRK-TAB-CNT-GRAVADOS (WRK-ARQ)  TO WRK-QTD-GRAVADOS.
           ADD WRK-TAB-CNT-RECUSADOS (WRK-ARQ) TO WRK-QTD-RECUSADOS.
           MOVE WRK-TAB-CNT-LIDOS (WRK-ARQ)     TO WRK-CONTROLEFN.
           MOVE WRK-TAB-CNT-GRAVADOS (WRK-ARQ)  TO WRK-CONTROLEFN-2.
           MOVE WRK-TAB-CNT-RECUSADOS (WRK-ARQ) TO WRK-CONTROLEFN-3.
           DISPLAY WRK-TAB-ARQ-NOME (WRK-ARQ) ' ' WRK-CONTROLEFN ' '
                   WRK-CONTROLEFN-2 ' ' WRK-CONTROLEFN-3.
       9710-EXIT.
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
      * 9800-GRAVAR-RUNLOG - UMA LINHA NO RUN-LOG POR EXECUCAO, COM  *
      *                      OS TOTAIS DOS OITO ARQUIVOS.            *
      ****************************************************************
       9800-GRAVAR-RUNLOG.
           OPEN EXTEND RUN-LOG.
           MOVE 'PROGMASCA' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-LIDOS     TO RG-QTD-LIDOS.
           MOVE WRK-QTD-GRAVADOS  TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-RECUSADOS TO RG-QTD-REJEITADOS.
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
           MOVE 'PROGMASCA' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9900-EXIT.
           EXIT.
