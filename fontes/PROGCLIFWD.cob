       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGCLIFWD.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: RECUPERACAO DO CADASTRO-CLIENTE (INDEXADO) POR     *
      *           REAPLICACAO: RECARREGA O BACKUP DA NOITE GERADO    *
      *           PELO PROGCLIUNL (CONFERINDO O TRAILER COMO O       *
      *           PROGCLIREL) E REAPLICA, EM ORDEM DE DATA/HORA, AS  *
      *           IMAGENS DEPOIS GRAVADAS NO CLIENTE-MAINT-HIST APOS *
      *           A DATA/HORA DO CABECALHO DO BACKUP (INCLUSOES DO   *
      *           PROGCPF, MANUTENCOES DO PROGCLIMNT E FUSOES DO     *
      *           PROGCLIMRG). CADA ALTERACAO APLICADA OU IGNORADA   *
      *           SAI NO CLIFWDRPT, QUE FECHA COM A QUANTIDADE DE    *
      *           REGISTROS DO CADASTRO RECUPERADO PARA CONFERIR COM *
      *           O ARQUIVO EM PRODUCAO.                             *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT CADASTRO-CLIENTE ASSIGN TO "CADCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.
           SELECT CLIENTE-BACKUP   ASSIGN TO "CLIBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIBKP.
           SELECT CLIENTE-MAINT-HIST ASSIGN TO "CLIMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIMHIST.
           SELECT SORT-HISTORICO   ASSIGN TO "SORTWK01".
           SELECT FWD-REPORT       ASSIGN TO "CLIFWDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FWDRPT.
           SELECT ERROR-LOG        ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.
       FD  CLIENTE-BACKUP.
       01  BK-REGISTRO              PICTURE X(171).
       FD  CLIENTE-MAINT-HIST.
           COPY CLIMHIST.
       SD  SORT-HISTORICO.
       01  SH-REGISTRO.
           05  SH-DATA              PICTURE 9(08).
           05  SH-HORA              PICTURE 9(08).
           05  SH-OPERADOR          PICTURE X(08).
           05  SH-TIPO              PICTURE X(10).
           05  SH-IMAGEM-ANTES      PICTURE X(160).
           05  SH-IMAGEM-DEPOIS     PICTURE X(160).
       FD  FWD-REPORT.
       01  FR-LINHA                 PICTURE X(100).
       FD  ERROR-LOG.
           COPY ERRLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-CADCLI            PIC X(02) VALUE SPACES.
           88  FS-CADCLI-OK             VALUE '00'.
       77  WRK-FS-CLIBKP            PIC X(02) VALUE SPACES.
           88  FS-CLIBKP-OK              VALUE '00'.
       77  WRK-FS-CLIMHIST          PIC X(02) VALUE SPACES.
           88  FS-CLIMHIST-OK            VALUE '00'.
       77  WRK-FS-FWDRPT            PIC X(02) VALUE SPACES.
       77  WRK-FS-ERRLOG            PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-FIM-CADCLI           PIC X(01) VALUE 'N'.
           88  FIM-CADCLI               VALUE 'S'.
       77  WRK-TRAILER-LIDO         PIC X(01) VALUE 'N'.
           88  TRAILER-LIDO             VALUE 'S'.
       77  WRK-RECARGA              PIC X(01) VALUE 'N'.
           88  RECARGA-OK               VALUE 'S'.
       77  WRK-DATA-BACKUP          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-BACKUP          PIC 9(08) VALUE ZEROS.
       77  WRK-ACAO                 PIC X(30) VALUE SPACES.
       77  WRK-QTD-RECARREGADOS     PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-TRAILER          PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-ANTERIORES       PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-JA-NO-BACKUP     PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-INCLUIDOS        PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-REGRAVADOS       PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-INVALIDOS        PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-ERROS            PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-ESPERADOS        PIC 9(08) COMP VALUE ZEROS.
       77  WRK-QTD-FINAL            PIC 9(08) COMP VALUE ZEROS.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-CPF-MASK             PICTURE ZZZ.ZZZ.ZZ9/99.
       01  WRK-REG-CONTROLE.
           05  WRK-CTL-TIPO         PIC X(03).
               88  CTL-CABECALHO        VALUE 'HDR'.
               88  CTL-CLIENTE          VALUE 'CLI'.
               88  CTL-TRAILER          VALUE 'TRL'.
           05  WRK-CTL-NUMERO       PIC 9(08).
           05  WRK-CTL-TEXTO        PIC X(160).
           05  WRK-CTL-CABECALHO    REDEFINES WRK-CTL-TEXTO.
               10  WRK-CTL-DESCRICAO PIC X(40).
               10  WRK-CTL-HORA     PIC X(08).
               10  FILLER           PIC X(112).
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-RECARREGAR-REGISTRO UNTIL FIM-ARQUIVO.
           PERFORM 3000-CONFERIR-TRAILER.
           IF RECARGA-OK
               PERFORM 4000-REAPLICAR-HISTORICO
               PERFORM 5000-CONTAR-CADASTRO
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           CLOSE FWD-REPORT.
           STOP RUN.

      ****************************************************************
      * 1000-ABRIR-ARQUIVOS - ABRE O BACKUP PARA LEITURA, RECRIA O   *
      *                       MESTRE INDEXADO DO ZERO E ABRE O       *
      *                       RELATORIO DA RECUPERACAO.              *
      ****************************************************************
       1000-ABRIR-ARQUIVOS.
           OPEN OUTPUT FWD-REPORT.
           MOVE 'RECUPERACAO DO CADASTRO-CLIENTE POR REAPLICACAO'
               TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE ALL '=' TO FR-LINHA.
           WRITE FR-LINHA.
           OPEN INPUT  CLIENTE-BACKUP.
           IF NOT FS-CLIBKP-OK
               MOVE 'CLIBKP' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CLIBKP TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN OUTPUT CADASTRO-CLIENTE.
           IF NOT FS-CADCLI-OK
               MOVE 'CADCLI' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           IF NOT FIM-ARQUIVO
               PERFORM 8000-LER-BACKUP
           END-IF.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 2000-RECARREGAR-REGISTRO - APLICA O REGISTRO CORRENTE DO     *
      *                            BACKUP: CLIENTE E REGRAVADO NO    *
      *                            MESTRE, O CABECALHO DA A DATA E   *
      *                            A HORA DO BACKUP (MARCO DA        *
      *                            REAPLICACAO) E O TRAILER GUARDA A *
      *                            QUANTIDADE ESPERADA. BACKUP SEM   *
      *                            HORA NO CABECALHO REAPLICA O DIA  *
      *                            INTEIRO (HORA ZERO).              *
      ****************************************************************
       2000-RECARREGAR-REGISTRO.
           EVALUATE TRUE
               WHEN CTL-CLIENTE
                   MOVE WRK-CTL-TEXTO TO CLI-REGISTRO
                   WRITE CLI-REGISTRO
                       INVALID KEY
                           DISPLAY 'ERRO AO RECARREGAR CPF ' CLI-CPF
                                   ' - FS: ' WRK-FS-CADCLI
                           MOVE 'CADCLI' TO EL-ARQUIVO
                           MOVE 'WRITE'  TO EL-OPERACAO
                           MOVE WRK-FS-CADCLI TO EL-STATUS
                           PERFORM 9900-GRAVAR-ERRO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-RECARREGADOS
                   END-WRITE
               WHEN CTL-CABECALHO
                   MOVE WRK-CTL-NUMERO TO WRK-DATA-BACKUP
                   IF WRK-CTL-HORA IS NUMERIC
                       MOVE WRK-CTL-HORA TO WRK-HORA-BACKUP
                   ELSE
                       MOVE ZEROS TO WRK-HORA-BACKUP
                   END-IF
               WHEN CTL-TRAILER
                   SET TRAILER-LIDO TO TRUE
                   MOVE WRK-CTL-NUMERO TO WRK-QTD-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 8000-LER-BACKUP.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 8000-LER-BACKUP - LE O PROXIMO REGISTRO DO BACKUP.           *
      ****************************************************************
       8000-LER-BACKUP.
           READ CLIENTE-BACKUP
               AT END
                   SET FIM-ARQUIVO TO TRUE
               NOT AT END
                   MOVE BK-REGISTRO TO WRK-REG-CONTROLE
           END-READ.
       8000-EXIT.
           EXIT.

      ****************************************************************
      * 3000-CONFERIR-TRAILER - CONFERE A QUANTIDADE RECARREGADA     *
      *                         CONTRA O TRAILER DO BACKUP. SO UMA   *
      *                         RECARGA QUE CONFERE (E COM CABECALHO *
      *                         DATADO) SEGUE PARA A REAPLICACAO.    *
      ****************************************************************
       3000-CONFERIR-TRAILER.
           IF FS-CLIBKP-OK OR WRK-FS-CLIBKP = '10'
               CLOSE CLIENTE-BACKUP
           END-IF.
           IF FS-CADCLI-OK
               CLOSE CADASTRO-CLIENTE
           END-IF.
           MOVE SPACES TO FR-LINHA.
           MOVE WRK-QTD-RECARREGADOS TO WRK-CONTROLEFN.
           STRING 'BACKUP DE ' WRK-DATA-BACKUP ' ' WRK-HORA-BACKUP
                  ' - CLIENTES RECARREGADOS: ' WRK-CONTROLEFN
               DELIMITED BY SIZE INTO FR-LINHA
           END-STRING.
           WRITE FR-LINHA.
           EVALUATE TRUE
               WHEN NOT TRAILER-LIDO
                   MOVE 'RECUPERACAO ABORTADA - BACKUP SEM TRAILER '
                       TO FR-LINHA
                   MOVE 'CLIBKP'  TO EL-ARQUIVO
                   MOVE 'TRAILER' TO EL-OPERACAO
                   MOVE '99'      TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               WHEN WRK-QTD-RECARREGADOS NOT = WRK-QTD-TRAILER
                   MOVE 'RECUPERACAO ABORTADA - RECARGA NAO CONFERE '
                       TO FR-LINHA
                   MOVE 'CADCLI'  TO EL-ARQUIVO
                   MOVE 'RELOAD'  TO EL-OPERACAO
                   MOVE '99'      TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               WHEN WRK-DATA-BACKUP = ZEROS
                   MOVE 'RECUPERACAO ABORTADA - BACKUP SEM CABECALHO '
                       TO FR-LINHA
                   MOVE 'CLIBKP'  TO EL-ARQUIVO
                   MOVE 'HEADER'  TO EL-OPERACAO
                   MOVE '99'      TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               WHEN OTHER
                   SET RECARGA-OK TO TRUE
                   MOVE 'RECARGA CONFERE COM O TRAILER DO BACKUP'
                       TO FR-LINHA
           END-EVALUATE.
           WRITE FR-LINHA.
           DISPLAY FR-LINHA.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 4000-REAPLICAR-HISTORICO - CLASSIFICA O CLIENTE-MAINT-HIST   *
      *                            POR DATA/HORA (MANTENDO A ORDEM   *
      *                            DE GRAVACAO NO MESMO INSTANTE) E  *
      *                            REAPLICA AS IMAGENS DEPOIS SOBRE  *
      *                            O CADASTRO RECARREGADO.           *
      ****************************************************************
       4000-REAPLICAR-HISTORICO.
           OPEN INPUT CLIENTE-MAINT-HIST.
           IF NOT FS-CLIMHIST-OK
               MOVE 'NENHUMA ALTERACAO A REAPLICAR - CLIMHIST VAZIO'
                   TO FR-LINHA
               WRITE FR-LINHA
               DISPLAY FR-LINHA
           ELSE
               CLOSE CLIENTE-MAINT-HIST
               OPEN I-O CADASTRO-CLIENTE
               IF NOT FS-CADCLI-OK
                   MOVE 'CADCLI' TO EL-ARQUIVO
                   MOVE 'OPEN'   TO EL-OPERACAO
                   MOVE WRK-FS-CADCLI TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               ELSE
                   MOVE SPACES TO FR-LINHA
                   WRITE FR-LINHA
                   MOVE 'DATA     HORA     OPERADOR TIPO       CPF'
                       TO FR-LINHA
                   MOVE 'ACAO' TO FR-LINHA (60:4)
                   WRITE FR-LINHA
                   SORT SORT-HISTORICO
                       ON ASCENDING KEY SH-DATA
                                        SH-HORA
                       WITH DUPLICATES IN ORDER
                       USING CLIENTE-MAINT-HIST
                       OUTPUT PROCEDURE IS 4100-APLICAR-ALTERACOES
                   CLOSE CADASTRO-CLIENTE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-APLICAR-ALTERACOES.
           RETURN SORT-HISTORICO
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
           PERFORM 4200-APLICAR-ALTERACAO UNTIL FIM-SORT.
       4100-EXIT.
           EXIT.

      ****************************************************************
      * 4200-APLICAR-ALTERACAO - ALTERACAO ANTERIOR A DATA DO BACKUP *
      *                          SO E CONTADA; NO DIA DO BACKUP ATE  *
      *                          A HORA DELE JA ESTA NO BACKUP E E   *
      *                          LISTADA COMO IGNORADA. AS DEMAIS    *
      *                          TEM A IMAGEM DEPOIS GRAVADA (OU     *
      *                          REGRAVADA SE O CPF JA EXISTE) - A   *
      *                          IMAGEM E O REGISTRO INTEIRO, ENTAO  *
      *                          REAPLICAR DUAS VEZES DA O MESMO     *
      *                          RESULTADO.                          *
      ****************************************************************
       4200-APLICAR-ALTERACAO.
           EVALUATE TRUE
               WHEN SH-DATA < WRK-DATA-BACKUP
                   ADD 1 TO WRK-QTD-ANTERIORES
               WHEN SH-DATA = WRK-DATA-BACKUP
                AND SH-HORA NOT > WRK-HORA-BACKUP
                   ADD 1 TO WRK-QTD-JA-NO-BACKUP
                   MOVE 'IGNORADA - JA CONTIDA NO BACKUP' TO WRK-ACAO
                   PERFORM 4300-LISTAR-ALTERACAO
               WHEN OTHER
                   MOVE SH-IMAGEM-DEPOIS TO CLI-REGISTRO
                   IF CLI-CPF IS NOT NUMERIC OR CLI-CPF = ZEROS
                       ADD 1 TO WRK-QTD-INVALIDOS
                       MOVE 'IGNORADA - IMAGEM INVALIDA' TO WRK-ACAO
                   ELSE
                       PERFORM 4250-GRAVAR-IMAGEM
                   END-IF
                   PERFORM 4300-LISTAR-ALTERACAO
           END-EVALUATE.
           RETURN SORT-HISTORICO
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       4200-EXIT.
           EXIT.

       4250-GRAVAR-IMAGEM.
           WRITE CLI-REGISTRO
               INVALID KEY
                   REWRITE CLI-REGISTRO
                       INVALID KEY
                           ADD 1 TO WRK-QTD-ERROS
                           MOVE 'IGNORADA - ERRO NA GRAVACAO'
                               TO WRK-ACAO
                           MOVE 'CADCLI'  TO EL-ARQUIVO
                           MOVE 'REWRITE' TO EL-OPERACAO
                           MOVE WRK-FS-CADCLI TO EL-STATUS
                           PERFORM 9900-GRAVAR-ERRO
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-REGRAVADOS
                           MOVE 'APLICADA - REGRAVADO' TO WRK-ACAO
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-INCLUIDOS
                   MOVE 'APLICADA - INCLUIDO' TO WRK-ACAO
           END-WRITE.
       4250-EXIT.
           EXIT.

       4300-LISTAR-ALTERACAO.
           MOVE SPACES TO FR-LINHA.
           MOVE SH-IMAGEM-DEPOIS (1:11) TO CLI-CPF.
           IF CLI-CPF IS NUMERIC
               MOVE CLI-CPF TO WRK-CPF-MASK
           ELSE
               MOVE ZEROS TO WRK-CPF-MASK
           END-IF.
           STRING SH-DATA ' ' SH-HORA ' ' SH-OPERADOR ' '
                  SH-TIPO ' ' WRK-CPF-MASK
               DELIMITED BY SIZE INTO FR-LINHA
           END-STRING.
           MOVE WRK-ACAO TO FR-LINHA (60:30).
           WRITE FR-LINHA.
       4300-EXIT.
           EXIT.

      ****************************************************************
      * 5000-CONTAR-CADASTRO - RELE O CADASTRO RECUPERADO DO INICIO  *
      *                        AO FIM E CONTA OS REGISTROS, PARA     *
      *                        CONFERIR COM O ARQUIVO EM PRODUCAO.   *
      ****************************************************************
       5000-CONTAR-CADASTRO.
           OPEN INPUT CADASTRO-CLIENTE.
           IF NOT FS-CADCLI-OK
               MOVE 'CADCLI' TO EL-ARQUIVO
               MOVE 'OPEN'   TO EL-OPERACAO
               MOVE WRK-FS-CADCLI TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           ELSE
               PERFORM 5100-LER-CADASTRO
               PERFORM 5200-CONTAR-REGISTRO UNTIL FIM-CADCLI
               CLOSE CADASTRO-CLIENTE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LER-CADASTRO.
           READ CADASTRO-CLIENTE NEXT RECORD
               AT END SET FIM-CADCLI TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       5200-CONTAR-REGISTRO.
           ADD 1 TO WRK-QTD-FINAL.
           PERFORM 5100-LER-CADASTRO.
       5200-EXIT.
           EXIT.

      ****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE - FECHA O RELATORIO E O        *
      *                                 CONSOLE COM OS TOTAIS E A    *
      *                                 QUANTIDADE FINAL DO CADASTRO *
      *                                 CONTRA A ESPERADA (RECARGA + *
      *                                 INCLUSOES REAPLICADAS).      *
      ****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           COMPUTE WRK-QTD-ESPERADOS = WRK-QTD-RECARREGADOS
                                     + WRK-QTD-INCLUIDOS.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           MOVE SPACES TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE ALL '=' TO FR-LINHA.
           WRITE FR-LINHA.
           MOVE WRK-QTD-RECARREGADOS TO WRK-CONTROLEFN.
           MOVE 'CLIENTES RECARREGADOS DO BACKUP:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           MOVE WRK-QTD-TRAILER TO WRK-CONTROLEFN.
           MOVE 'ESPERADOS NO TRAILER:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           MOVE WRK-QTD-ANTERIORES TO WRK-CONTROLEFN.
           MOVE 'ALTERACOES ANTERIORES AO BACKUP:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           MOVE WRK-QTD-JA-NO-BACKUP TO WRK-CONTROLEFN.
           MOVE 'IGNORADAS - JA CONTIDAS NO BACKUP:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           MOVE WRK-QTD-INCLUIDOS TO WRK-CONTROLEFN.
           MOVE 'APLICADAS - INCLUIDOS:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           MOVE WRK-QTD-REGRAVADOS TO WRK-CONTROLEFN.
           MOVE 'APLICADAS - REGRAVADOS:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           MOVE WRK-QTD-INVALIDOS TO WRK-CONTROLEFN.
           MOVE 'IGNORADAS - IMAGEM INVALIDA:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           MOVE WRK-QTD-ERROS TO WRK-CONTROLEFN.
           MOVE 'IGNORADAS - ERRO NA GRAVACAO:' TO FR-LINHA.
           PERFORM 9710-IMPRIMIR-TOTAL.
           IF RECARGA-OK
               MOVE WRK-QTD-ESPERADOS TO WRK-CONTROLEFN
               MOVE 'REGISTROS ESPERADOS NO CADASTRO:' TO FR-LINHA
               PERFORM 9710-IMPRIMIR-TOTAL
               MOVE WRK-QTD-FINAL TO WRK-CONTROLEFN
               MOVE 'REGISTROS NO CADASTRO RECUPERADO:' TO FR-LINHA
               PERFORM 9710-IMPRIMIR-TOTAL
               IF WRK-QTD-FINAL = WRK-QTD-ESPERADOS
                   MOVE 'RECUPERACAO CONCLUIDA - CONFIRA A QUANTIDADE '
                       TO FR-LINHA
                   MOVE 'COM O CADASTRO EM PRODUCAO' TO FR-LINHA (46:26)
               ELSE
                   MOVE 'RECUPERACAO COM DIVERGENCIA NA QUANTIDADE '
                       TO FR-LINHA
                   MOVE 'CADCLI'  TO EL-ARQUIVO
                   MOVE 'ROLLFWD' TO EL-OPERACAO
                   MOVE '99'      TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               END-IF
               WRITE FR-LINHA
               DISPLAY FR-LINHA
           END-IF.
       9700-EXIT.
           EXIT.

       9710-IMPRIMIR-TOTAL.
           MOVE WRK-CONTROLEFN TO FR-LINHA (36:7).
           WRITE FR-LINHA.
           DISPLAY FR-LINHA.
       9710-EXIT.
           EXIT.

      ****************************************************************
      * 9900-GRAVAR-ERRO - GRAVA UMA LINHA NO ERROR-LOG COM O        *
      *                    PROGRAMA, O ARQUIVO, A OPERACAO E O FILE  *
      *                    STATUS QUE VIERAM RUINS (EL-ARQUIVO/      *
      *                    EL-OPERACAO/EL-STATUS JA MONTADOS PELO    *
      *                    CHAMADOR).                                *
      ****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGCLIFWD' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
       9900-EXIT.
           EXIT.
