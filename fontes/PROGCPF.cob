      * 2026-08-22 JR  PASSA A RECEBER O OPERADOR JA IDENTIFICADO NO
      *                SIGN-ON DO PROGMENU (LINKAGE): SO PEDE O ID NO
      *                CONSOLE QUANDO RODA SOZINHO, SEM O MENU.
      * 2026-10-15 JR  PERGUNTA O TIPO DE PESSOA (F/J) ANTES DO
      *                CADASTRO. PESSOA JURIDICA E CAPTURADA COM RAZAO
      *                SOCIAL, NOME FANTASIA, CNPJ (DIGITOS DO MODULO
      *                11 DA RECEITA CONFERIDOS), INSCRICAO ESTADUAL
      *                ('ISENTO' QUANDO NAO CONTRIBUINTE), ENDERECO E
      *                TELEFONE, E GRAVADA NO NOVO CADASTRO-PJ (CADPJ,
      *                CHAVE CNPJ). O CONSENTIMENTO DE MARKETING E O
      *                MOVIMENTO DIARIO CONTINUAM SO PARA PESSOA
      *                FISICA.
      * 2026-10-15 JR  CLIENTE INCLUIDO TAMBEM E GRAVADO NA TRILHA
      *                CLIENTE-MAINT-HIST (TIPO 'INCLUSAO', COM DATA,
      *                HORA E OPERADOR), PARA O PROGCLIFWD PODER
      *                REAPLICAR AS INCLUSOES DO DIA SOBRE O BACKUP.
      ***************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.

           SELECT CADASTRO-PJ ASSIGN TO "CADPJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CNPJ
               FILE STATUS IS WRK-FS-CADPJ.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIDLT.

           SELECT CLIENTE-MAINT-HIST ASSIGN TO "CLIMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIMHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.

       FD  CADASTRO-PJ.
           COPY CLIPJ.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  CONSENTIMENTO.
           COPY CONSENT.

       FD  CLIENTE-MAINT-HIST.
           COPY CLIMHIST.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-CPFRPT    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-CEPTAB    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-CLIDLT    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-CONSENT   PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-CLIMHIST  PICTURE X(02) VALUE ZEROS.
       77 WRK-CONSENTE     PICTURE X(01) VALUE SPACES.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.
       77 WRK-NOME         PICTURE A(40) VALUE SPACES.
       77 WRK-FS-CADCLI    PICTURE X(02) VALUE ZEROS.
           88 FS-CADCLI-OK           VALUE '00'.
           88 FS-CADCLI-NAO-EXISTE   VALUE '35'.
       77 WRK-FS-CADPJ     PICTURE X(02) VALUE ZEROS.
           88 FS-CADPJ-OK            VALUE '00'.
           88 FS-CADPJ-NAO-EXISTE    VALUE '35'.
       77 WRK-TIPO-PESSOA  PICTURE X(01) VALUE SPACES.
           88 PESSOA-FISICA          VALUE 'F'.
           88 PESSOA-JURIDICA        VALUE 'J'.
       77 WRK-RAZAO-SOCIAL PICTURE X(60) VALUE SPACES.
       77 WRK-NOME-FANTASIA PICTURE X(40) VALUE SPACES.
       77 WRK-INSCR-ESTADUAL PICTURE X(14) VALUE SPACES.

       01 WRK-CPF-GRUPO.
           05 WRK-CPF        PICTURE 9(11) VALUE ZEROS.

       77 WRK-CPF-MASK   PICTURE ZZZ.ZZZ.ZZ9/99.

       01 WRK-CNPJ-GRUPO.
           05 WRK-CNPJ       PICTURE 9(14) VALUE ZEROS.
           05 WRK-CNPJ-DIGITOS REDEFINES WRK-CNPJ.
               10 WRK-CNPJ-DIG PICTURE 9 OCCURS 14 TIMES.

       77 WRK-CNPJ-MASK  PICTURE 99.999.999/9999/99.

       77 WRK-CNPJ-VALIDO PICTURE X(01) VALUE 'N'.
           88 CNPJ-OK              VALUE 'S'.
           88 CNPJ-NAO-OK          VALUE 'N'.

       77 WRK-CPF-VALIDO PICTURE X(01) VALUE 'N'.
           88 CPF-OK               VALUE 'S'.
           88 CPF-NAO-OK           VALUE 'N'.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 1500-CARREGAR-CEPS.
           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 0200-ACEITAR-TIPO-PESSOA
               UNTIL PESSOA-FISICA OR PESSOA-JURIDICA.
           IF PESSOA-JURIDICA
               PERFORM 4000-CADASTRAR-PJ
           ELSE
               PERFORM 0300-CADASTRAR-PF
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      *****************************************************************
      * 0200-ACEITAR-TIPO-PESSOA
      * PERGUNTA SE O CLIENTE E PESSOA FISICA (CPF, CADASTRO-CLIENTE)
      * OU JURIDICA (CNPJ, CADASTRO-PJ) ATE VIR 'F' OU 'J'.
      *****************************************************************
       0200-ACEITAR-TIPO-PESSOA.
           DISPLAY 'PESSOA FISICA OU JURIDICA (F/J)? '
               WITH NO ADVANCING.
           ACCEPT WRK-TIPO-PESSOA FROM CONSOLE.
       0200-EXIT.
           EXIT.

      *****************************************************************
      * 0300-CADASTRAR-PF
      * CADASTRO DA PESSOA FISICA: NOME, CPF, ENDERECO E TELEFONE.
      *****************************************************************
       0300-CADASTRAR-PF.
           ACCEPT WRK-NOME       FROM CONSOLE.
           PERFORM 1000-ACEITAR-CPF UNTIL CPF-OK.
           ACCEPT WRK-CEP        FROM CONSOLE.
           END-DISPLAY.
           PERFORM 3000-GRAVAR-CLIENTE.
           PERFORM 3200-IMPRIMIR-RELATORIO.
       0300-EXIT.
           EXIT.

      *****************************************************************
      * 1500-CARREGAR-CEPS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
                   PERFORM 3150-GRAVAR-DELTA
                   PERFORM 3160-GRAVAR-HISTORICO
                   PERFORM 3170-CAPTAR-CONSENTIMENTO
           END-WRITE.

       3150-EXIT.
           EXIT.

      *****************************************************************
      * 3160-GRAVAR-HISTORICO
      * ACRESCENTA A INCLUSAO A TRILHA DE ALTERACOES DO CADASTRO
      * (CLIENTE-MAINT-HIST), SEM IMAGEM ANTES, COM DATA E HORA, PARA
      * O PROGCLIFWD REAPLICA-LA SOBRE O BACKUP DA NOITE.
      *****************************************************************
       3160-GRAVAR-HISTORICO.
           OPEN EXTEND CLIENTE-MAINT-HIST.
           ACCEPT MC-DATA FROM DATE YYYYMMDD.
           ACCEPT MC-HORA FROM TIME.
           MOVE WRK-OPERADOR-ID TO MC-OPERADOR.
           MOVE 'INCLUSAO'      TO MC-TIPO.
           MOVE SPACES          TO MC-IMAGEM-ANTES.
           MOVE CLI-REGISTRO    TO MC-IMAGEM-DEPOIS.
           WRITE MC-REGISTRO.
           CLOSE CLIENTE-MAINT-HIST.
       3160-EXIT.
           EXIT.

      *****************************************************************
      * 3200-IMPRIMIR-RELATORIO
      * GERA O RELATORIO IMPRESSO DO ATENDIMENTO (CABECALHO, DATA E A
               (WRK-CPF-DIG (WRK-IDX) * WRK-PESO).
           SUBTRACT 1 FROM WRK-PESO.

      *****************************************************************
      * 2300-VALIDAR-CNPJ
      * CALCULA OS DOIS DIGITOS VERIFICADORES DO CNPJ (MODULO 11, PESOS
      * DE 2 A 9 DA DIREITA PARA A ESQUERDA) E COMPARA COM OS DIGITOS
      * 13 E 14 DO NUMERO INFORMADO. CNPJ ZERADO NAO E ACEITO.
      *****************************************************************
       2300-VALIDAR-CNPJ.
           MOVE 'N' TO WRK-CNPJ-VALIDO.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 5     TO WRK-PESO.
           PERFORM 2400-SOMAR-DV-CNPJ
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 12.
           COMPUTE WRK-RESTO = FUNCTION MOD (WRK-SOMA 11).
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-RESTO
           END-IF.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 6     TO WRK-PESO.
           PERFORM 2400-SOMAR-DV-CNPJ
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 13.
           COMPUTE WRK-RESTO = FUNCTION MOD (WRK-SOMA 11).
           IF WRK-RESTO < 2
               MOVE 0 TO WRK-DV2
           ELSE
               COMPUTE WRK-DV2 = 11 - WRK-RESTO
           END-IF.

           IF WRK-DV1 = WRK-CNPJ-DIG (13) AND
              WRK-DV2 = WRK-CNPJ-DIG (14) AND
              WRK-CNPJ NOT = ZEROS
               MOVE 'S' TO WRK-CNPJ-VALIDO
           END-IF.
       2300-EXIT.
           EXIT.

       2400-SOMAR-DV-CNPJ.
           COMPUTE WRK-SOMA = WRK-SOMA +
               (WRK-CNPJ-DIG (WRK-IDX) * WRK-PESO).
           IF WRK-PESO = 2
               MOVE 9 TO WRK-PESO
           ELSE
               SUBTRACT 1 FROM WRK-PESO
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CADASTRAR-PJ
      * CADASTRO DA PESSOA JURIDICA: RAZAO SOCIAL, NOME FANTASIA,
      * CNPJ, INSCRICAO ESTADUAL, ENDERECO (PELO CEP) E TELEFONE.
      *****************************************************************
       4000-CADASTRAR-PJ.
           ACCEPT WRK-RAZAO-SOCIAL  FROM CONSOLE.
           ACCEPT WRK-NOME-FANTASIA FROM CONSOLE.
           PERFORM 4100-ACEITAR-CNPJ UNTIL CNPJ-OK.
           PERFORM 4150-ACEITAR-INSCRICAO
               UNTIL WRK-INSCR-ESTADUAL NOT = SPACES.
           ACCEPT WRK-CEP        FROM CONSOLE.
           PERFORM 1600-BUSCAR-CEP.
           IF NOT CEP-ACHADO
               ACCEPT WRK-LOGRADOURO FROM CONSOLE
               ACCEPT WRK-CIDADE     FROM CONSOLE
               ACCEPT WRK-ESTADO     FROM CONSOLE
           END-IF.
           ACCEPT WRK-TELEFONE   FROM CONSOLE.
           MOVE WRK-CNPJ TO WRK-CNPJ-MASK.
           DISPLAY
           "SEJA BEM VINDA, " WRK-NOME-FANTASIA
           "CNPJ: " WRK-CNPJ-MASK
           END-DISPLAY.
           PERFORM 4200-GRAVAR-PJ.
           PERFORM 4400-IMPRIMIR-RELATORIO-PJ.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-ACEITAR-CNPJ
      * ACEITA O CNPJ DIGITADO E REPETE A SOLICITACAO ENQUANTO OS
      * DIGITOS VERIFICADORES NAO CONFEREM.
      *****************************************************************
       4100-ACEITAR-CNPJ.
           ACCEPT WRK-CNPJ FROM CONSOLE.
           PERFORM 2300-VALIDAR-CNPJ.
           IF CNPJ-NAO-OK
               DISPLAY "CNPJ INVALIDO"
           END-IF.
       4100-EXIT.
           EXIT.

       4150-ACEITAR-INSCRICAO.
           DISPLAY 'INSCRICAO ESTADUAL (OU ISENTO): '
               WITH NO ADVANCING.
           ACCEPT WRK-INSCR-ESTADUAL FROM CONSOLE.
       4150-EXIT.
           EXIT.

      *****************************************************************
      * 4200-GRAVAR-PJ
      * GRAVA A EMPRESA ACEITA NO CADASTRO-PJ, CRIANDO O ARQUIVO NO
      * PRIMEIRO USO, NOS MESMOS MOLDES DO 3000-GRAVAR-CLIENTE.
      *****************************************************************
       4200-GRAVAR-PJ.
           OPEN I-O CADASTRO-PJ.
           IF FS-CADPJ-NAO-EXISTE
               OPEN OUTPUT CADASTRO-PJ
               CLOSE CADASTRO-PJ
               OPEN I-O CADASTRO-PJ
           END-IF.
           IF NOT FS-CADPJ-OK AND NOT FS-CADPJ-NAO-EXISTE
               MOVE 'CADPJ'   TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-CADPJ TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.

           IF FS-CADPJ-OK
               MOVE WRK-CNPJ TO CJ-CNPJ
               READ CADASTRO-PJ
                   INVALID KEY
                       PERFORM 4300-INCLUIR-PJ
                   NOT INVALID KEY
                       DISPLAY "CNPJ JA CADASTRADO"
                       ADD 1 TO WRK-QTD-REJEITADOS
               END-READ
               CLOSE CADASTRO-PJ
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4300-INCLUIR-PJ
      * CNPJ AINDA NAO CADASTRADO - INCLUI A EMPRESA ATIVA, SEM LIMITE
      * DE CREDITO (O COMERCIAL LIBERA NA MANUTENCAO).
      *****************************************************************
       4300-INCLUIR-PJ.
           MOVE WRK-CNPJ           TO CJ-CNPJ.
           MOVE WRK-RAZAO-SOCIAL   TO CJ-RAZAO-SOCIAL.
           MOVE WRK-NOME-FANTASIA  TO CJ-NOME-FANTASIA.
           MOVE WRK-INSCR-ESTADUAL TO CJ-INSCR-ESTADUAL.
           MOVE WRK-LOGRADOURO     TO CJ-LOGRADOURO.
           MOVE WRK-CIDADE         TO CJ-CIDADE.
           MOVE WRK-ESTADO         TO CJ-ESTADO.
           MOVE WRK-CEP            TO CJ-CEP.
           MOVE WRK-TELEFONE       TO CJ-TELEFONE.
           MOVE 'A'                TO CJ-SITUACAO.
           MOVE ZEROS              TO CJ-LIMITE-CREDITO.
           WRITE CJ-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR EMPRESA - FS: " WRK-FS-CADPJ
                   MOVE 'CADPJ'   TO EL-ARQUIVO
                   MOVE 'WRITE'   TO EL-OPERACAO
                   MOVE WRK-FS-CADPJ TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 4400-IMPRIMIR-RELATORIO-PJ
      * MESMO RELATORIO DO ATENDIMENTO, COM A RAZAO SOCIAL, O NOME
      * FANTASIA, O CNPJ E A INSCRICAO ESTADUAL DA EMPRESA.
      *****************************************************************
       4400-IMPRIMIR-RELATORIO-PJ.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN EXTEND CPF-REPORT.
           MOVE '========================================' TO CR-LINHA.
           WRITE CR-LINHA.
           MOVE SPACES TO CR-LINHA.
           STRING 'RELATORIO DE CADASTRO - ' DELIMITED BY SIZE
                  WRK-DATA-HOJE              DELIMITED BY SIZE
               INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE SPACES TO CR-LINHA.
           STRING 'EMPRESA: ' DELIMITED BY SIZE
                  WRK-RAZAO-SOCIAL DELIMITED BY SIZE
               INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE SPACES TO CR-LINHA.
           STRING 'NOME FANTASIA: ' DELIMITED BY SIZE
                  WRK-NOME-FANTASIA DELIMITED BY SIZE
               INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           MOVE SPACES TO CR-LINHA.
           STRING 'CNPJ: ' DELIMITED BY SIZE
                  WRK-CNPJ-MASK DELIMITED BY SIZE
                  '  INSCR. ESTADUAL: ' DELIMITED BY SIZE
                  WRK-INSCR-ESTADUAL DELIMITED BY SIZE
               INTO CR-LINHA
           END-STRING.
           WRITE CR-LINHA.
           CLOSE CPF-REPORT.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      * CAPTURA E CONFERE O ID DO OPERADOR ANTES DE DAR INICIO AO
