      *                PARA X(25) (COMO NO PROGCPFB) E OS REGISTROS   *
      *                DE CONTROLE SAO PULADOS NA FUSAO, PARA NAO     *
      *                VIRAREM CPF NO ARQUIVO FUNDIDO.                *
      * 2026-10-15 JR  A CHAVE DA FILA ALARGA PARA X(14): A LINHA COM *
      *                CNPJ DE CLIENTE PJ (14 DIGITOS, VALIDADA PELO  *
      *                PROGCPFB) PASSA PELA FUSAO INTEIRA EM VEZ DE   *
      *                SER CORTADA NOS 11 PRIMEIROS DIGITOS.          *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           SELECT FILA-CROSSREF  ASSIGN TO "FILAXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-XREF.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  CPF-FILA.
           05  RP-DATA              PICTURE 9(08).
       SD  SORT-FILA.
       01  FQ-REGISTRO.
           05  FQ-CHAVE             PICTURE X(14).
           05  FQ-CHAVE-CPF         REDEFINES FQ-CHAVE.
               10  FQ-CPF           PICTURE 9(11).
               10  FILLER           PICTURE X(03).
           05  FQ-ORIGEM            PICTURE X(01).
               88  FQ-JA-NA-FILA        VALUE 'Q'.
               88  FQ-DA-CONCILIACAO    VALUE 'R'.
           05  FQ-DATA              PICTURE 9(08).
       FD  CPF-FILA-NOVA.
       01  CN-REGISTRO              PICTURE X(14).
       FD  FILA-CROSSREF.
       01  XR-LINHA                 PICTURE X(70).
       FD  RUN-LOG.
           COPY RUNLOG.
       WORKING-STORAGE       SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-RL-HORA-INI  PIC 9(08) VALUE ZEROS.
       77  WRK-RL-STATUS    PIC X(10) VALUE 'OK'.
       77  WRK-RL-TOLER-PCT PIC 9(03) VALUE 5.
       77  WRK-FS-CPFIN             PIC X(02) VALUE SPACES.
           88  FS-CPFIN-OK              VALUE '00'.
       77  WRK-FS-RECPEND           PIC X(02) VALUE SPACES.
           88  FIM-RECPEND              VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       77  WRK-CHAVE-ANTERIOR       PIC X(14) VALUE SPACES.
       77  WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  TEM-ANTERIOR             VALUE 'S'.
       77  WRK-CPF-MASK             PICTURE ZZZ.ZZZ.ZZ9/99.
       77  WRK-CONTROLEFN           PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-RL-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-RL-HORA-INI FROM TIME.
           OPEN OUTPUT CPF-FILA-NOVA
                       FILA-CROSSREF.
           MOVE 'REFERENCIA CRUZADA DA FILA DE CPF PENDENTES'
           MOVE ALL '=' TO XR-LINHA.
           WRITE XR-LINHA.
           SORT SORT-FILA
               ON ASCENDING KEY FQ-CHAVE
                                FQ-ORIGEM
               INPUT PROCEDURE IS 2000-SOLTAR-ENTRADAS
               OUTPUT PROCEDURE IS 3000-FUNDIR-FILA.
           CLOSE CPF-FILA-NOVA
                 FILA-CROSSREF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           PERFORM 9800-GRAVAR-RUNLOG.
           STOP RUN.

      ****************************************************************
               END-READ
               PERFORM 2100-SOLTAR-DA-FILA UNTIL FIM-CPFIN
               CLOSE CPF-FILA
           ELSE
               IF WRK-FS-CPFIN NOT = '35'
                   DISPLAY 'CPF-FILA INDISPONIVEL - FS: ' WRK-FS-CPFIN
                           ' - FILA NOVA NAO DEVE SUBSTITUIR A ATUAL'
                   MOVE 12 TO RETURN-CODE
                   MOVE 'ERRO' TO WRK-RL-STATUS
               END-IF
           END-IF.
           OPEN INPUT RECON-PENDENTE.
           IF FS-RECPEND-OK
              OR CF-REGISTRO (1:3) = 'TRL'
               CONTINUE
           ELSE
               MOVE CF-REGISTRO (1:14) TO FQ-CHAVE
               MOVE 'Q'         TO FQ-ORIGEM
               MOVE ZEROS       TO FQ-DATA
               RELEASE FQ-REGISTRO
           EXIT.

       2200-SOLTAR-DA-CONCILIACAO.
           MOVE SPACES  TO FQ-CHAVE.
           MOVE RP-CPF  TO FQ-CPF.
           MOVE 'R'     TO FQ-ORIGEM.
           MOVE RP-DATA TO FQ-DATA.
           EXIT.

       3100-AVALIAR-ENTRADA.
           IF TEM-ANTERIOR AND FQ-CHAVE = WRK-CHAVE-ANTERIOR
               ADD 1 TO WRK-QTD-DUPLICADOS
               IF FQ-DA-CONCILIACAO
                   PERFORM 3300-ANOTAR-JA-NA-FILA
               END-IF
           ELSE
               SET TEM-ANTERIOR TO TRUE
               MOVE FQ-CHAVE TO WRK-CHAVE-ANTERIOR
               MOVE FQ-CHAVE TO CN-REGISTRO
               WRITE CN-REGISTRO
               ADD 1 TO WRK-QTD-FILA
               IF FQ-DA-CONCILIACAO
           DISPLAY 'DUPLICADOS DESCARTADOS: ' WRK-CONTROLEFN.
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
           MOVE 'PROGFILA' TO RG-PROGRAMA.
           MOVE WRK-RL-DATA     TO RG-DATA.
           MOVE WRK-RL-HORA-INI TO RG-HORA-INICIO.
           ACCEPT RG-HORA-FIM FROM TIME.
           MOVE WRK-QTD-FILA TO RG-QTD-LIDOS.
           MOVE WRK-QTD-FILA TO RG-QTD-GRAVADOS.
           MOVE ZEROS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
           EXIT.
