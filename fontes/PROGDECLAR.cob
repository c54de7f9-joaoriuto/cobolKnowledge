       IDENTIFICATION        DIVISION.
       PROGRAM-ID.           PROGDECLAR.
      ****************************************************************
      * AREA DE COMENTARIOS - REMARKS                                *
      * AUTHOR: JOAO RIUTO                                           *
      * OBJETIVO: EMISSAO DAS DECLARACOES OFICIAIS DA SECRETARIA -   *
      *           DECLARACAO DE MATRICULA (DISCIPLINAS DO TERMO NO   *
      *           MATRDISC), ATESTADO DE FREQUENCIA (FREQ-CALC) E    *
      *           DECLARACAO DE ALUNO EM CURSO - A PARTIR DO         *
      *           ALUNO-MASTER. CADA DOCUMENTO RECEBE O PROXIMO      *
      *           NUMERO DO DOCCTL E UM CODIGO DE VERIFICACAO, E E   *
      *           ANOTADO NO REGISTRO DOCREG (NUMERO, TIPO,          *
      *           MATRICULA, DATA, OPERADOR). A CONSULTA POR NUMERO  *
      *           E CODIGO CONFIRMA, PARA QUEM LIGAR, SE O DOCUMENTO *
      *           APRESENTADO FOI MESMO EMITIDO PELA SECRETARIA.     *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-10-15 JR  PROGRAMA INICIAL.                             *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT          SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER    ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.
           SELECT TERMO-MASTER    ASSIGN TO "TERMMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-TERMO
               FILE STATUS IS WRK-FS-TERMMST.
           SELECT FREQ-CALC       ASSIGN TO "FREQCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-CHAVE
               FILE STATUS IS WRK-FS-FREQCALC.
           SELECT MATRICULA-DISC  ASSIGN TO "MATRDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MATRDISC.
           SELECT DISCIPLINA-MASTER ASSIGN TO "DISCMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISCMST.
           SELECT DOCUMENTO-CONTROLE ASSIGN TO "DOCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCCTL.
           SELECT DOCUMENTO-REGISTRO ASSIGN TO "DOCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCREG.
           SELECT DECLARACAO-DOC  ASSIGN TO "DECLDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DECLDOC.
       DATA                  DIVISION.
       FILE                  SECTION.
       FD  ALUNO-MASTER.
           COPY ALUNMST.
       FD  TERMO-MASTER.
           COPY TERMMST.
       FD  FREQ-CALC.
           COPY FREQCALC.
       FD  MATRICULA-DISC.
           COPY MATRDISC.
       FD  DISCIPLINA-MASTER.
           COPY DISCMST.
       FD  DOCUMENTO-CONTROLE.
       01  DQ-PROXIMO-NUMERO        PICTURE 9(08).
       FD  DOCUMENTO-REGISTRO.
           COPY DOCREG.
       FD  DECLARACAO-DOC.
       01  DD-LINHA                 PICTURE X(80).
       WORKING-STORAGE       SECTION.
       77  WRK-FS-ALUNMST           PIC X(02) VALUE SPACES.
           88  FS-ALUNMST-OK            VALUE '00'.
       77  WRK-FS-TERMMST           PIC X(02) VALUE SPACES.
           88  FS-TERMMST-OK            VALUE '00'.
       77  WRK-FS-FREQCALC          PIC X(02) VALUE SPACES.
           88  FS-FREQCALC-OK           VALUE '00'.
       77  WRK-FS-MATRDISC          PIC X(02) VALUE SPACES.
           88  FS-MATRDISC-OK           VALUE '00'.
       77  WRK-FS-DISCMST           PIC X(02) VALUE SPACES.
           88  FS-DISCMST-OK            VALUE '00'.
       77  WRK-FS-DOCCTL            PIC X(02) VALUE SPACES.
           88  FS-DOCCTL-OK             VALUE '00'.
       77  WRK-FS-DOCREG            PIC X(02) VALUE SPACES.
           88  FS-DOCREG-OK             VALUE '00'.
           88  FS-DOCREG-NAO-EXISTE     VALUE '35'.
       77  WRK-FS-DECLDOC           PIC X(02) VALUE SPACES.
       77  WRK-ALUNMST-ABERTO       PIC X(01) VALUE 'N'.
           88  ALUNMST-ABERTO           VALUE 'S'.
       77  WRK-TERMMST-ABERTO       PIC X(01) VALUE 'N'.
           88  TERMMST-ABERTO           VALUE 'S'.
       77  WRK-FREQCALC-ABERTO      PIC X(01) VALUE 'N'.
           88  FREQCALC-ABERTO          VALUE 'S'.
       77  WRK-FIM-TERMMST          PIC X(01) VALUE 'N'.
           88  FIM-TERMMST              VALUE 'S'.
       77  WRK-FIM-MATRDISC         PIC X(01) VALUE 'N'.
           88  FIM-MATRDISC             VALUE 'S'.
       77  WRK-FIM-DISCMST          PIC X(01) VALUE 'N'.
           88  FIM-DISCMST              VALUE 'S'.
       77  WRK-FIM-DOCREG           PIC X(01) VALUE 'N'.
           88  FIM-DOCREG               VALUE 'S'.
       77  WRK-FIM-SESSAO           PIC X(01) VALUE 'N'.
           88  FIM-SESSAO               VALUE 'S'.
       77  WRK-ACHOU                PIC X(01) VALUE 'N'.
           88  ACHOU                    VALUE 'S'.

       77  WRK-OPERADOR-ID          PIC X(08) VALUE SPACES.
       77  WRK-OPCAO                PIC X(01) VALUE SPACES.
           88  OPCAO-EMITIR             VALUE 'E' 'e'.
           88  OPCAO-CONSULTAR          VALUE 'C' 'c'.
           88  OPCAO-FIM                VALUE 'F' 'f'.
       77  WRK-CONFIRMA             PIC X(01) VALUE SPACES.
           88  CONFIRMADO               VALUE 'S' 's'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA           PIC 9(08) VALUE ZEROS.
       77  WRK-PROXIMO              PIC 9(08) VALUE 1.
       77  WRK-TERMO-CORRENTE       PIC X(06) VALUE SPACES.
       77  WRK-TERMO-ABERTO-MAIOR   PIC X(06) VALUE SPACES.

      * PEDIDO EM ATENDIMENTO.
       77  WRK-MATRICULA            PIC X(08) VALUE SPACES.
       77  WRK-TIPO                 PIC X(01) VALUE SPACES.
           88  TIPO-MATRICULA           VALUE 'M'.
           88  TIPO-FREQUENCIA          VALUE 'F'.
           88  TIPO-EM-CURSO            VALUE 'C'.
           88  TIPO-VALIDO              VALUE 'M' 'F' 'C'.
       77  WRK-TERMO                PIC X(06) VALUE SPACES.
       77  WRK-TERMO-INICIO         PIC 9(08) VALUE ZEROS.
       77  WRK-TERMO-FIM            PIC 9(08) VALUE ZEROS.
       77  WRK-TITULO               PIC X(30) VALUE SPACES.

      * DISCIPLINAS DO ALUNO NO TERMO (MATRDISC) E NOMES (DISCMST).
       01  WRK-TAB-MATRICULADA.
           05  WRK-TAB-MAT-ITEM OCCURS 20 TIMES
                                INDEXED BY WRK-MAT-IDX.
               10  WRK-TAB-MAT-DISC     PICTURE X(05).
               10  WRK-TAB-MAT-TURMA    PICTURE X(03).
       77  WRK-QTD-MATRICULADAS     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DISCIPLINA.
           05  WRK-TAB-DIS-ITEM OCCURS 200 TIMES
                                INDEXED BY WRK-DIS-IDX.
               10  WRK-TAB-DIS-CODIGO   PICTURE X(05).
               10  WRK-TAB-DIS-NOME     PICTURE X(30).
       77  WRK-QTD-DISCIPLINAS      PIC 9(03) VALUE ZEROS.
       77  WRK-NOME-DISCIPLINA      PIC X(30) VALUE SPACES.

      * CODIGO DE VERIFICACAO - CALCULADO DO NUMERO, TIPO, MATRICULA
      * E DATA DO DOCUMENTO; NAO SE DEDUZ DO NUMERO SOZINHO.
       77  WRK-ALFABETO             PIC X(36) VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WRK-CARACTER             PIC X(01) VALUE SPACES.
       77  WRK-POSICAO-CAR          PIC 9(02) COMP VALUE ZEROS.
       77  WRK-POS                  PIC 9(02) COMP VALUE ZEROS.
       77  WRK-SOMA-MATRICULA       PIC 9(06) COMP VALUE ZEROS.
       77  WRK-CODIGO               PIC 9(10) VALUE ZEROS.
       77  WRK-CODIGO-INFORMADO     PIC 9(10) VALUE ZEROS.
       77  WRK-NUMERO-INFORMADO     PIC 9(08) VALUE ZEROS.
       77  WRK-CALC-NUMERO          PIC 9(08) VALUE ZEROS.
       77  WRK-CALC-TIPO            PIC X(01) VALUE SPACES.
       77  WRK-CALC-MATRICULA       PIC X(08) VALUE SPACES.
       77  WRK-CALC-DATA            PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-EXTENSO         PIC X(10) VALUE SPACES.
       77  WRK-DATA-FORMATAR        PIC 9(08) VALUE ZEROS.
       77  WRK-FREQFN               PIC ZZ9 VALUE ZEROS.
       77  WRK-AULASFN              PIC ZZZ9 VALUE ZEROS.
       77  WRK-PRESENCASFN          PIC ZZZ9 VALUE ZEROS.
       77  WRK-QTD-EMITIDOS         PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-CONSULTAS        PIC 9(04) VALUE ZEROS.
       PROCEDURE             DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 1100-LER-CONTROLE.
           PERFORM 1200-TERMO-CORRENTE THRU 1200-EXIT.
           PERFORM 1300-CARREGAR-DISCIPLINAS.
           PERFORM 2000-ATENDER UNTIL FIM-SESSAO.
           PERFORM 9000-FECHAR-ARQUIVOS.
           DISPLAY 'DOCUMENTOS EMITIDOS: ' WRK-QTD-EMITIDOS
                   '  CONSULTAS: ' WRK-QTD-CONSULTAS.
           GOBACK.

      ****************************************************************
      * 0100-IDENTIFICAR-OPERADOR - QUEM EMITE FICA NO REGISTRO.     *
      ****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           PERFORM 0110-LER-OPERADOR UNTIL WRK-OPERADOR-ID NOT = SPACES.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID.
       0100-EXIT.
           EXIT.

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT ALUNO-MASTER.
           IF FS-ALUNMST-OK
               MOVE 'S' TO WRK-ALUNMST-ABERTO
           ELSE
               DISPLAY 'ALUNO-MASTER INDISPONIVEL - FS: '
                       WRK-FS-ALUNMST ' - SO HA CONSULTA'
           END-IF.
           OPEN INPUT FREQ-CALC.
           IF FS-FREQCALC-OK
               MOVE 'S' TO WRK-FREQCALC-ABERTO
           END-IF.
           OPEN OUTPUT DECLARACAO-DOC.
       1000-EXIT.
           EXIT.

      ****************************************************************
      * 1100-LER-CONTROLE - PROXIMO NUMERO DE DOCUMENTO (DOCCTL);    *
      *                     SEM O ARQUIVO, A SEQUENCIA COMECA DO 1.  *
      ****************************************************************
       1100-LER-CONTROLE.
           OPEN INPUT DOCUMENTO-CONTROLE.
           IF FS-DOCCTL-OK
               READ DOCUMENTO-CONTROLE
                   AT END CONTINUE
                   NOT AT END
                       MOVE DQ-PROXIMO-NUMERO TO WRK-PROXIMO
               END-READ
               CLOSE DOCUMENTO-CONTROLE
           END-IF.
       1100-EXIT.
           EXIT.

      ****************************************************************
      * 1200-TERMO-CORRENTE - TERMO ABERTO QUE CONTEM A DATA DE HOJE;*
      *                       SEM ELE, O MAIOR TERMO ABERTO. O       *
      *                       TERMMST FICA ABERTO PARA AS DATAS DO   *
      *                       TERMO DE CADA DECLARACAO.              *
      ****************************************************************
       1200-TERMO-CORRENTE.
           OPEN INPUT TERMO-MASTER.
           IF NOT FS-TERMMST-OK
               DISPLAY 'TERMMST INDISPONIVEL - FS: ' WRK-FS-TERMMST
               GO TO 1200-EXIT
           END-IF.
           MOVE 'S' TO WRK-TERMMST-ABERTO.
           READ TERMO-MASTER NEXT
               AT END SET FIM-TERMMST TO TRUE
           END-READ.
           PERFORM 1210-AVALIAR-TERMO UNTIL FIM-TERMMST.
           IF WRK-TERMO-CORRENTE = SPACES
               MOVE WRK-TERMO-ABERTO-MAIOR TO WRK-TERMO-CORRENTE
           END-IF.
           DISPLAY 'TERMO CORRENTE: ' WRK-TERMO-CORRENTE.
       1200-EXIT.
           EXIT.

       1210-AVALIAR-TERMO.
           IF TERMO-ABERTO
               IF TE-TERMO > WRK-TERMO-ABERTO-MAIOR
                   MOVE TE-TERMO TO WRK-TERMO-ABERTO-MAIOR
               END-IF
               IF TE-DATA-INICIO NOT > WRK-DATA-HOJE
                  AND TE-DATA-FIM NOT < WRK-DATA-HOJE
                   MOVE TE-TERMO TO WRK-TERMO-CORRENTE
               END-IF
           END-IF.
           READ TERMO-MASTER NEXT
               AT END SET FIM-TERMMST TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

      ****************************************************************
      * 1300-CARREGAR-DISCIPLINAS - NOMES DO DISCMST PARA A LISTA DA *
      *                             DECLARACAO DE MATRICULA.         *
      ****************************************************************
       1300-CARREGAR-DISCIPLINAS.
           OPEN INPUT DISCIPLINA-MASTER.
           IF FS-DISCMST-OK
               READ DISCIPLINA-MASTER
                   AT END SET FIM-DISCMST TO TRUE
               END-READ
               PERFORM 1310-GUARDAR-DISCIPLINA UNTIL FIM-DISCMST
               CLOSE DISCIPLINA-MASTER
           END-IF.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-DISCIPLINA.
           IF WRK-QTD-DISCIPLINAS < 200
               ADD 1 TO WRK-QTD-DISCIPLINAS
               MOVE DI-CODIGO
                   TO WRK-TAB-DIS-CODIGO (WRK-QTD-DISCIPLINAS)
               MOVE DI-NOME
                   TO WRK-TAB-DIS-NOME (WRK-QTD-DISCIPLINAS)
           END-IF.
           READ DISCIPLINA-MASTER
               AT END SET FIM-DISCMST TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

      ****************************************************************
      * 2000-ATENDER - UM PEDIDO DO BALCAO OU DO TELEFONE: EMITIR    *
      *                UMA DECLARACAO OU CONFERIR UMA APRESENTADA.   *
      ****************************************************************
       2000-ATENDER.
           DISPLAY '========================================='.
           DISPLAY ' E - EMITIR DECLARACAO'.
           DISPLAY ' C - CONSULTAR AUTENTICIDADE'.
           DISPLAY ' F - FIM'.
           DISPLAY 'OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-EMITIR
                   PERFORM 2100-EMITIR-DOCUMENTO THRU 2100-EXIT
               WHEN OPCAO-CONSULTAR
                   PERFORM 2500-CONSULTAR-DOCUMENTO THRU 2500-EXIT
               WHEN OPCAO-FIM
                   SET FIM-SESSAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ****************************************************************
      * 2100-EMITIR-DOCUMENTO - CONFERE O PEDIDO CONTRA OS MESTRES,  *
      *                         NUMERA, REGISTRA E IMPRIME.          *
      ****************************************************************
       2100-EMITIR-DOCUMENTO.
           IF NOT ALUNMST-ABERTO
               DISPLAY 'ALUNO-MASTER INDISPONIVEL - EMISSAO SUSPENSA'
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'MATRICULA: ' WITH NO ADVANCING.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO AL-MATRICULA.
           READ ALUNO-MASTER
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA'
                   GO TO 2100-EXIT
           END-READ.
           DISPLAY 'ALUNO: ' AL-NOME ' CURSO: ' AL-CURSO.
           DISPLAY 'TIPO (M = MATRICULA, F = FREQUENCIA, '
                   'C = EM CURSO): ' WITH NO ADVANCING.
           ACCEPT WRK-TIPO FROM CONSOLE.
           INSPECT WRK-TIPO CONVERTING 'mfc' TO 'MFC'.
           IF NOT TIPO-VALIDO
               DISPLAY 'TIPO DE DOCUMENTO INVALIDO'
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WRK-TERMO.
           DISPLAY 'TERMO (ENTER = ' WRK-TERMO-CORRENTE '): '
               WITH NO ADVANCING.
           ACCEPT WRK-TERMO FROM CONSOLE.
           IF WRK-TERMO = SPACES
               MOVE WRK-TERMO-CORRENTE TO WRK-TERMO
           END-IF.
           IF WRK-TERMO = SPACES
               DISPLAY 'SEM TERMO CORRENTE NO TERMMST - INFORME O '
                       'TERMO'
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-DATAS-DO-TERMO.
           IF TIPO-MATRICULA OR TIPO-EM-CURSO
               IF NOT ALUNO-ATIVO
                   DISPLAY 'ALUNO NAO ESTA ATIVO - DECLARACAO NAO '
                           'EMITIDA'
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2300-CARREGAR-MATRICULADAS THRU 2300-EXIT
               IF WRK-QTD-MATRICULADAS = ZEROS
                   DISPLAY 'ALUNO SEM DISCIPLINA NO TERMO ' WRK-TERMO
                           ' - DECLARACAO NAO EMITIDA'
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF TIPO-FREQUENCIA
               IF NOT FREQCALC-ABERTO
                   DISPLAY 'FREQ-CALC INDISPONIVEL - ATESTADO NAO '
                           'EMITIDO'
                   GO TO 2100-EXIT
               END-IF
               MOVE WRK-MATRICULA TO FC-MATRICULA
               MOVE WRK-TERMO     TO FC-TERMO
               READ FREQ-CALC
                   INVALID KEY
                       MOVE ZEROS TO FC-QTD-AULAS
               END-READ
               IF FC-QTD-AULAS = ZEROS
                   DISPLAY 'SEM FREQUENCIA APURADA NO TERMO '
                           WRK-TERMO ' - ATESTADO NAO EMITIDO'
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           DISPLAY 'CONFIRMA A EMISSAO (S/N)? ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF NOT CONFIRMADO
               DISPLAY 'DOCUMENTO NAO EMITIDO'
               GO TO 2100-EXIT
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-PROXIMO     TO DC-NUMERO.
           MOVE WRK-TIPO        TO DC-TIPO.
           MOVE WRK-MATRICULA   TO DC-MATRICULA.
           MOVE WRK-TERMO       TO DC-TERMO.
           MOVE WRK-DATA-HOJE   TO DC-DATA-EMISSAO.
           MOVE WRK-HORA-AGORA (1:6) TO DC-HORA-EMISSAO.
           MOVE WRK-OPERADOR-ID TO DC-OPERADOR.
           MOVE DC-NUMERO       TO WRK-CALC-NUMERO.
           MOVE DC-TIPO         TO WRK-CALC-TIPO.
           MOVE DC-MATRICULA    TO WRK-CALC-MATRICULA.
           MOVE DC-DATA-EMISSAO TO WRK-CALC-DATA.
           PERFORM 8000-CALCULAR-CODIGO.
           MOVE WRK-CODIGO      TO DC-CODIGO-VERIF.
           OPEN EXTEND DOCUMENTO-REGISTRO.
           IF FS-DOCREG-NAO-EXISTE
               OPEN OUTPUT DOCUMENTO-REGISTRO
           END-IF.
           WRITE DC-REGISTRO.
           CLOSE DOCUMENTO-REGISTRO.
           ADD 1 TO WRK-PROXIMO.
           PERFORM 3900-GRAVAR-CONTROLE.
           PERFORM 3000-IMPRIMIR-DOCUMENTO.
           ADD 1 TO WRK-QTD-EMITIDOS.
           DISPLAY 'DOCUMENTO ' DC-NUMERO ' EMITIDO - CODIGO DE '
                   'VERIFICACAO ' DC-CODIGO-VERIF.
       2100-EXIT.
           EXIT.

       2200-DATAS-DO-TERMO.
           MOVE ZEROS TO WRK-TERMO-INICIO
                         WRK-TERMO-FIM.
           IF TERMMST-ABERTO
               MOVE WRK-TERMO TO TE-TERMO
               READ TERMO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TE-DATA-INICIO TO WRK-TERMO-INICIO
                       MOVE TE-DATA-FIM    TO WRK-TERMO-FIM
               END-READ
           END-IF.
       2200-EXIT.
           EXIT.

      ****************************************************************
      * 2300-CARREGAR-MATRICULADAS - DISCIPLINAS DO ALUNO NO TERMO.  *
      ****************************************************************
       2300-CARREGAR-MATRICULADAS.
           MOVE ZEROS TO WRK-QTD-MATRICULADAS.
           MOVE 'N' TO WRK-FIM-MATRDISC.
           OPEN INPUT MATRICULA-DISC.
           IF NOT FS-MATRDISC-OK
               DISPLAY 'MATRDISC INDISPONIVEL - FS: ' WRK-FS-MATRDISC
               GO TO 2300-EXIT
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
           PERFORM 2310-GUARDAR-MATRICULADA UNTIL FIM-MATRDISC.
           CLOSE MATRICULA-DISC.
       2300-EXIT.
           EXIT.

       2310-GUARDAR-MATRICULADA.
           IF MD-MATRICULA = WRK-MATRICULA
              AND MD-TERMO = WRK-TERMO
              AND WRK-QTD-MATRICULADAS < 20
               ADD 1 TO WRK-QTD-MATRICULADAS
               MOVE MD-DISCIPLINA
                   TO WRK-TAB-MAT-DISC (WRK-QTD-MATRICULADAS)
               MOVE MD-TURMA
                   TO WRK-TAB-MAT-TURMA (WRK-QTD-MATRICULADAS)
           END-IF.
           READ MATRICULA-DISC
               AT END SET FIM-MATRDISC TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

      ****************************************************************
      * 2500-CONSULTAR-DOCUMENTO - CONFERE NUMERO E CODIGO DE UM     *
      *                            DOCUMENTO APRESENTADO CONTRA O    *
      *                            DOCREG E RECALCULA O CODIGO DO    *
      *                            PROPRIO REGISTRO.                 *
      ****************************************************************
       2500-CONSULTAR-DOCUMENTO.
           ADD 1 TO WRK-QTD-CONSULTAS.
           DISPLAY 'NUMERO DO DOCUMENTO: ' WITH NO ADVANCING.
           ACCEPT WRK-NUMERO-INFORMADO FROM CONSOLE.
           DISPLAY 'CODIGO DE VERIFICACAO: ' WITH NO ADVANCING.
           ACCEPT WRK-CODIGO-INFORMADO FROM CONSOLE.
           MOVE 'N' TO WRK-ACHOU
                       WRK-FIM-DOCREG.
           OPEN INPUT DOCUMENTO-REGISTRO.
           IF NOT FS-DOCREG-OK
               DISPLAY 'DOCREG INDISPONIVEL - FS: ' WRK-FS-DOCREG
                       ' - CONSULTA NAO REALIZADA'
               GO TO 2500-EXIT
           END-IF.
           READ DOCUMENTO-REGISTRO
               AT END SET FIM-DOCREG TO TRUE
           END-READ.
           PERFORM 2510-PROCURAR-REGISTRO
               UNTIL FIM-DOCREG OR ACHOU.
           CLOSE DOCUMENTO-REGISTRO.
           IF NOT ACHOU
               DISPLAY '*** NUMERO ' WRK-NUMERO-INFORMADO
                       ' NAO FOI EMITIDO PELA SECRETARIA - '
                       'DOCUMENTO NAO AUTENTICO ***'
               GO TO 2500-EXIT
           END-IF.
           MOVE DC-NUMERO       TO WRK-CALC-NUMERO.
           MOVE DC-TIPO         TO WRK-CALC-TIPO.
           MOVE DC-MATRICULA    TO WRK-CALC-MATRICULA.
           MOVE DC-DATA-EMISSAO TO WRK-CALC-DATA.
           PERFORM 8000-CALCULAR-CODIGO.
           IF WRK-CODIGO NOT = DC-CODIGO-VERIF
               DISPLAY '*** REGISTRO DO DOCUMENTO ' DC-NUMERO
                       ' INCONSISTENTE - ENCAMINHAR A COORDENACAO ***'
               GO TO 2500-EXIT
           END-IF.
           IF WRK-CODIGO-INFORMADO NOT = DC-CODIGO-VERIF
               DISPLAY '*** CODIGO DE VERIFICACAO NAO CONFERE - '
                       'DOCUMENTO NAO AUTENTICO ***'
               GO TO 2500-EXIT
           END-IF.
           PERFORM 3100-TITULO-DO-TIPO.
           MOVE DC-DATA-EMISSAO TO WRK-DATA-FORMATAR.
           PERFORM 8100-FORMATAR-DATA.
           DISPLAY 'DOCUMENTO AUTENTICO: ' WRK-TITULO.
           DISPLAY '  MATRICULA ' DC-MATRICULA ' TERMO ' DC-TERMO.
           IF ALUNMST-ABERTO
               MOVE DC-MATRICULA TO AL-MATRICULA
               READ ALUNO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY '  ALUNO ' AL-NOME
               END-READ
           END-IF.
           DISPLAY '  EMITIDO EM ' WRK-DATA-EXTENSO ' POR '
                   DC-OPERADOR.
       2500-EXIT.
           EXIT.

       2510-PROCURAR-REGISTRO.
           IF DC-NUMERO = WRK-NUMERO-INFORMADO
               SET ACHOU TO TRUE
           ELSE
               READ DOCUMENTO-REGISTRO
                   AT END SET FIM-DOCREG TO TRUE
               END-READ
           END-IF.
       2510-EXIT.
           EXIT.

      ****************************************************************
      * 3000-IMPRIMIR-DOCUMENTO - O DOCUMENTO NO DECLDOC: TITULO,    *
      *                           TEXTO DO TIPO, NUMERO, CODIGO DE   *
      *                           VERIFICACAO E ASSINATURA.          *
      ****************************************************************
       3000-IMPRIMIR-DOCUMENTO.
           PERFORM 3100-TITULO-DO-TIPO.
           MOVE ALL '=' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE 'SECRETARIA ACADEMICA' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING WRK-TITULO DELIMITED BY '  '
                  '  -  DOCUMENTO NO ' DC-NUMERO
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE ALL '=' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           WRITE DD-LINHA.
           EVALUATE TRUE
               WHEN TIPO-MATRICULA
                   PERFORM 3200-TEXTO-MATRICULA
               WHEN TIPO-FREQUENCIA
                   PERFORM 3300-TEXTO-FREQUENCIA
               WHEN TIPO-EM-CURSO
                   PERFORM 3400-TEXTO-EM-CURSO
           END-EVALUATE.
           MOVE SPACES TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE DC-DATA-EMISSAO TO WRK-DATA-FORMATAR.
           PERFORM 8100-FORMATAR-DATA.
           MOVE SPACES TO DD-LINHA.
           STRING 'EMITIDO EM ' WRK-DATA-EXTENSO
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE '________________________________' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE 'SECRETARIA ACADEMICA' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING 'DOCUMENTO NO ' DC-NUMERO
                  '  CODIGO DE VERIFICACAO ' DC-CODIGO-VERIF
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE 'A AUTENTICIDADE PODE SER CONFIRMADA NA SECRETARIA'
               TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE 'ACADEMICA INFORMANDO O NUMERO E O CODIGO ACIMA.'
               TO DD-LINHA.
           WRITE DD-LINHA.
       3000-EXIT.
           EXIT.

       3100-TITULO-DO-TIPO.
           EVALUATE TRUE
               WHEN DOC-MATRICULA
                   MOVE 'DECLARACAO DE MATRICULA' TO WRK-TITULO
               WHEN DOC-FREQUENCIA
                   MOVE 'ATESTADO DE FREQUENCIA' TO WRK-TITULO
               WHEN DOC-EM-CURSO
                   MOVE 'DECLARACAO DE ALUNO EM CURSO' TO WRK-TITULO
               WHEN OTHER
                   MOVE 'DOCUMENTO' TO WRK-TITULO
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-TEXTO-MATRICULA.
           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING AL-NOME DELIMITED BY '  '
                  ', MATRICULA ' AL-MATRICULA ','
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING 'ESTA MATRICULADO(A) NO CURSO ' AL-CURSO
               DELIMITED BY '  '
                  ' NO TERMO ' WRK-TERMO ','
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE 'NAS DISCIPLINAS:' TO DD-LINHA.
           WRITE DD-LINHA.
           PERFORM 3210-LINHA-DISCIPLINA
               VARYING WRK-MAT-IDX FROM 1 BY 1
               UNTIL WRK-MAT-IDX > WRK-QTD-MATRICULADAS.
       3200-EXIT.
           EXIT.

       3210-LINHA-DISCIPLINA.
           MOVE SPACES TO WRK-NOME-DISCIPLINA.
           IF WRK-QTD-DISCIPLINAS > ZEROS
               SET WRK-DIS-IDX TO 1
               SEARCH WRK-TAB-DIS-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-DIS-IDX > WRK-QTD-DISCIPLINAS
                       CONTINUE
                   WHEN WRK-TAB-DIS-CODIGO (WRK-DIS-IDX)
                        = WRK-TAB-MAT-DISC (WRK-MAT-IDX)
                       MOVE WRK-TAB-DIS-NOME (WRK-DIS-IDX)
                           TO WRK-NOME-DISCIPLINA
               END-SEARCH
           END-IF.
           MOVE SPACES TO DD-LINHA.
           STRING '    ' WRK-TAB-MAT-DISC (WRK-MAT-IDX) '  '
                  WRK-NOME-DISCIPLINA '  TURMA '
                  WRK-TAB-MAT-TURMA (WRK-MAT-IDX)
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
       3210-EXIT.
           EXIT.

       3300-TEXTO-FREQUENCIA.
           MOVE FC-FREQUENCIA    TO WRK-FREQFN.
           MOVE FC-QTD-AULAS     TO WRK-AULASFN.
           MOVE FC-QTD-PRESENCAS TO WRK-PRESENCASFN.
           MOVE 'ATESTAMOS, PARA OS DEVIDOS FINS, QUE' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING AL-NOME DELIMITED BY '  '
                  ', MATRICULA ' AL-MATRICULA ','
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING 'DO CURSO ' AL-CURSO DELIMITED BY '  '
                  ', TEM NO TERMO ' WRK-TERMO
                  ' FREQUENCIA DE ' WRK-FREQFN '%'
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING '(' WRK-PRESENCASFN ' PRESENCAS EM ' WRK-AULASFN
                  ' AULAS APURADAS).'
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
       3300-EXIT.
           EXIT.

       3400-TEXTO-EM-CURSO.
           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE' TO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING AL-NOME DELIMITED BY '  '
                  ', MATRICULA ' AL-MATRICULA ','
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           MOVE SPACES TO DD-LINHA.
           STRING 'E ALUNO(A) REGULAR DO CURSO ' AL-CURSO
               DELIMITED BY '  '
                  ', CURSANDO O TERMO ' WRK-TERMO '.'
               DELIMITED BY SIZE INTO DD-LINHA.
           WRITE DD-LINHA.
           IF WRK-TERMO-INICIO > ZEROS
               MOVE WRK-TERMO-INICIO TO WRK-DATA-FORMATAR
               PERFORM 8100-FORMATAR-DATA
               MOVE SPACES TO DD-LINHA
               STRING 'O TERMO TEVE INICIO EM ' WRK-DATA-EXTENSO
                   DELIMITED BY SIZE INTO DD-LINHA
               WRITE DD-LINHA
               MOVE WRK-TERMO-FIM TO WRK-DATA-FORMATAR
               PERFORM 8100-FORMATAR-DATA
               MOVE SPACES TO DD-LINHA
               STRING 'E TEM TERMINO PREVISTO PARA ' WRK-DATA-EXTENSO
                      '.'
                   DELIMITED BY SIZE INTO DD-LINHA
               WRITE DD-LINHA
           END-IF.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 3900-GRAVAR-CONTROLE - REGRAVA O DOCCTL A CADA EMISSAO, PARA *
      *                        O NUMERO NAO SE REPETIR SE A SESSAO   *
      *                        CAIR.                                 *
      ****************************************************************
       3900-GRAVAR-CONTROLE.
           MOVE WRK-PROXIMO TO DQ-PROXIMO-NUMERO.
           OPEN OUTPUT DOCUMENTO-CONTROLE.
           WRITE DQ-PROXIMO-NUMERO.
           CLOSE DOCUMENTO-CONTROLE.
       3900-EXIT.
           EXIT.

      ****************************************************************
      * 8000-CALCULAR-CODIGO - CODIGO DE VERIFICACAO DE 10 DIGITOS A *
      *                        PARTIR DE WRK-CALC-NUMERO, -TIPO,     *
      *                        -MATRICULA E -DATA. CADA CARACTERE DA *
      *                        MATRICULA PESA PELA POSICAO.          *
      ****************************************************************
       8000-CALCULAR-CODIGO.
           MOVE ZEROS TO WRK-SOMA-MATRICULA.
           PERFORM 8010-PESAR-CARACTER
               VARYING WRK-POS FROM 1 BY 1
               UNTIL WRK-POS > 8.
           MOVE WRK-CALC-TIPO TO WRK-CARACTER.
           PERFORM 8020-POSICAO-CARACTER.
           COMPUTE WRK-CODIGO = FUNCTION MOD (
                     WRK-CALC-NUMERO * 7919
                   + WRK-CALC-DATA * 104729
                   + WRK-SOMA-MATRICULA * 1299709
                   + WRK-POSICAO-CAR * 15485863
                   + 2718281, 9999999967).
       8000-EXIT.
           EXIT.

       8010-PESAR-CARACTER.
           MOVE WRK-CALC-MATRICULA (WRK-POS:1) TO WRK-CARACTER.
           PERFORM 8020-POSICAO-CARACTER.
           COMPUTE WRK-SOMA-MATRICULA = WRK-SOMA-MATRICULA
               + (WRK-POSICAO-CAR + 1) * (WRK-POS + 2).
       8010-EXIT.
           EXIT.

       8020-POSICAO-CARACTER.
           MOVE ZEROS TO WRK-POSICAO-CAR.
           INSPECT WRK-ALFABETO TALLYING WRK-POSICAO-CAR
               FOR CHARACTERS BEFORE INITIAL WRK-CARACTER.
       8020-EXIT.
           EXIT.

      ****************************************************************
      * 8100-FORMATAR-DATA - WRK-DATA-FORMATAR (AAAAMMDD) PARA       *
      *                      DD/MM/AAAA EM WRK-DATA-EXTENSO.         *
      ****************************************************************
       8100-FORMATAR-DATA.
           MOVE SPACES TO WRK-DATA-EXTENSO.
           STRING WRK-DATA-FORMATAR (7:2) '/'
                  WRK-DATA-FORMATAR (5:2) '/'
                  WRK-DATA-FORMATAR (1:4)
               DELIMITED BY SIZE INTO WRK-DATA-EXTENSO.
       8100-EXIT.
           EXIT.

       9000-FECHAR-ARQUIVOS.
           IF ALUNMST-ABERTO
               CLOSE ALUNO-MASTER
           END-IF.
           IF TERMMST-ABERTO
               CLOSE TERMO-MASTER
           END-IF.
           IF FREQCALC-ABERTO
               CLOSE FREQ-CALC
           END-IF.
           CLOSE DECLARACAO-DOC.
       9000-EXIT.
           EXIT.
