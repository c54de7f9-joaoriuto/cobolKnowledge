      *           LINKAGE, COMO AS OPCOES 7 E 8.
      * HISTORICO DE ALTERACOES
      * 2026-09-02 JR  PROGRAMA INICIAL.
      * 2026-10-15 JR  MOSTRA SE O CLIENTE ESTA NEGATIVADO NO BIRO DE
      *                CREDITO (NEGREG, MANTIDO PELO PROGNEGAT).
      * 2026-10-15 JR  MOSTRA O SALDO DE PONTOS FIDELIDADE (PONTSALD,
      *                CALCULADO PELO PROGPONTOS) E O QUE VAI EXPIRAR.
      * 2026-10-15 JR  MOSTRA OS ALUNOS DE QUEM O CLIENTE E RESPONSAVEL
      *                FINANCEIRO (ALUNMST), AS MENSALIDADES EM ABERTO
      *                DE CADA UM (MENSAL) E A EXPOSICAO DA FAMILIA
      *                (VAREJO MAIS MENSALIDADES) CONTRA O LIMITE.
      * 2026-10-15 JR  PEDE O MOTIVO DA CONSULTA (E O OPERADOR, QUANDO
      *                RODA SEM O MENU) E GRAVA CADA CPF CONSULTADO NO
      *                LOG DE ACESSO LGPD (ACESLOG).
      ***************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VISITLOG.

           SELECT NEGATIVACAO-REGISTRO ASSIGN TO "NEGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NEGREG.

           SELECT PONTOS-SALDO ASSIGN TO "PONTSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTSALD.

           SELECT ALUNO-MASTER ASSIGN TO "ALUNMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNMST.

           SELECT MENSALIDADE ASSIGN TO "MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MENSAL.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

           SELECT LOG-ACESSO ASSIGN TO "ACESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO-CLIENTE.
       FD  VISITOR-LOG.
           COPY VISITLOG.

       FD  NEGATIVACAO-REGISTRO.
           COPY NEGREG.

       FD  PONTOS-SALDO.
           COPY PONTSALD.

       FD  ALUNO-MASTER.
           COPY ALUNMST.

       FD  MENSALIDADE.
           COPY MENSALID.

       FD  ERROR-LOG.
           COPY ERRLOG.

       FD  LOG-ACESSO.
           COPY ACESSO.

       WORKING-STORAGE SECTION.
       77 WRK-PTR-OPERADOR USAGE POINTER VALUE NULL.
       77 WRK-FS-CADCLI    PICTURE X(02) VALUE ZEROS.
           88 FS-PURHIST-OK          VALUE '00'.
       77 WRK-FS-VISITLOG  PICTURE X(02) VALUE ZEROS.
           88 FS-VISITLOG-OK         VALUE '00'.
       77 WRK-FS-NEGREG    PICTURE X(02) VALUE ZEROS.
           88 FS-NEGREG-OK           VALUE '00'.
       77 WRK-FS-PONTSALD  PICTURE X(02) VALUE ZEROS.
           88 FS-PONTSALD-OK         VALUE '00'.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-ACESLOG   PICTURE X(02) VALUE ZEROS.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77 WRK-MOTIVO       PICTURE X(03) VALUE SPACES.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
       77 WRK-FIM-VISITLOG PICTURE X(01) VALUE 'N'.
           88 FIM-VISITLOG           VALUE 'S'.
       77 WRK-FIM-NEGREG   PICTURE X(01) VALUE 'N'.
           88 FIM-NEGREG             VALUE 'S'.
       77 WRK-ACHOU-NEGREG PICTURE X(01) VALUE 'N'.
           88 ACHOU-NEGREG           VALUE 'S'.
       77 WRK-FIM-PONTSALD PICTURE X(01) VALUE 'N'.
           88 FIM-PONTSALD           VALUE 'S'.
       77 WRK-ACHOU-PONTOS PICTURE X(01) VALUE 'N'.
           88 ACHOU-PONTOS           VALUE 'S'.
       77 WRK-PURHIST-ABERTO PICTURE X(01) VALUE 'N'.
           88 PURHIST-ABERTO         VALUE 'S'.

       77 WRK-VALORFN      PICTURE ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-VISITAS  PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-CONSULTAS PICTURE 9(04) VALUE ZEROS.
       77 WRK-PONTOSFN     PICTURE -ZZ.ZZZ.ZZ9 VALUE ZEROS.
      * DEPENDENTES (ALUNOS COM O CLIENTE COMO RESPONSAVEL FINANCEIRO)
      * E AS MENSALIDADES EM ABERTO DE CADA UM.
       77 WRK-FS-ALUNMST   PICTURE X(02) VALUE ZEROS.
           88 FS-ALUNMST-OK          VALUE '00'.
       77 WRK-FS-MENSAL    PICTURE X(02) VALUE ZEROS.
           88 FS-MENSAL-OK           VALUE '00'.
       77 WRK-FIM-ALUNMST  PICTURE X(01) VALUE 'N'.
           88 FIM-ALUNMST            VALUE 'S'.
       77 WRK-FIM-MENSAL   PICTURE X(01) VALUE 'N'.
           88 FIM-MENSAL             VALUE 'S'.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.
       01 WRK-TAB-DEPENDENTE.
           05 WRK-TAB-DEP-ITEM OCCURS 20 TIMES.
               10 WRK-TAB-DEP-MATRICULA PICTURE X(08).
               10 WRK-TAB-DEP-NOME      PICTURE X(30).
               10 WRK-TAB-DEP-DEVIDO    PICTURE 9(10)V99.
               10 WRK-TAB-DEP-VENCIDO   PICTURE 9(10)V99.
       77 WRK-QTD-DEPENDENTES PICTURE 9(02) VALUE ZEROS.
       77 WRK-IDX-DEP      PICTURE 9(02) VALUE ZEROS.
       77 WRK-SALDO-MENSAL PICTURE 9(10)V99 COMP-3 VALUE ZEROS.
       77 WRK-DEVIDO-FAMILIA  PICTURE 9(12)V99 COMP-3 VALUE ZEROS.
       77 WRK-VENCIDO-FAMILIA PICTURE 9(12)V99 COMP-3 VALUE ZEROS.
       77 WRK-EXPOSICAO-FAMILIA PICTURE 9(12)V99 COMP-3 VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-OPERADOR-ID     PIC X(08).

       PROCEDURE DIVISION USING LNK-OPERADOR-ID.
       MAIN-PROCEDURE.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 0200-PEDIR-MOTIVO.
           PERFORM 1000-ABRIR-ARQUIVOS.
           PERFORM 2000-CONSULTAR-CLIENTE
               THRU 2000-EXIT UNTIL FIM-SESSAO.
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CONSULTAS.
           MOVE ZEROS TO WRK-EXPOSICAO.
           MOVE WRK-CPF TO CLI-CPF.
           READ CADASTRO-CLIENTE
               INVALID KEY
                   MOVE WRK-CPF TO WRK-CPF-MASK
                   DISPLAY 'CPF NAO CADASTRADO: ' WRK-CPF-MASK
               NOT INVALID KEY
                   PERFORM 8500-GRAVAR-ACESSO
                   PERFORM 2100-MOSTRAR-CADASTRO
                   PERFORM 2200-MOSTRAR-HISTORICO
               THRU 2200-EXIT
                   PERFORM 2300-MOSTRAR-VISITAS
                   PERFORM 2400-MOSTRAR-NEGATIVACAO
                   PERFORM 2500-MOSTRAR-PONTOS
                   PERFORM 2600-MOSTRAR-DEPENDENTES
               THRU 2600-EXIT
           END-READ.
       2000-EXIT.
           EXIT.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2400-MOSTRAR-NEGATIVACAO
      * SITUACAO DO CLIENTE NO BIRO DE CREDITO (NEGREG, LIDO DO INICIO
      * A CADA CONSULTA, COMO O VISITOR-LOG).
      *****************************************************************
       2400-MOSTRAR-NEGATIVACAO.
           MOVE 'N' TO WRK-FIM-NEGREG.
           MOVE 'N' TO WRK-ACHOU-NEGREG.
           OPEN INPUT NEGATIVACAO-REGISTRO.
           IF FS-NEGREG-OK
               READ NEGATIVACAO-REGISTRO
                   AT END SET FIM-NEGREG TO TRUE
               END-READ
               PERFORM 2410-CONFERIR-NEGATIVACAO UNTIL FIM-NEGREG
               CLOSE NEGATIVACAO-REGISTRO
           END-IF.
           IF NOT ACHOU-NEGREG
               DISPLAY 'BIRO DE CREDITO: NAO NEGATIVADO'
           END-IF.
       2400-EXIT.
           EXIT.

       2410-CONFERIR-NEGATIVACAO.
           IF NR-CPF = WRK-CPF
               SET ACHOU-NEGREG TO TRUE
               SET FIM-NEGREG TO TRUE
               IF CPF-NEGATIVADO
                   MOVE NR-VALOR TO WRK-VALORFN
                   DISPLAY '*** NEGATIVADO NO BIRO DE CREDITO DESDE '
                           NR-DATA-INCLUSAO
                   DISPLAY '    VALOR ' WRK-VALORFN
                           ' VENCIDO EM ' NR-DATA-VENCTO
               ELSE
                   DISPLAY 'BIRO DE CREDITO: NAO NEGATIVADO '
                           '(REMOVIDO EM ' NR-DATA-REMOCAO ')'
               END-IF
           ELSE
               READ NEGATIVACAO-REGISTRO
                   AT END SET FIM-NEGREG TO TRUE
               END-READ
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2500-MOSTRAR-PONTOS
      * SALDO DE PONTOS FIDELIDADE DO CLIENTE (PONTSALD, GRAVADO PELO
      * PROGPONTOS NA NOITE ANTERIOR E LIDO DO INICIO A CADA CONSULTA,
      * COMO O NEGREG) E OS PONTOS QUE EXPIRAM NOS PROXIMOS 30 DIAS.
      *****************************************************************
       2500-MOSTRAR-PONTOS.
           MOVE 'N' TO WRK-FIM-PONTSALD.
           MOVE 'N' TO WRK-ACHOU-PONTOS.
           OPEN INPUT PONTOS-SALDO.
           IF FS-PONTSALD-OK
               READ PONTOS-SALDO
                   AT END SET FIM-PONTSALD TO TRUE
               END-READ
               PERFORM 2510-CONFERIR-PONTOS UNTIL FIM-PONTSALD
               CLOSE PONTOS-SALDO
           END-IF.
           IF NOT ACHOU-PONTOS
               DISPLAY 'PONTOS FIDELIDADE: SEM SALDO'
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CONFERIR-PONTOS.
           IF PB-CPF = WRK-CPF
               SET ACHOU-PONTOS TO TRUE
               SET FIM-PONTSALD TO TRUE
               MOVE PB-SALDO TO WRK-PONTOSFN
               DISPLAY 'PONTOS FIDELIDADE: ' WRK-PONTOSFN
                       ' (CALCULADO EM ' PB-DATA-CALCULO ')'
               IF PB-A-EXPIRAR > ZEROS
                   MOVE PB-A-EXPIRAR TO WRK-PONTOSFN
                   DISPLAY '    ' WRK-PONTOSFN
                           ' PONTOS EXPIRAM ATE ' PB-DATA-A-EXPIRAR
               END-IF
           ELSE
               READ PONTOS-SALDO
                   AT END SET FIM-PONTSALD TO TRUE
               END-READ
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2600-MOSTRAR-DEPENDENTES
      * ALUNOS QUE TEM O CLIENTE COMO RESPONSAVEL FINANCEIRO (ALUNMST,
      * LIDO DO INICIO A CADA CONSULTA), AS MENSALIDADES EM ABERTO E
      * VENCIDAS DE CADA UM (MENSAL) E A EXPOSICAO DA FAMILIA - O
      * VAREJO DO 2200 MAIS AS MENSALIDADES - CONTRA O LIMITE.
      *****************************************************************
       2600-MOSTRAR-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           MOVE ZEROS TO WRK-DEVIDO-FAMILIA.
           MOVE ZEROS TO WRK-VENCIDO-FAMILIA.
           MOVE 'N'   TO WRK-FIM-ALUNMST.
           OPEN INPUT ALUNO-MASTER.
           IF NOT FS-ALUNMST-OK
               GO TO 2600-EXIT
           END-IF.
           READ ALUNO-MASTER
               AT END SET FIM-ALUNMST TO TRUE
           END-READ.
           PERFORM 2610-CONFERIR-DEPENDENTE UNTIL FIM-ALUNMST.
           CLOSE ALUNO-MASTER.
           IF WRK-QTD-DEPENDENTES = ZEROS
               GO TO 2600-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-FIM-MENSAL.
           OPEN INPUT MENSALIDADE.
           IF FS-MENSAL-OK
               READ MENSALIDADE
                   AT END SET FIM-MENSAL TO TRUE
               END-READ
               PERFORM 2620-SOMAR-MENSALIDADE UNTIL FIM-MENSAL
               CLOSE MENSALIDADE
           ELSE
               DISPLAY 'MENSALIDADES INDISPONIVEIS'
           END-IF.
           DISPLAY 'RESPONSAVEL FINANCEIRO POR ' WRK-QTD-DEPENDENTES
                   ' ALUNO(S):'.
           PERFORM 2640-MOSTRAR-DEPENDENTE
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-QTD-DEPENDENTES.
           MOVE WRK-DEVIDO-FAMILIA TO WRK-VALORFN.
           DISPLAY 'MENSALIDADES EM ABERTO: ' WRK-VALORFN.
           MOVE WRK-VENCIDO-FAMILIA TO WRK-VALORFN.
           DISPLAY 'MENSALIDADES VENCIDAS:  ' WRK-VALORFN.
           COMPUTE WRK-EXPOSICAO-FAMILIA =
               WRK-EXPOSICAO + WRK-DEVIDO-FAMILIA.
           MOVE WRK-EXPOSICAO-FAMILIA TO WRK-VALORFN.
           DISPLAY 'EXPOSICAO DA FAMILIA:   ' WRK-VALORFN.
           IF CLI-LIMITE-CREDITO > ZEROS
              AND WRK-EXPOSICAO-FAMILIA > CLI-LIMITE-CREDITO
               DISPLAY '*** EXPOSICAO DA FAMILIA ACIMA DO LIMITE DE '
                       'CREDITO'
           END-IF.
       2600-EXIT.
           EXIT.

       2610-CONFERIR-DEPENDENTE.
           IF AL-CPF-RESPONSAVEL = WRK-CPF
               IF WRK-QTD-DEPENDENTES < 20
                   ADD 1 TO WRK-QTD-DEPENDENTES
                   MOVE AL-MATRICULA
                       TO WRK-TAB-DEP-MATRICULA (WRK-QTD-DEPENDENTES)
                   MOVE AL-NOME
                       TO WRK-TAB-DEP-NOME (WRK-QTD-DEPENDENTES)
                   MOVE ZEROS
                       TO WRK-TAB-DEP-DEVIDO (WRK-QTD-DEPENDENTES)
                   MOVE ZEROS
                       TO WRK-TAB-DEP-VENCIDO (WRK-QTD-DEPENDENTES)
               ELSE
                   DISPLAY 'MAIS DE 20 DEPENDENTES - MATRICULA '
                           AL-MATRICULA ' FORA DA SOMA'
               END-IF
           END-IF.
           READ ALUNO-MASTER
               AT END SET FIM-ALUNMST TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.

       2620-SOMAR-MENSALIDADE.
           IF MENSALIDADE-ABERTA
               PERFORM 2630-SOMAR-NO-DEPENDENTE
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-QTD-DEPENDENTES
           END-IF.
           READ MENSALIDADE
               AT END SET FIM-MENSAL TO TRUE
           END-READ.
       2620-EXIT.
           EXIT.

       2630-SOMAR-NO-DEPENDENTE.
           IF MN-MATRICULA = WRK-TAB-DEP-MATRICULA (WRK-IDX-DEP)
               COMPUTE WRK-SALDO-MENSAL = MN-VALOR - MN-VALOR-PAGO
               ADD WRK-SALDO-MENSAL
                   TO WRK-TAB-DEP-DEVIDO (WRK-IDX-DEP)
               ADD WRK-SALDO-MENSAL TO WRK-DEVIDO-FAMILIA
               IF MN-DATA-VENCTO < WRK-DATA-HOJE
                   ADD WRK-SALDO-MENSAL
                       TO WRK-TAB-DEP-VENCIDO (WRK-IDX-DEP)
                   ADD WRK-SALDO-MENSAL TO WRK-VENCIDO-FAMILIA
               END-IF
           END-IF.
       2630-EXIT.
           EXIT.

       2640-MOSTRAR-DEPENDENTE.
           MOVE WRK-TAB-DEP-DEVIDO (WRK-IDX-DEP) TO WRK-VALORFN.
           DISPLAY '    ' WRK-TAB-DEP-MATRICULA (WRK-IDX-DEP)
                   ' ' WRK-TAB-DEP-NOME (WRK-IDX-DEP)
                   ' EM ABERTO ' WRK-VALORFN.
           IF WRK-TAB-DEP-VENCIDO (WRK-IDX-DEP) > ZEROS
               MOVE WRK-TAB-DEP-VENCIDO (WRK-IDX-DEP) TO WRK-VALORFN
               DISPLAY '    *** VENCIDO ' WRK-VALORFN
           END-IF.
       2640-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENCERRAR-ARQUIVOS
      *****************************************************************
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 8500-GRAVAR-ACESSO
      * ACRESCENTA NO LOG DE ACESSO LGPD QUEM CONSULTOU O CLIENTE,
      * QUANDO E POR QUE, ANTES DE OS DADOS IREM PARA A TELA.
      *****************************************************************
       8500-GRAVAR-ACESSO.
           MOVE WRK-OPERADOR-ID TO LA-OPERADOR.
           MOVE 'PROGCLI360'    TO LA-PROGRAMA.
           MOVE CLI-CPF         TO LA-CPF.
           ACCEPT LA-DATA FROM DATE YYYYMMDD.
           ACCEPT LA-HORA FROM TIME.
           MOVE WRK-MOTIVO      TO LA-MOTIVO.
           OPEN EXTEND LOG-ACESSO.
           WRITE LA-REGISTRO.
           CLOSE LOG-ACESSO.
       8500-EXIT.
           EXIT.

      *****************************************************************
      * 9900-GRAVAR-ERRO
      * GRAVA UMA LINHA NO ERROR-LOG COM O PROGRAMA, O ARQUIVO, A
           CLOSE ERROR-LOG.
       9900-EXIT.
           EXIT.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      * RECEBE O OPERADOR DO SIGN-ON DO PROGMENU; SEM O MENU, PEDE O
      * ID NO CONSOLE, PARA O LOG DE ACESSO TER RESPONSAVEL.
      *****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           SET WRK-PTR-OPERADOR TO ADDRESS OF LNK-OPERADOR-ID.
           IF WRK-PTR-OPERADOR NOT = NULL
               IF LNK-OPERADOR-ID NOT = SPACES
                  AND LNK-OPERADOR-ID NOT = LOW-VALUES
                   MOVE LNK-OPERADOR-ID TO WRK-OPERADOR-ID
               END-IF
           END-IF.
           PERFORM 0110-LER-OPERADOR UNTIL WRK-OPERADOR-ID NOT = SPACES.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID.
       0100-EXIT.
           EXIT.

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.

      *****************************************************************
      * 0200-PEDIR-MOTIVO
      * O MOTIVO DA CONSULTA VALE PARA TODOS OS CPF DA SESSAO E VAI
      * PARA O LOG DE ACESSO JUNTO COM CADA UM.
      *****************************************************************
       0200-PEDIR-MOTIVO.
           MOVE SPACES TO LA-MOTIVO.
           PERFORM 0210-LER-MOTIVO UNTIL LA-MOTIVO-VALIDO.
           MOVE LA-MOTIVO TO WRK-MOTIVO.
       0200-EXIT.
           EXIT.

       0210-LER-MOTIVO.
           DISPLAY 'MOTIVO: ATD-ATENDIMENTO CAD-CADASTRO COB-COBRANCA'.
           DISPLAY '        TIT-PEDIDO DO TITULAR AUD-AUDITORIA: '
               WITH NO ADVANCING.
           ACCEPT LA-MOTIVO FROM CONSOLE.
       0210-EXIT.
           EXIT.
