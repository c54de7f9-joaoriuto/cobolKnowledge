       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTABMNT.
      ***************************************
      * AREA DE COMENTARIOS -> REMARKS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: MANUTENCAO DAS TABELAS COMERCIAIS PELO PERFIL COM
      *           (OU OPS): VENDEDOR-MASTER, PRODUTO-MASTER, COMMIS-
      *           SION-RATE, META-VENDEDOR, TAX-RATE E HIERARQUIA-
      *           COMERCIAL, QUE ATE AQUI ERAM EDITADOS COMO ARQUIVO
      *           TEXTO. INCLUI, ALTERA E INATIVA (VENDEDOR/PRODUTO
      *           FICAM COM SITUACAO 'I'; NOS OUTROS, QUE NAO TEM
      *           SITUACAO, A LINHA SAI DO ARQUIVO) E LISTA.
      *           O ARQUIVO ESCOLHIDO E CARREGADO EM TABELA E
      *           REGRAVADO INTEIRO A CADA MANUTENCAO CONFIRMADA, NA
      *           ORDEM DA CHAVE. CONFERE AS REFERENCIAS: LOJA NO
      *           FILMST, VENDEDOR DA TAXA NO VENDMST, VENDEDOR DA META
      *           ATIVO, PAI DA HIERARQUIA JA EXISTENTE (PAI NOVO SO
      *           COM CONFIRMACAO). TODA GRAVACAO MOSTRA O ANTES E O
      *           DEPOIS E PEDE CONFIRMACAO (TAXA QUE MAIS QUE DOBRA
      *           OU CAI A MENOS DA METADE GANHA AVISO), E VAI PARA A
      *           TABELA-AUDIT COM O OPERADOR. RECEBE O OPERADOR DO
      *           SIGN-ON DO PROGMENU POR LINKAGE; SOZINHO, PEDE ID E
      *           SENHA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  PROGRAMA INICIAL.
      ***************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT PRODUTO-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT COMMISSION-RATE ASSIGN TO "COMRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT META-VENDEDOR ASSIGN TO "METAVND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT TAX-RATE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT HIERARQUIA ASSIGN TO "HIERARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.

           SELECT FILIAL-MASTER ASSIGN TO "FILMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FL-CODIGO
               FILE STATUS IS WRK-FS-FILMST.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WRK-FS-OPERMST.

           SELECT TABELA-AUDIT ASSIGN TO "TABAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TABAUD.

           SELECT ERROR-LOG ASSIGN TO "ERROR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDOR-MASTER.
       01  VM-LINHA        PICTURE X(51).

       FD  PRODUTO-MASTER.
       01  PM-LINHA        PICTURE X(40).

       FD  COMMISSION-RATE.
       01  CR-LINHA        PICTURE X(09).

       FD  META-VENDEDOR.
       01  MV-LINHA        PICTURE X(23).

       FD  TAX-RATE.
       01  TR-LINHA        PICTURE X(06).

       FD  HIERARQUIA.
       01  HR-LINHA        PICTURE X(14).

       FD  FILIAL-MASTER.
           COPY FILMST.

       FD  OPERADOR-MASTER.
           COPY OPERMST.

       FD  TABELA-AUDIT.
           COPY TABAUD.

       FD  ERROR-LOG.
           COPY ERRLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ARQUIVO   PICTURE X(02) VALUE ZEROS.
           88 FS-ARQUIVO-OK          VALUE '00'.
           88 FS-ARQUIVO-NAO-EXISTE  VALUE '35'.
       77 WRK-FS-FILMST    PICTURE X(02) VALUE ZEROS.
           88 FS-FILMST-OK           VALUE '00'.
       77 WRK-FS-OPERMST   PICTURE X(02) VALUE ZEROS.
           88 FS-OPERMST-OK          VALUE '00'.
       77 WRK-FS-TABAUD    PICTURE X(02) VALUE ZEROS.
       77 WRK-FS-ERRLOG    PICTURE X(02) VALUE ZEROS.
       77 WRK-OPERADOR-ID  PICTURE X(08) VALUE SPACES.
       77  WRK-PTR-OPERADOR    USAGE POINTER VALUE NULL.
       77 WRK-VEIO-DO-MENU PICTURE X(01) VALUE 'N'.
           88 VEIO-DO-MENU           VALUE 'S'.
       77 WRK-ACESSO       PICTURE X(01) VALUE 'N'.
           88 ACESSO-LIBERADO        VALUE 'S'.
       77 WRK-SENHA-DIGITADA PICTURE X(08) VALUE SPACES.
       77 WRK-HASH-DIGITADO  PICTURE X(20) VALUE SPACES.
       77 WRK-FILMST-ABERTO PICTURE X(01) VALUE 'N'.
           88 FILMST-ABERTO          VALUE 'S'.
       77 WRK-ARQUIVO      PICTURE 9(01) VALUE ZEROS.
           88 ARQ-VENDEDOR           VALUE 1.
           88 ARQ-PRODUTO            VALUE 2.
           88 ARQ-COMISSAO           VALUE 3.
           88 ARQ-META               VALUE 4.
           88 ARQ-ALIQUOTA           VALUE 5.
           88 ARQ-HIERARQUIA         VALUE 6.
           88 ARQ-VALIDO             VALUE 1 THRU 6.
           88 ARQ-ENCERRAR           VALUE 9.
       77 WRK-NOME-ARQUIVO PICTURE X(08) VALUE SPACES.
       77 WRK-TAM-CHAVE    PICTURE 9(02) COMP VALUE ZEROS.
       77 WRK-OPCAO        PICTURE 9(01) VALUE ZEROS.
           88 OPCAO-INCLUIR          VALUE 1.
           88 OPCAO-ALTERAR          VALUE 2.
           88 OPCAO-INATIVAR         VALUE 3.
           88 OPCAO-LISTAR           VALUE 4.
           88 OPCAO-VOLTAR           VALUE 9.
       77 WRK-FIM-SESSAO   PICTURE X(01) VALUE 'N'.
           88 FIM-SESSAO             VALUE 'S'.
       77 WRK-FIM-MANUTENCAO PICTURE X(01) VALUE 'N'.
           88 FIM-MANUTENCAO         VALUE 'S'.
       77 WRK-FIM-LEITURA  PICTURE X(01) VALUE 'N'.
           88 FIM-LEITURA            VALUE 'S'.
       77 WRK-CARGA-OK     PICTURE X(01) VALUE 'N'.
           88 CARGA-OK               VALUE 'S'.
       77 WRK-ESTOURO      PICTURE X(01) VALUE 'N'.
           88 TABELA-ESTOURADA       VALUE 'S'.
       77 WRK-REGISTRO-OK  PICTURE X(01) VALUE 'N'.
           88 REGISTRO-LOCALIZADO    VALUE 'S'.
       77 WRK-DADOS-OK     PICTURE X(01) VALUE 'N'.
           88 DADOS-ACEITOS          VALUE 'S'.
       77 WRK-LOJA-OK      PICTURE X(01) VALUE 'N'.
           88 LOJA-CADASTRADA        VALUE 'S'.
       77 WRK-PAI-OK       PICTURE X(01) VALUE 'N'.
           88 PAI-CADASTRADO         VALUE 'S'.
       77 WRK-CONFIRMA     PICTURE X(01) VALUE 'N'.
           88 CONFIRMADO             VALUES 'S' 's'.
       77 WRK-CHAVE        PICTURE X(11) VALUE SPACES.
       77 WRK-REGISTRO     PICTURE X(60) VALUE SPACES.
       77 WRK-IMAGEM-ANTES  PICTURE X(60) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PICTURE X(60) VALUE SPACES.
       77 WRK-TIPO-ALTERACAO PICTURE X(10) VALUE SPACES.
       77 WRK-LOJA         PICTURE X(03) VALUE SPACES.
       77 WRK-COD-VENDEDOR PICTURE X(05) VALUE SPACES.
       77 WRK-TAXA-DIGITADA  PICTURE 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-MAXIMA    PICTURE 9(02)V99 VALUE 30,00.
       77 WRK-TAXA-LIDA      PICTURE 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-ANTERIOR  PICTURE 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-NOVA      PICTURE 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-EDITADA   PICTURE Z9,99 VALUE ZEROS.
       77 WRK-VALOR-DIGITADO PICTURE 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO  PICTURE Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PICTURE 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADOS   PICTURE 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE    PICTURE 9(08) VALUE ZEROS.

       01 WRK-ANO-MES      PICTURE 9(06) VALUE ZEROS.
       01 WRK-ANO-MES-PARTES REDEFINES WRK-ANO-MES.
           05 WRK-ANO      PICTURE 9(04).
           05 WRK-MES      PICTURE 9(02).

      * ESTADOS ACEITOS NA TAX-RATE.
       01 WRK-TAB-UF-VALORES.
           05 FILLER       PICTURE X(54) VALUE
              'ACALAPAMBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01 WRK-TAB-UF REDEFINES WRK-TAB-UF-VALORES.
           05 WRK-UF       PICTURE X(02) OCCURS 27 TIMES
                           INDEXED BY WRK-UF-IDX.

      * ARQUIVO EM MANUTENCAO, UMA LINHA POR OCORRENCIA NA ORDEM DA
      * CHAVE; LINHA EXCLUIDA FICA MARCADA E NAO E REGRAVADA.
       77 WRK-MAX-REGISTROS  PICTURE 9(04) COMP VALUE 2000.
       77 WRK-QTD-REGISTROS  PICTURE 9(04) COMP VALUE ZEROS.
       77 WRK-IDX            PICTURE 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-ACHADO     PICTURE 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-DESTINO    PICTURE 9(04) COMP VALUE ZEROS.
       01 WRK-TAB-REGISTROS.
           05 WRK-TAB-ITEM OCCURS 2000 TIMES.
               10 WRK-TAB-REG      PICTURE X(60).
               10 WRK-TAB-EXCLUIDO PICTURE X(01).
                   88 TAB-EXCLUIDO       VALUE 'S'.

      * VENDEDORES DO VENDMST, PARA CONFERIR TAXA, META E HIERARQUIA.
       77 WRK-QTD-VENDEDORES PICTURE 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-VEN        PICTURE 9(04) COMP VALUE ZEROS.
       77 WRK-VEN-OK         PICTURE X(01) VALUE 'N'.
           88 VENDEDOR-LOCALIZADO    VALUE 'S'.
       77 WRK-VEN-SITUACAO-ACHADA PICTURE X(01) VALUE SPACES.
           88 VENDEDOR-ACHADO-ATIVO  VALUE 'A'.
       01 WRK-TAB-VENDEDORES.
           05 WRK-VEN-ITEM OCCURS 500 TIMES.
               10 WRK-VEN-CODIGO   PICTURE X(05).
               10 WRK-VEN-SITUACAO PICTURE X(01).

      * LAYOUTS DOS SEIS ARQUIVOS, MONTADOS E DESMONTADOS A PARTIR DA
      * LINHA DA TABELA.
           COPY VENDMST.
           COPY PRODMST.
           COPY COMRATE.
           COPY METAVND.
           COPY TAXRATE.
           COPY HIERARQ.

       LINKAGE SECTION.
       01  LNK-OPERADOR-ID     PIC X(08).

       PROCEDURE DIVISION USING LNK-OPERADOR-ID.
       MAIN-PROCEDURE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFICAR-OPERADOR.
           PERFORM 0200-CONFERIR-PERFIL THRU 0200-EXIT.
           IF ACESSO-LIBERADO
               OPEN INPUT FILIAL-MASTER
               IF FS-FILMST-OK
                   SET FILMST-ABERTO TO TRUE
               ELSE
                   DISPLAY 'FILIAL-MASTER INDISPONIVEL - FS: '
                           WRK-FS-FILMST ' - LOJA NAO SERA ACEITA'
               END-IF
               PERFORM 1000-ESCOLHER-ARQUIVO UNTIL FIM-SESSAO
               IF FILMST-ABERTO
                   CLOSE FILIAL-MASTER
               END-IF
           ELSE
               DISPLAY 'OPERADOR SEM PERFIL COMERCIAL (COM) - '
                       'MANUTENCAO NAO LIBERADA'
           END-IF.
           PERFORM 9700-IMPRIMIR-TOTAIS-CONTROLE.
           GOBACK.

      *****************************************************************
      * 1000-ESCOLHER-ARQUIVO
      * ACEITA O ARQUIVO A MANTER, CARREGA E ABRE A MANUTENCAO DELE.
      *****************************************************************
       1000-ESCOLHER-ARQUIVO.
           DISPLAY '1-VENDEDOR 2-PRODUTO 3-COMISSAO 4-META 5-ALIQUOTA'.
           DISPLAY '6-HIERARQUIA 9-ENCERRAR ARQUIVO: '
               WITH NO ADVANCING.
           ACCEPT WRK-ARQUIVO FROM CONSOLE.
           EVALUATE TRUE
               WHEN ARQ-ENCERRAR
                   SET FIM-SESSAO TO TRUE
               WHEN ARQ-VALIDO
                   PERFORM 1100-PREPARAR-ARQUIVO THRU 1100-EXIT
                   IF CARGA-OK
                       MOVE 'N' TO WRK-FIM-MANUTENCAO
                       PERFORM 2000-MANTER-ARQUIVO
                           UNTIL FIM-MANUTENCAO
                   END-IF
               WHEN OTHER
                   DISPLAY 'ARQUIVO INVALIDO'
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-PREPARAR-ARQUIVO
      * NOME E TAMANHO DA CHAVE DO ARQUIVO ESCOLHIDO (A CHAVE FICA
      * SEMPRE NO INICIO DA LINHA), CARGA DA TABELA E, PARA TAXA, META
      * E HIERARQUIA, CARGA DOS VENDEDORES DO VENDMST.
      *****************************************************************
       1100-PREPARAR-ARQUIVO.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR
                   MOVE 'VENDMST' TO WRK-NOME-ARQUIVO
                   MOVE 5         TO WRK-TAM-CHAVE
               WHEN ARQ-PRODUTO
                   MOVE 'PRODMST' TO WRK-NOME-ARQUIVO
                   MOVE 6         TO WRK-TAM-CHAVE
               WHEN ARQ-COMISSAO
                   MOVE 'COMRATE' TO WRK-NOME-ARQUIVO
                   MOVE 5         TO WRK-TAM-CHAVE
               WHEN ARQ-META
                   MOVE 'METAVND' TO WRK-NOME-ARQUIVO
                   MOVE 11        TO WRK-TAM-CHAVE
               WHEN ARQ-ALIQUOTA
                   MOVE 'TAXRATE' TO WRK-NOME-ARQUIVO
                   MOVE 2         TO WRK-TAM-CHAVE
               WHEN ARQ-HIERARQUIA
                   MOVE 'HIERARQ' TO WRK-NOME-ARQUIVO
                   MOVE 6         TO WRK-TAM-CHAVE
           END-EVALUATE.
           PERFORM 1200-CARREGAR-TABELA THRU 1200-EXIT.
           IF NOT CARGA-OK
               GO TO 1100-EXIT
           END-IF.
           IF ARQ-COMISSAO OR ARQ-META OR ARQ-HIERARQUIA
               PERFORM 1400-CARREGAR-VENDEDORES THRU 1400-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-CARREGAR-TABELA
      * LE O ARQUIVO INTEIRO PARA A TABELA. ARQUIVO QUE AINDA NAO
      * EXISTE COMECA VAZIO; ARQUIVO MAIOR QUE A TABELA NAO E MANTIDO
      * AQUI (SERIA REGRAVADO PELA METADE).
      *****************************************************************
       1200-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE 'N'   TO WRK-CARGA-OK
                         WRK-FIM-LEITURA
                         WRK-ESTOURO.
           PERFORM 1210-ABRIR-ENTRADA.
           IF FS-ARQUIVO-NAO-EXISTE
               DISPLAY WRK-NOME-ARQUIVO ' AINDA NAO EXISTE - '
                       'COMECA VAZIO'
               SET CARGA-OK TO TRUE
               GO TO 1200-EXIT
           END-IF.
           IF NOT FS-ARQUIVO-OK
               DISPLAY WRK-NOME-ARQUIVO ' INDISPONIVEL - FS: '
                       WRK-FS-ARQUIVO
               MOVE WRK-NOME-ARQUIVO TO EL-ARQUIVO
               MOVE 'OPEN'           TO EL-OPERACAO
               MOVE WRK-FS-ARQUIVO   TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1220-LER-REGISTRO.
           PERFORM 1230-GUARDAR-REGISTRO THRU 1230-EXIT
               UNTIL FIM-LEITURA.
           PERFORM 1240-FECHAR-ARQUIVO.
           IF TABELA-ESTOURADA
               DISPLAY WRK-NOME-ARQUIVO ' COM MAIS DE '
                       WRK-MAX-REGISTROS ' LINHAS - MANUTENCAO NAO '
                       'LIBERADA'
               GO TO 1200-EXIT
           END-IF.
           DISPLAY WRK-NOME-ARQUIVO ' CARREGADO: '
                   WRK-QTD-REGISTROS ' LINHAS'.
           SET CARGA-OK TO TRUE.
       1200-EXIT.
           EXIT.

       1210-ABRIR-ENTRADA.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR   OPEN INPUT VENDEDOR-MASTER
               WHEN ARQ-PRODUTO    OPEN INPUT PRODUTO-MASTER
               WHEN ARQ-COMISSAO   OPEN INPUT COMMISSION-RATE
               WHEN ARQ-META       OPEN INPUT META-VENDEDOR
               WHEN ARQ-ALIQUOTA   OPEN INPUT TAX-RATE
               WHEN ARQ-HIERARQUIA OPEN INPUT HIERARQUIA
           END-EVALUATE.
       1210-EXIT.
           EXIT.

       1220-LER-REGISTRO.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR
                   READ VENDEDOR-MASTER INTO WRK-REGISTRO
                       AT END SET FIM-LEITURA TO TRUE
                   END-READ
               WHEN ARQ-PRODUTO
                   READ PRODUTO-MASTER INTO WRK-REGISTRO
                       AT END SET FIM-LEITURA TO TRUE
                   END-READ
               WHEN ARQ-COMISSAO
                   READ COMMISSION-RATE INTO WRK-REGISTRO
                       AT END SET FIM-LEITURA TO TRUE
                   END-READ
               WHEN ARQ-META
                   READ META-VENDEDOR INTO WRK-REGISTRO
                       AT END SET FIM-LEITURA TO TRUE
                   END-READ
               WHEN ARQ-ALIQUOTA
                   READ TAX-RATE INTO WRK-REGISTRO
                       AT END SET FIM-LEITURA TO TRUE
                   END-READ
               WHEN ARQ-HIERARQUIA
                   READ HIERARQUIA INTO WRK-REGISTRO
                       AT END SET FIM-LEITURA TO TRUE
                   END-READ
           END-EVALUATE.
       1220-EXIT.
           EXIT.

       1230-GUARDAR-REGISTRO.
           IF WRK-QTD-REGISTROS NOT < WRK-MAX-REGISTROS
               SET TABELA-ESTOURADA TO TRUE
               SET FIM-LEITURA      TO TRUE
               GO TO 1230-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-REGISTROS.
           MOVE WRK-REGISTRO TO WRK-TAB-REG (WRK-QTD-REGISTROS).
           MOVE 'N'          TO WRK-TAB-EXCLUIDO (WRK-QTD-REGISTROS).
           PERFORM 1220-LER-REGISTRO.
       1230-EXIT.
           EXIT.

       1240-FECHAR-ARQUIVO.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR   CLOSE VENDEDOR-MASTER
               WHEN ARQ-PRODUTO    CLOSE PRODUTO-MASTER
               WHEN ARQ-COMISSAO   CLOSE COMMISSION-RATE
               WHEN ARQ-META       CLOSE META-VENDEDOR
               WHEN ARQ-ALIQUOTA   CLOSE TAX-RATE
               WHEN ARQ-HIERARQUIA CLOSE HIERARQUIA
           END-EVALUATE.
       1240-EXIT.
           EXIT.

      *****************************************************************
      * 1400-CARREGAR-VENDEDORES
      * CODIGO E SITUACAO DE CADA VENDEDOR DO VENDMST. SEM O VENDMST,
      * NENHUM VENDEDOR E ACEITO NA TAXA, NA META OU NA HIERARQUIA.
      *****************************************************************
       1400-CARREGAR-VENDEDORES.
           MOVE ZEROS TO WRK-QTD-VENDEDORES.
           MOVE 'N'   TO WRK-FIM-LEITURA.
           OPEN INPUT VENDEDOR-MASTER.
           IF NOT FS-ARQUIVO-OK
               DISPLAY 'VENDMST INDISPONIVEL - FS: ' WRK-FS-ARQUIVO
                       ' - VENDEDOR NAO SERA ACEITO'
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LER-VENDEDOR.
           PERFORM 1420-GUARDAR-VENDEDOR UNTIL FIM-LEITURA.
           CLOSE VENDEDOR-MASTER.
       1400-EXIT.
           EXIT.

       1410-LER-VENDEDOR.
           READ VENDEDOR-MASTER INTO VD-REGISTRO
               AT END SET FIM-LEITURA TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.

       1420-GUARDAR-VENDEDOR.
           IF WRK-QTD-VENDEDORES < 500
               ADD 1 TO WRK-QTD-VENDEDORES
               MOVE VD-CODIGO   TO WRK-VEN-CODIGO (WRK-QTD-VENDEDORES)
               MOVE VD-SITUACAO TO WRK-VEN-SITUACAO
                                   (WRK-QTD-VENDEDORES)
           END-IF.
           PERFORM 1410-LER-VENDEDOR.
       1420-EXIT.
           EXIT.

      *****************************************************************
      * 2000-MANTER-ARQUIVO
      * ACEITA UMA OPCAO DE MANUTENCAO E A APLICA NO ARQUIVO ESCOLHIDO.
      *****************************************************************
       2000-MANTER-ARQUIVO.
           DISPLAY WRK-NOME-ARQUIVO ': 1-INCLUIR 2-ALTERAR '
                   '3-INATIVAR/EXCLUIR 4-LISTAR'.
           DISPLAY '9-VOLTAR OPCAO: ' WITH NO ADVANCING.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN OPCAO-INCLUIR
                   PERFORM 2100-INCLUIR-REGISTRO
               THRU 2100-EXIT
               WHEN OPCAO-ALTERAR
                   PERFORM 2200-ALTERAR-REGISTRO
               THRU 2200-EXIT
               WHEN OPCAO-INATIVAR
                   PERFORM 2300-INATIVAR-REGISTRO
               THRU 2300-EXIT
               WHEN OPCAO-LISTAR
                   PERFORM 2800-LISTAR-REGISTROS
               WHEN OPCAO-VOLTAR
                   SET FIM-MANUTENCAO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-INCLUIR-REGISTRO
      * CHAVE NOVA, DADOS CONFERIDOS, CONFIRMACAO E LINHA INSERIDA NA
      * ORDEM DA CHAVE.
      *****************************************************************
       2100-INCLUIR-REGISTRO.
           PERFORM 3000-ACEITAR-CHAVE THRU 3000-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 4000-LOCALIZAR-CHAVE.
           IF REGISTRO-LOCALIZADO
               DISPLAY 'CHAVE JA CADASTRADA NO ' WRK-NOME-ARQUIVO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           IF WRK-QTD-REGISTROS NOT < WRK-MAX-REGISTROS
               DISPLAY WRK-NOME-ARQUIVO ' CHEIO - INCLUSAO RECUSADA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           PERFORM 3100-ACEITAR-DADOS THRU 3100-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 3900-MONTAR-REGISTRO.
           PERFORM 2600-CONFIRMAR-GRAVACAO THRU 2600-EXIT.
           IF NOT CONFIRMADO
               DISPLAY 'INCLUSAO CANCELADA'
               GO TO 2100-EXIT
           END-IF.
           PERFORM 4100-INSERIR-REGISTRO THRU 4100-EXIT.
           MOVE 'INCLUSAO' TO WRK-TIPO-ALTERACAO.
           PERFORM 2650-REGRAVAR-ARQUIVO THRU 2650-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ALTERAR-REGISTRO
      * MOSTRA A LINHA ATUAL E PEDE DE NOVO TODOS OS DADOS (A CHAVE NAO
      * MUDA; CHAVE ERRADA SE EXCLUI E INCLUI DE NOVO).
      *****************************************************************
       2200-ALTERAR-REGISTRO.
           PERFORM 2500-LOCALIZAR-REGISTRO THRU 2500-EXIT.
           IF NOT REGISTRO-LOCALIZADO
               GO TO 2200-EXIT
           END-IF.
           PERFORM 3100-ACEITAR-DADOS THRU 3100-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2200-EXIT
           END-IF.
           PERFORM 3900-MONTAR-REGISTRO.
           IF WRK-REGISTRO = WRK-IMAGEM-ANTES
               DISPLAY 'NENHUM DADO ALTERADO'
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2600-CONFIRMAR-GRAVACAO THRU 2600-EXIT.
           IF NOT CONFIRMADO
               DISPLAY 'ALTERACAO CANCELADA'
               GO TO 2200-EXIT
           END-IF.
           MOVE WRK-REGISTRO TO WRK-TAB-REG (WRK-IDX-ACHADO).
           MOVE 'ALTERACAO'  TO WRK-TIPO-ALTERACAO.
           PERFORM 2650-REGRAVAR-ARQUIVO THRU 2650-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-INATIVAR-REGISTRO
      * VENDEDOR E PRODUTO FICAM COM SITUACAO 'I' (VOLTAM A 'A' PELA
      * ALTERACAO). TAXA, META, ALIQUOTA E HIERARQUIA NAO TEM SITUACAO:
      * A LINHA SAI DO ARQUIVO E FICA SO NA IMAGEM ANTES DA AUDITORIA.
      * A TAXA PADRAO ('*****') NAO SAI - SO SE ALTERA.
      *****************************************************************
       2300-INATIVAR-REGISTRO.
           PERFORM 2500-LOCALIZAR-REGISTRO THRU 2500-EXIT.
           IF NOT REGISTRO-LOCALIZADO
               GO TO 2300-EXIT
           END-IF.
           IF ARQ-VENDEDOR
               IF VENDEDOR-INATIVO
                   DISPLAY 'VENDEDOR JA INATIVO'
                   ADD 1 TO WRK-QTD-REJEITADOS
                   GO TO 2300-EXIT
               END-IF
               MOVE 'I' TO VD-SITUACAO
           END-IF.
           IF ARQ-PRODUTO
               IF PRODUTO-INATIVO
                   DISPLAY 'PRODUTO JA INATIVO'
                   ADD 1 TO WRK-QTD-REJEITADOS
                   GO TO 2300-EXIT
               END-IF
               MOVE 'I' TO PD-SITUACAO
           END-IF.
           IF ARQ-COMISSAO AND CM-COD-VENDEDOR = '*****'
               DISPLAY 'TAXA PADRAO NAO PODE SER EXCLUIDA - ALTERE '
                       'A TAXA'
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2300-EXIT
           END-IF.
           IF ARQ-VENDEDOR OR ARQ-PRODUTO
               PERFORM 3900-MONTAR-REGISTRO
               MOVE 'INATIVACAO' TO WRK-TIPO-ALTERACAO
           ELSE
               MOVE SPACES       TO WRK-REGISTRO
               MOVE 'EXCLUSAO'   TO WRK-TIPO-ALTERACAO
           END-IF.
           PERFORM 2600-CONFIRMAR-GRAVACAO THRU 2600-EXIT.
           IF NOT CONFIRMADO
               DISPLAY 'INATIVACAO CANCELADA'
               GO TO 2300-EXIT
           END-IF.
           IF ARQ-VENDEDOR OR ARQ-PRODUTO
               MOVE WRK-REGISTRO TO WRK-TAB-REG (WRK-IDX-ACHADO)
           ELSE
               MOVE 'S' TO WRK-TAB-EXCLUIDO (WRK-IDX-ACHADO)
           END-IF.
           PERFORM 2650-REGRAVAR-ARQUIVO THRU 2650-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2500-LOCALIZAR-REGISTRO
      * ACEITA A CHAVE E TRAZ A LINHA ATUAL PARA O LAYOUT DO ARQUIVO,
      * GUARDANDO A IMAGEM ANTES.
      *****************************************************************
       2500-LOCALIZAR-REGISTRO.
           MOVE 'N' TO WRK-REGISTRO-OK.
           PERFORM 3000-ACEITAR-CHAVE THRU 3000-EXIT.
           IF NOT DADOS-ACEITOS
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2500-EXIT
           END-IF.
           PERFORM 4000-LOCALIZAR-CHAVE.
           IF NOT REGISTRO-LOCALIZADO
               DISPLAY 'CHAVE NAO CADASTRADA NO ' WRK-NOME-ARQUIVO
               ADD 1 TO WRK-QTD-REJEITADOS
               GO TO 2500-EXIT
           END-IF.
           MOVE WRK-TAB-REG (WRK-IDX-ACHADO) TO WRK-REGISTRO
                                                WRK-IMAGEM-ANTES.
           PERFORM 3800-DESMONTAR-REGISTRO.
           PERFORM 3700-MOSTRAR-REGISTRO.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2600-CONFIRMAR-GRAVACAO
      * MOSTRA O ANTES E O DEPOIS JA MONTADO EM WRK-REGISTRO E PEDE
      * CONFIRMACAO. TAXA DE COMISSAO OU ALIQUOTA QUE MAIS QUE DOBRA
      * OU CAI A MENOS DA METADE GANHA UM AVISO ANTES DA PERGUNTA.
      *****************************************************************
       2600-CONFIRMAR-GRAVACAO.
           MOVE 'N'          TO WRK-CONFIRMA.
           MOVE WRK-REGISTRO TO WRK-IMAGEM-DEPOIS.
           MOVE ZEROS        TO WRK-TAXA-ANTERIOR
                                WRK-TAXA-NOVA.
           IF WRK-IMAGEM-ANTES NOT = SPACES
               MOVE WRK-IMAGEM-ANTES TO WRK-REGISTRO
               PERFORM 3800-DESMONTAR-REGISTRO
               PERFORM 3850-PEGAR-TAXA
               MOVE WRK-TAXA-LIDA TO WRK-TAXA-ANTERIOR
               DISPLAY 'ANTES:'
               PERFORM 3700-MOSTRAR-REGISTRO
           END-IF.
           MOVE WRK-IMAGEM-DEPOIS TO WRK-REGISTRO.
           IF WRK-REGISTRO = SPACES
               DISPLAY 'DEPOIS: LINHA EXCLUIDA DO ' WRK-NOME-ARQUIVO
           ELSE
               PERFORM 3800-DESMONTAR-REGISTRO
               PERFORM 3850-PEGAR-TAXA
               MOVE WRK-TAXA-LIDA TO WRK-TAXA-NOVA
               DISPLAY 'DEPOIS:'
               PERFORM 3700-MOSTRAR-REGISTRO
           END-IF.
           IF (ARQ-COMISSAO OR ARQ-ALIQUOTA)
              AND WRK-TAXA-ANTERIOR > ZEROS
              AND WRK-TAXA-NOVA > ZEROS
               IF WRK-TAXA-NOVA > WRK-TAXA-ANTERIOR * 2
                  OR WRK-TAXA-NOVA * 2 < WRK-TAXA-ANTERIOR
                   DISPLAY '*** ATENCAO: A TAXA MUDA MAIS DO QUE '
                           'O DOBRO OU A METADE - CONFIRA ***'
               END-IF
           END-IF.
           DISPLAY 'CONFIRMA A GRAVACAO (S/N): ' WITH NO ADVANCING.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2650-REGRAVAR-ARQUIVO
      * REGRAVA O ARQUIVO INTEIRO A PARTIR DA TABELA (SEM AS LINHAS
      * EXCLUIDAS) E ACRESCENTA A IMAGEM ANTES/DEPOIS NA TABELA-AUDIT.
      * SE O ARQUIVO NAO ABRE, A TABELA JA NAO BATE COM ELE: A
      * MANUTENCAO DO ARQUIVO E ENCERRADA (RECARREGA NA PROXIMA VEZ).
      *****************************************************************
       2650-REGRAVAR-ARQUIVO.
           PERFORM 2660-ABRIR-SAIDA.
           IF NOT FS-ARQUIVO-OK
               DISPLAY 'ERRO AO REGRAVAR ' WRK-NOME-ARQUIVO ' - FS: '
                       WRK-FS-ARQUIVO ' - ALTERACAO NAO GRAVADA'
               MOVE WRK-NOME-ARQUIVO TO EL-ARQUIVO
               MOVE 'OPEN'           TO EL-OPERACAO
               MOVE WRK-FS-ARQUIVO   TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               ADD 1 TO WRK-QTD-REJEITADOS
               SET FIM-MANUTENCAO TO TRUE
               GO TO 2650-EXIT
           END-IF.
           PERFORM 2670-GRAVAR-LINHA
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-REGISTROS.
           PERFORM 1240-FECHAR-ARQUIVO.
           ADD 1 TO WRK-QTD-GRAVADOS.
           PERFORM 2700-GRAVAR-AUDITORIA.
           DISPLAY 'ALTERACAO GRAVADA: ' WRK-TIPO-ALTERACAO.
       2650-EXIT.
           EXIT.

       2660-ABRIR-SAIDA.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR   OPEN OUTPUT VENDEDOR-MASTER
               WHEN ARQ-PRODUTO    OPEN OUTPUT PRODUTO-MASTER
               WHEN ARQ-COMISSAO   OPEN OUTPUT COMMISSION-RATE
               WHEN ARQ-META       OPEN OUTPUT META-VENDEDOR
               WHEN ARQ-ALIQUOTA   OPEN OUTPUT TAX-RATE
               WHEN ARQ-HIERARQUIA OPEN OUTPUT HIERARQUIA
           END-EVALUATE.
       2660-EXIT.
           EXIT.

       2670-GRAVAR-LINHA.
           EVALUATE TRUE
               WHEN TAB-EXCLUIDO (WRK-IDX)
                   CONTINUE
               WHEN ARQ-VENDEDOR
                   WRITE VM-LINHA FROM WRK-TAB-REG (WRK-IDX)
               WHEN ARQ-PRODUTO
                   WRITE PM-LINHA FROM WRK-TAB-REG (WRK-IDX)
               WHEN ARQ-COMISSAO
                   WRITE CR-LINHA FROM WRK-TAB-REG (WRK-IDX)
               WHEN ARQ-META
                   WRITE MV-LINHA FROM WRK-TAB-REG (WRK-IDX)
               WHEN ARQ-ALIQUOTA
                   WRITE TR-LINHA FROM WRK-TAB-REG (WRK-IDX)
               WHEN ARQ-HIERARQUIA
                   WRITE HR-LINHA FROM WRK-TAB-REG (WRK-IDX)
           END-EVALUATE.
       2670-EXIT.
           EXIT.

      *****************************************************************
      * 2700-GRAVAR-AUDITORIA
      * GRAVA A LINHA DE AUDITORIA DA MANUTENCAO (QUEM, QUANDO, EM QUE
      * ARQUIVO, O QUE MUDOU), COM AS IMAGENS ANTES E DEPOIS DA LINHA.
      *****************************************************************
       2700-GRAVAR-AUDITORIA.
           OPEN EXTEND TABELA-AUDIT.
           ACCEPT TA-DATA FROM DATE YYYYMMDD.
           ACCEPT TA-HORA FROM TIME.
           MOVE WRK-OPERADOR-ID    TO TA-OPERADOR.
           MOVE WRK-NOME-ARQUIVO   TO TA-ARQUIVO.
           MOVE WRK-TIPO-ALTERACAO TO TA-TIPO.
           MOVE WRK-IMAGEM-ANTES   TO TA-IMAGEM-ANTES.
           MOVE WRK-IMAGEM-DEPOIS  TO TA-IMAGEM-DEPOIS.
           WRITE TA-REGISTRO.
           CLOSE TABELA-AUDIT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2800-LISTAR-REGISTROS
      * MOSTRA O ARQUIVO INTEIRO NA ORDEM DA TABELA.
      *****************************************************************
       2800-LISTAR-REGISTROS.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           PERFORM 2810-LISTAR-UM
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-REGISTROS.
           DISPLAY 'LINHAS NO ' WRK-NOME-ARQUIVO ': ' WRK-QTD-LISTADOS.
       2800-EXIT.
           EXIT.

       2810-LISTAR-UM.
           IF NOT TAB-EXCLUIDO (WRK-IDX)
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE WRK-TAB-REG (WRK-IDX) TO WRK-REGISTRO
               PERFORM 3800-DESMONTAR-REGISTRO
               PERFORM 3700-MOSTRAR-REGISTRO
           END-IF.
       2810-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ACEITAR-CHAVE
      * CAMPOS DA CHAVE NO LAYOUT DO ARQUIVO (O RESTO EM BRANCO OU
      * ZERO) E A CHAVE MONTADA EM WRK-CHAVE.
      *****************************************************************
       3000-ACEITAR-CHAVE.
           MOVE 'N' TO WRK-DADOS-OK.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR
                   MOVE SPACES TO VD-REGISTRO
                   DISPLAY 'CODIGO DO VENDEDOR: ' WITH NO ADVANCING
                   ACCEPT VD-CODIGO FROM CONSOLE
                   IF VD-CODIGO = SPACES
                       DISPLAY 'CODIGO OBRIGATORIO'
                       GO TO 3000-EXIT
                   END-IF
               WHEN ARQ-PRODUTO
                   MOVE SPACES TO PD-REGISTRO
                   DISPLAY 'CODIGO DO PRODUTO: ' WITH NO ADVANCING
                   ACCEPT PD-CODIGO FROM CONSOLE
                   IF PD-CODIGO = SPACES
                       DISPLAY 'CODIGO OBRIGATORIO'
                       GO TO 3000-EXIT
                   END-IF
               WHEN ARQ-COMISSAO
                   MOVE SPACES TO CM-COD-VENDEDOR
                   MOVE ZEROS  TO CM-TAXA-PCT
                   DISPLAY 'VENDEDOR (***** = TAXA PADRAO): '
                       WITH NO ADVANCING
                   ACCEPT CM-COD-VENDEDOR FROM CONSOLE
                   IF CM-COD-VENDEDOR = SPACES
                       DISPLAY 'VENDEDOR OBRIGATORIO'
                       GO TO 3000-EXIT
                   END-IF
               WHEN ARQ-META
                   MOVE SPACES TO MT-COD-VENDEDOR
                   MOVE ZEROS  TO MT-ANO-MES
                                  MT-VALOR-META
                   DISPLAY 'VENDEDOR: ' WITH NO ADVANCING
                   ACCEPT MT-COD-VENDEDOR FROM CONSOLE
                   IF MT-COD-VENDEDOR = SPACES
                       DISPLAY 'VENDEDOR OBRIGATORIO'
                       GO TO 3000-EXIT
                   END-IF
                   DISPLAY 'ANO-MES (AAAAMM): ' WITH NO ADVANCING
                   ACCEPT WRK-ANO-MES FROM CONSOLE
                   IF WRK-ANO < 2000 OR WRK-MES < 1 OR WRK-MES > 12
                       DISPLAY 'ANO-MES INVALIDO'
                       GO TO 3000-EXIT
                   END-IF
                   MOVE WRK-ANO-MES TO MT-ANO-MES
               WHEN ARQ-ALIQUOTA
                   MOVE SPACES TO TX-ESTADO
                   MOVE ZEROS  TO TX-ALIQUOTA
                   DISPLAY 'ESTADO (UF): ' WITH NO ADVANCING
                   ACCEPT TX-ESTADO FROM CONSOLE
                   SET WRK-UF-IDX TO 1
                   SEARCH WRK-UF
                       AT END
                           DISPLAY 'UF INVALIDA'
                           GO TO 3000-EXIT
                       WHEN WRK-UF (WRK-UF-IDX) = TX-ESTADO
                           CONTINUE
                   END-SEARCH
               WHEN ARQ-HIERARQUIA
                   MOVE SPACES TO HQ-REGISTRO
                   DISPLAY 'TIPO (L = LOJA/REGIAO, V = VENDEDOR/'
                           'SUPERVISOR): ' WITH NO ADVANCING
                   ACCEPT HQ-TIPO FROM CONSOLE
                   IF NOT HQ-LOJA-REGIAO AND NOT HQ-VENDEDOR-SUPERV
                       DISPLAY 'TIPO INVALIDO'
                       GO TO 3000-EXIT
                   END-IF
                   IF HQ-LOJA-REGIAO
                       DISPLAY 'LOJA: ' WITH NO ADVANCING
                   ELSE
                       DISPLAY 'VENDEDOR: ' WITH NO ADVANCING
                   END-IF
                   ACCEPT HQ-CHAVE FROM CONSOLE
                   IF HQ-CHAVE = SPACES
                       DISPLAY 'CHAVE OBRIGATORIA'
                       GO TO 3000-EXIT
                   END-IF
           END-EVALUATE.
           PERFORM 3900-MONTAR-REGISTRO.
           MOVE WRK-REGISTRO TO WRK-CHAVE.
           MOVE 'S' TO WRK-DADOS-OK.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-ACEITAR-DADOS
      * DADOS (FORA DA CHAVE) DO ARQUIVO ESCOLHIDO, COM AS CONFERENCIAS
      * DE CADA UM.
      *****************************************************************
       3100-ACEITAR-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR
                   PERFORM 3110-DADOS-VENDEDOR THRU 3110-EXIT
               WHEN ARQ-PRODUTO
                   PERFORM 3120-DADOS-PRODUTO THRU 3120-EXIT
               WHEN ARQ-COMISSAO
                   PERFORM 3130-DADOS-COMISSAO THRU 3130-EXIT
               WHEN ARQ-META
                   PERFORM 3140-DADOS-META THRU 3140-EXIT
               WHEN ARQ-ALIQUOTA
                   PERFORM 3150-DADOS-ALIQUOTA THRU 3150-EXIT
               WHEN ARQ-HIERARQUIA
                   PERFORM 3160-DADOS-HIERARQUIA THRU 3160-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3110-DADOS-VENDEDOR
      * NOME, LOJA (ABERTA NO FILMST), PERFIL DE DESCONTO, MATRICULA
      * NA FOLHA (PODE FICAR EM BRANCO) E SITUACAO.
      *****************************************************************
       3110-DADOS-VENDEDOR.
           DISPLAY 'NOME: ' WITH NO ADVANCING.
           ACCEPT VD-NOME FROM CONSOLE.
           IF VD-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
               GO TO 3110-EXIT
           END-IF.
           DISPLAY 'LOJA: ' WITH NO ADVANCING.
           ACCEPT VD-LOJA FROM CONSOLE.
           MOVE VD-LOJA TO WRK-LOJA.
           PERFORM 3500-CONFERIR-LOJA THRU 3500-EXIT.
           IF NOT LOJA-CADASTRADA
               GO TO 3110-EXIT
           END-IF.
           DISPLAY 'PERFIL DE DESCONTO: ' WITH NO ADVANCING.
           ACCEPT VD-PERFIL FROM CONSOLE.
           IF VD-PERFIL = SPACES
               DISPLAY 'PERFIL OBRIGATORIO'
               GO TO 3110-EXIT
           END-IF.
           DISPLAY 'MATRICULA NA FOLHA: ' WITH NO ADVANCING.
           ACCEPT VD-ID-FOLHA FROM CONSOLE.
           DISPLAY 'SITUACAO (A/I): ' WITH NO ADVANCING.
           ACCEPT VD-SITUACAO FROM CONSOLE.
           IF NOT VENDEDOR-ATIVO AND NOT VENDEDOR-INATIVO
               DISPLAY 'SITUACAO INVALIDA'
               GO TO 3110-EXIT
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.
       3110-EXIT.
           EXIT.

       3120-DADOS-PRODUTO.
           DISPLAY 'DESCRICAO: ' WITH NO ADVANCING.
           ACCEPT PD-DESCRICAO FROM CONSOLE.
           IF PD-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA'
               GO TO 3120-EXIT
           END-IF.
           DISPLAY 'CATEGORIA: ' WITH NO ADVANCING.
           ACCEPT PD-CATEGORIA FROM CONSOLE.
           IF PD-CATEGORIA = SPACES
               DISPLAY 'CATEGORIA OBRIGATORIA'
               GO TO 3120-EXIT
           END-IF.
           DISPLAY 'SITUACAO (A/I): ' WITH NO ADVANCING.
           ACCEPT PD-SITUACAO FROM CONSOLE.
           IF NOT PRODUTO-ATIVO AND NOT PRODUTO-INATIVO
               DISPLAY 'SITUACAO INVALIDA'
               GO TO 3120-EXIT
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.
       3120-EXIT.
           EXIT.

      *****************************************************************
      * 3130-DADOS-COMISSAO
      * O VENDEDOR PRECISA EXISTIR NO VENDMST (MENOS NA TAXA PADRAO) E
      * A TAXA FICA ENTRE 0,01 E WRK-TAXA-MAXIMA POR CENTO.
      *****************************************************************
       3130-DADOS-COMISSAO.
           IF CM-COD-VENDEDOR NOT = '*****'
               MOVE CM-COD-VENDEDOR TO WRK-COD-VENDEDOR
               PERFORM 3600-LOCALIZAR-VENDEDOR
               IF NOT VENDEDOR-LOCALIZADO
                   DISPLAY 'VENDEDOR NAO CADASTRADO NO VENDMST'
                   GO TO 3130-EXIT
               END-IF
           END-IF.
           DISPLAY 'TAXA DE COMISSAO (%): ' WITH NO ADVANCING.
           ACCEPT WRK-TAXA-DIGITADA FROM CONSOLE.
           IF WRK-TAXA-DIGITADA = ZEROS
              OR WRK-TAXA-DIGITADA > WRK-TAXA-MAXIMA
               MOVE WRK-TAXA-MAXIMA TO WRK-TAXA-EDITADA
               DISPLAY 'TAXA FORA DO LIMITE (0,01 A '
                       WRK-TAXA-EDITADA ')'
               GO TO 3130-EXIT
           END-IF.
           MOVE WRK-TAXA-DIGITADA TO CM-TAXA-PCT.
           MOVE 'S' TO WRK-DADOS-OK.
       3130-EXIT.
           EXIT.

      *****************************************************************
      * 3140-DADOS-META
      * SO VENDEDOR ATIVO NO VENDMST RECEBE META, E A META NAO E ZERO.
      *****************************************************************
       3140-DADOS-META.
           MOVE MT-COD-VENDEDOR TO WRK-COD-VENDEDOR.
           PERFORM 3600-LOCALIZAR-VENDEDOR.
           IF NOT VENDEDOR-LOCALIZADO
               DISPLAY 'VENDEDOR NAO CADASTRADO NO VENDMST'
               GO TO 3140-EXIT
           END-IF.
           IF NOT VENDEDOR-ACHADO-ATIVO
               DISPLAY 'VENDEDOR INATIVO - META RECUSADA'
               GO TO 3140-EXIT
           END-IF.
           DISPLAY 'VALOR DA META: ' WITH NO ADVANCING.
           ACCEPT WRK-VALOR-DIGITADO FROM CONSOLE.
           IF WRK-VALOR-DIGITADO = ZEROS
               DISPLAY 'META ZERO - RECUSADA'
               GO TO 3140-EXIT
           END-IF.
           MOVE WRK-VALOR-DIGITADO TO MT-VALOR-META.
           MOVE 'S' TO WRK-DADOS-OK.
       3140-EXIT.
           EXIT.

       3150-DADOS-ALIQUOTA.
           DISPLAY 'ALIQUOTA (%): ' WITH NO ADVANCING.
           ACCEPT WRK-TAXA-DIGITADA FROM CONSOLE.
           IF WRK-TAXA-DIGITADA = ZEROS
              OR WRK-TAXA-DIGITADA > WRK-TAXA-MAXIMA
               MOVE WRK-TAXA-MAXIMA TO WRK-TAXA-EDITADA
               DISPLAY 'ALIQUOTA FORA DO LIMITE (0,01 A '
                       WRK-TAXA-EDITADA ')'
               GO TO 3150-EXIT
           END-IF.
           MOVE WRK-TAXA-DIGITADA TO TX-ALIQUOTA.
           MOVE 'S' TO WRK-DADOS-OK.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * 3160-DADOS-HIERARQUIA
      * LINHA 'L': A LOJA PRECISA ESTAR ABERTA NO FILMST. LINHA 'V': O
      * VENDEDOR PRECISA EXISTIR NO VENDMST E NAO PODE SER O PROPRIO
      * SUPERVISOR. O PAI (REGIAO OU SUPERVISOR) PRECISA JA EXISTIR NA
      * HIERARQUIA - PAI DE OUTRA LINHA DO MESMO TIPO OU, NO
      * SUPERVISOR, VENDEDOR ATIVO NO VENDMST; PAI NOVO (REGIAO OU
      * SUPERVISOR QUE AINDA NAO TEM NINGUEM) SO ENTRA CONFIRMADO.
      *****************************************************************
       3160-DADOS-HIERARQUIA.
           IF HQ-LOJA-REGIAO
               IF HQ-CHAVE (4:2) NOT = SPACES
                   DISPLAY 'LOJA TEM 3 POSICOES'
                   GO TO 3160-EXIT
               END-IF
               MOVE HQ-CHAVE (1:3) TO WRK-LOJA
               PERFORM 3500-CONFERIR-LOJA THRU 3500-EXIT
               IF NOT LOJA-CADASTRADA
                   GO TO 3160-EXIT
               END-IF
               DISPLAY 'REGIAO: ' WITH NO ADVANCING
           ELSE
               MOVE HQ-CHAVE TO WRK-COD-VENDEDOR
               PERFORM 3600-LOCALIZAR-VENDEDOR
               IF NOT VENDEDOR-LOCALIZADO
                   DISPLAY 'VENDEDOR NAO CADASTRADO NO VENDMST'
                   GO TO 3160-EXIT
               END-IF
               DISPLAY 'SUPERVISOR: ' WITH NO ADVANCING
           END-IF.
           ACCEPT HQ-PAI FROM CONSOLE.
           IF HQ-PAI = SPACES
               DISPLAY 'PAI OBRIGATORIO'
               GO TO 3160-EXIT
           END-IF.
           IF HQ-VENDEDOR-SUPERV AND HQ-PAI = HQ-CHAVE
               DISPLAY 'VENDEDOR NAO PODE SER O PROPRIO SUPERVISOR'
               GO TO 3160-EXIT
           END-IF.
           PERFORM 3650-CONFERIR-PAI.
           IF NOT PAI-CADASTRADO AND HQ-VENDEDOR-SUPERV
              AND HQ-PAI (6:3) = SPACES
               MOVE HQ-PAI (1:5) TO WRK-COD-VENDEDOR
               PERFORM 3600-LOCALIZAR-VENDEDOR
               IF VENDEDOR-LOCALIZADO AND VENDEDOR-ACHADO-ATIVO
                   SET PAI-CADASTRADO TO TRUE
               END-IF
           END-IF.
           IF NOT PAI-CADASTRADO
               DISPLAY HQ-PAI ' AINDA NAO EXISTE NA HIERARQUIA - '
                       'CRIAR PAI NOVO (S/N): ' WITH NO ADVANCING
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF NOT CONFIRMADO
                   DISPLAY 'PAI NAO CONFIRMADO'
                   GO TO 3160-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.
       3160-EXIT.
           EXIT.

      *****************************************************************
      * 3500-CONFERIR-LOJA
      * A LOJA DE WRK-LOJA PRECISA ESTAR CADASTRADA E ABERTA NO FILMST.
      *****************************************************************
       3500-CONFERIR-LOJA.
           MOVE 'N' TO WRK-LOJA-OK.
           IF NOT FILMST-ABERTO
               DISPLAY 'FILMST INDISPONIVEL - LOJA NAO CONFERIDA'
               GO TO 3500-EXIT
           END-IF.
           MOVE WRK-LOJA TO FL-CODIGO.
           READ FILIAL-MASTER
               INVALID KEY
                   DISPLAY 'LOJA NAO CADASTRADA NO FILMST'
               NOT INVALID KEY
                   IF FL-FECHADA
                       DISPLAY 'LOJA FECHADA EM ' FL-DATA-FECHAMENTO
                   ELSE
                       SET LOJA-CADASTRADA TO TRUE
                   END-IF
           END-READ.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 3600-LOCALIZAR-VENDEDOR
      * PROCURA WRK-COD-VENDEDOR NOS VENDEDORES CARREGADOS DO VENDMST.
      *****************************************************************
       3600-LOCALIZAR-VENDEDOR.
           MOVE 'N'    TO WRK-VEN-OK.
           MOVE SPACES TO WRK-VEN-SITUACAO-ACHADA.
           PERFORM 3610-COMPARAR-VENDEDOR
               VARYING WRK-IDX-VEN FROM 1 BY 1
                 UNTIL WRK-IDX-VEN > WRK-QTD-VENDEDORES
                    OR VENDEDOR-LOCALIZADO.
       3600-EXIT.
           EXIT.

       3610-COMPARAR-VENDEDOR.
           IF WRK-VEN-CODIGO (WRK-IDX-VEN) = WRK-COD-VENDEDOR
               SET VENDEDOR-LOCALIZADO TO TRUE
               MOVE WRK-VEN-SITUACAO (WRK-IDX-VEN)
                 TO WRK-VEN-SITUACAO-ACHADA
           END-IF.
       3610-EXIT.
           EXIT.

      *****************************************************************
      * 3650-CONFERIR-PAI
      * HQ-PAI JA E PAI DE ALGUMA LINHA DO MESMO TIPO NA TABELA? NA
      * ALTERACAO A LINHA CONTINUA COM O PAI ANTIGO, ENTAO MANTER O
      * MESMO PAI NAO PEDE CONFIRMACAO.
      *****************************************************************
       3650-CONFERIR-PAI.
           MOVE 'N' TO WRK-PAI-OK.
           PERFORM 3660-COMPARAR-PAI
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-REGISTROS
                    OR PAI-CADASTRADO.
       3650-EXIT.
           EXIT.

       3660-COMPARAR-PAI.
           IF NOT TAB-EXCLUIDO (WRK-IDX)
              AND WRK-TAB-REG (WRK-IDX) (1:1) = HQ-TIPO
              AND WRK-TAB-REG (WRK-IDX) (7:8) = HQ-PAI
               SET PAI-CADASTRADO TO TRUE
           END-IF.
       3660-EXIT.
           EXIT.

      *****************************************************************
      * 3700-MOSTRAR-REGISTRO
      * MOSTRA A LINHA QUE ESTA NO LAYOUT DO ARQUIVO ESCOLHIDO.
      *****************************************************************
       3700-MOSTRAR-REGISTRO.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR
                   DISPLAY 'VENDEDOR ' VD-CODIGO ' ' VD-NOME
                           ' LOJA ' VD-LOJA
                   DISPLAY '   PERFIL ' VD-PERFIL
                           ' FOLHA ' VD-ID-FOLHA
                           ' SITUACAO ' VD-SITUACAO
               WHEN ARQ-PRODUTO
                   DISPLAY 'PRODUTO ' PD-CODIGO ' ' PD-DESCRICAO
                           ' CATEGORIA ' PD-CATEGORIA
                           ' SITUACAO ' PD-SITUACAO
               WHEN ARQ-COMISSAO
                   MOVE CM-TAXA-PCT TO WRK-TAXA-EDITADA
                   DISPLAY 'VENDEDOR ' CM-COD-VENDEDOR
                           ' TAXA ' WRK-TAXA-EDITADA '%'
               WHEN ARQ-META
                   MOVE MT-VALOR-META TO WRK-VALOR-EDITADO
                   DISPLAY 'VENDEDOR ' MT-COD-VENDEDOR
                           ' ANO-MES ' MT-ANO-MES
                           ' META ' WRK-VALOR-EDITADO
               WHEN ARQ-ALIQUOTA
                   MOVE TX-ALIQUOTA TO WRK-TAXA-EDITADA
                   DISPLAY 'UF ' TX-ESTADO
                           ' ALIQUOTA ' WRK-TAXA-EDITADA '%'
               WHEN ARQ-HIERARQUIA
                   IF HQ-LOJA-REGIAO
                       DISPLAY 'LOJA ' HQ-CHAVE ' -> REGIAO ' HQ-PAI
                   ELSE
                       DISPLAY 'VENDEDOR ' HQ-CHAVE
                               ' -> SUPERVISOR ' HQ-PAI
                   END-IF
           END-EVALUATE.
       3700-EXIT.
           EXIT.

       3800-DESMONTAR-REGISTRO.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR   MOVE WRK-REGISTRO TO VD-REGISTRO
               WHEN ARQ-PRODUTO    MOVE WRK-REGISTRO TO PD-REGISTRO
               WHEN ARQ-COMISSAO   MOVE WRK-REGISTRO TO CM-REGISTRO
               WHEN ARQ-META       MOVE WRK-REGISTRO TO MT-REGISTRO
               WHEN ARQ-ALIQUOTA   MOVE WRK-REGISTRO TO TX-REGISTRO
               WHEN ARQ-HIERARQUIA MOVE WRK-REGISTRO TO HQ-REGISTRO
           END-EVALUATE.
       3800-EXIT.
           EXIT.

       3850-PEGAR-TAXA.
           MOVE ZEROS TO WRK-TAXA-LIDA.
           IF ARQ-COMISSAO
               MOVE CM-TAXA-PCT TO WRK-TAXA-LIDA
           END-IF.
           IF ARQ-ALIQUOTA
               MOVE TX-ALIQUOTA TO WRK-TAXA-LIDA
           END-IF.
       3850-EXIT.
           EXIT.

       3900-MONTAR-REGISTRO.
           MOVE SPACES TO WRK-REGISTRO.
           EVALUATE TRUE
               WHEN ARQ-VENDEDOR   MOVE VD-REGISTRO TO WRK-REGISTRO
               WHEN ARQ-PRODUTO    MOVE PD-REGISTRO TO WRK-REGISTRO
               WHEN ARQ-COMISSAO   MOVE CM-REGISTRO TO WRK-REGISTRO
               WHEN ARQ-META       MOVE MT-REGISTRO TO WRK-REGISTRO
               WHEN ARQ-ALIQUOTA   MOVE TX-REGISTRO TO WRK-REGISTRO
               WHEN ARQ-HIERARQUIA MOVE HQ-REGISTRO TO WRK-REGISTRO
           END-EVALUATE.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LOCALIZAR-CHAVE
      * PROCURA WRK-CHAVE (NO TAMANHO DA CHAVE DO ARQUIVO) NAS LINHAS
      * NAO EXCLUIDAS DA TABELA; DEVOLVE A POSICAO EM WRK-IDX-ACHADO.
      *****************************************************************
       4000-LOCALIZAR-CHAVE.
           MOVE 'N'   TO WRK-REGISTRO-OK.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM 4010-COMPARAR-CHAVE
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-REGISTROS
                    OR REGISTRO-LOCALIZADO.
       4000-EXIT.
           EXIT.

       4010-COMPARAR-CHAVE.
           IF NOT TAB-EXCLUIDO (WRK-IDX)
              AND WRK-TAB-REG (WRK-IDX) (1:WRK-TAM-CHAVE)
                = WRK-CHAVE (1:WRK-TAM-CHAVE)
               SET REGISTRO-LOCALIZADO TO TRUE
               MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       4010-EXIT.
           EXIT.

      *****************************************************************
      * 4100-INSERIR-REGISTRO
      * ABRE ESPACO NA PRIMEIRA POSICAO COM CHAVE MAIOR QUE A NOVA
      * (OU NO FIM) E GUARDA WRK-REGISTRO ALI, MANTENDO A ORDEM.
      *****************************************************************
       4100-INSERIR-REGISTRO.
           COMPUTE WRK-IDX-DESTINO = WRK-QTD-REGISTROS + 1.
           PERFORM 4110-ACHAR-POSICAO
               VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-REGISTROS
                    OR WRK-IDX-DESTINO NOT > WRK-QTD-REGISTROS.
           PERFORM 4120-DESLOCAR-LINHA
               VARYING WRK-IDX FROM WRK-QTD-REGISTROS BY -1
                 UNTIL WRK-IDX < WRK-IDX-DESTINO.
           ADD 1 TO WRK-QTD-REGISTROS.
           MOVE WRK-REGISTRO TO WRK-TAB-REG (WRK-IDX-DESTINO).
           MOVE 'N'          TO WRK-TAB-EXCLUIDO (WRK-IDX-DESTINO).
       4100-EXIT.
           EXIT.

       4110-ACHAR-POSICAO.
           IF WRK-TAB-REG (WRK-IDX) (1:WRK-TAM-CHAVE)
              > WRK-CHAVE (1:WRK-TAM-CHAVE)
               MOVE WRK-IDX TO WRK-IDX-DESTINO
           END-IF.
       4110-EXIT.
           EXIT.

       4120-DESLOCAR-LINHA.
           MOVE WRK-TAB-ITEM (WRK-IDX) TO WRK-TAB-ITEM (WRK-IDX + 1).
       4120-EXIT.
           EXIT.

      *****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
      *****************************************************************
       9700-IMPRIMIR-TOTAIS-CONTROLE.
           DISPLAY '========= TOTAIS DE CONTROLE ========='.
           DISPLAY 'ALTERACOES GRAVADAS:  ' WRK-QTD-GRAVADOS.
           DISPLAY 'ALTERACOES RECUSADAS: ' WRK-QTD-REJEITADOS.
       9700-EXIT.
           EXIT.

      *****************************************************************
      * 9900-GRAVAR-ERRO
      * GRAVA UMA LINHA NO ERROR-LOG COM O PROGRAMA, O ARQUIVO, A
      * OPERACAO E O FILE STATUS QUE VIERAM RUINS.
      *****************************************************************
       9900-GRAVAR-ERRO.
           MOVE 'PROGTABMNT' TO EL-PROGRAMA.
           ACCEPT EL-DATA FROM DATE YYYYMMDD.
           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
      * O OPERADOR VEM DO SIGN-ON DO PROGMENU; SOZINHO, O PROGRAMA
      * PEDE ID E SENHA (CONFERIDOS NO 0200 CONTRA O MESTRE).
      *****************************************************************
       0100-IDENTIFICAR-OPERADOR.
           SET WRK-PTR-OPERADOR TO ADDRESS OF LNK-OPERADOR-ID.
           IF WRK-PTR-OPERADOR NOT = NULL
               IF LNK-OPERADOR-ID NOT = SPACES
                  AND LNK-OPERADOR-ID NOT = LOW-VALUES
                   MOVE LNK-OPERADOR-ID TO WRK-OPERADOR-ID
                   SET VEIO-DO-MENU TO TRUE
               END-IF
           END-IF.
           IF NOT VEIO-DO-MENU
               PERFORM 0110-LER-OPERADOR
                   UNTIL WRK-OPERADOR-ID NOT = SPACES
               DISPLAY 'SENHA: ' WITH NO ADVANCING
               ACCEPT WRK-SENHA-DIGITADA FROM CONSOLE
               CALL 'PROGSENHA' USING WRK-OPERADOR-ID
                                      WRK-SENHA-DIGITADA
                                      WRK-HASH-DIGITADO
               MOVE SPACES TO WRK-SENHA-DIGITADA
           END-IF.
           DISPLAY 'OPERADOR: ' WRK-OPERADOR-ID.
       0100-EXIT.
           EXIT.

       0110-LER-OPERADOR.
           DISPLAY 'ID DO OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WRK-OPERADOR-ID FROM CONSOLE.
       0110-EXIT.
           EXIT.

      *****************************************************************
      * 0200-CONFERIR-PERFIL
      * SO OS PERFIS COM E OPS, LIBERADOS, MANTEM AS TABELAS - MESMO
      * VINDO DO MENU O PERFIL E CONFERIDO DE NOVO. SEM O MENU, A
      * SENHA TAMBEM E CONFERIDA E A TROCA PENDENTE PRECISA SER FEITA
      * ANTES NO SIGN-ON DO PROGMENU.
      *****************************************************************
       0200-CONFERIR-PERFIL.
           MOVE 'N' TO WRK-ACESSO.
           OPEN INPUT OPERADOR-MASTER.
           IF NOT FS-OPERMST-OK
               DISPLAY 'OPERADOR-MASTER INDISPONIVEL - FS: '
                       WRK-FS-OPERMST
               MOVE 'OPERMST' TO EL-ARQUIVO
               MOVE 'OPEN'    TO EL-OPERACAO
               MOVE WRK-FS-OPERMST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 0200-EXIT
           END-IF.
           MOVE WRK-OPERADOR-ID TO OP-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   CLOSE OPERADOR-MASTER
                   GO TO 0200-EXIT
           END-READ.
           IF (PERFIL-COMERCIAL OR PERFIL-OPERACAO)
              AND NOT OPERADOR-BLOQUEADO
               IF VEIO-DO-MENU
                   SET ACESSO-LIBERADO TO TRUE
               ELSE
                   IF OP-SENHA-HASH = WRK-HASH-DIGITADO
                      AND NOT OP-TROCA-OBRIGATORIA
                       SET ACESSO-LIBERADO TO TRUE
                   END-IF
               END-IF
           END-IF.
           CLOSE OPERADOR-MASTER.
       0200-EXIT.
           EXIT.
