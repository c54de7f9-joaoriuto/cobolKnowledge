      *                'D' DINHEIRO / 'C' CARTAO / 'P' PIX), TAMBEM
      *                CARREGADA AO SALES-POSTED PARA A CONCILIACAO
      *                COM A ADQUIRENTE (PROGCARCON).
      * 2026-10-15 JR  VENDA (NAO DEVOLUCAO) DE PRODUTO COM PRECO DE *
      *                LISTA VIGENTE NO PRECOTAB E CONFERIDA CONTRA O*
      *                PISO (PRECO MENOS O DESCONTO MAXIMO DO PERFIL *
      *                DO VENDEDOR, VENDMST/PERFDESC): ABAIXO DO     *
      *                PISO, FICA RETIDA NO PRCHOLD FORA DOS TOTAIS  *
      *                ATE O GERENTE DECIDIR NO PROGPRCREL; A        *
      *                APROVADA VOLTA PELO PRCAPRV NO LOTE SEGUINTE  *
      *                SEM NOVA CONFERENCIA.                         *
      * 2026-10-15 JR  O SALES-MES PASSA A RECEBER A FILIAL E O      *
      *                PRODUTO DA VENDA (MARGEM BRUTA MENSAL,        *
      *                PROGMRGRPT).                                  *
      * 2026-10-15 JR  GANHA O CANCELAMENTO NO DIA ('C', SALESTR):   *
      *                GUARDADO NA LEITURA E APLICADO NO FIM DO LOTE *
      *                CONTRA A VENDA DE MESMA FILIAL E NUMERO FISCAL*
      *                NO SALES-POSTED DO DIA. O ESTORNO SAI DA SOMA,*
      *                DA QUANTIDADE E DOS ROLLUPS (E POR ELES DO MES*
      *                E DO ANO), VAI AO SALES-MES COM SINAL NEGATIVO*
      *                PARA O VENDEDOR ORIGINAL E AO SALES-POSTED COM*
      *                O TIPO 'C', O MESMO NUMERO FISCAL, O MOTIVO E *
      *                O OPERADOR; O CANCELAMENTO SEM VENDA DO DIA   *
      *                VAI PARA O SALES-EXCEPT (MOTIVO 'C').         *
      * 2026-10-15 JR  GANHA O VALE-TROCA (VALETROC, CARREGADO E     *
      *                REGRAVADO COMO O RETAUTH): A DEVOLUCAO ACEITA *
      *                COM FORMA 'V' EMITE O VALE NUMERADO (CPF,     *
      *                FILIAL, VALOR, VALIDADE DE 90 DIAS) EM VEZ DE *
      *                SAIR DO CAIXA; A VENDA COM FORMA 'V' USA O    *
      *                VALE ST-NUM-VALE ATE O SALDO (O RESTO EM      *
      *                DINHEIRO), E O SALDO QUE SOBRA FICA NO VALE;  *
      *                VALE RECUSADO VAI PARA O SALES-EXCEPT (MOTIVO *
      *                'T'). O CANCELAMENTO DA VENDA DEVOLVE O SALDO *
      *                AO VALE. O VALE E O VALOR VAO AO SALES-POSTED.*
      * 2026-10-15 JR  GANHA O RESGATE DE PONTOS DE FIDELIDADE (FORMA*
      *                'F', SALESTR): A VENDA USA ST-PONTOS-RESGATE  *
      *                CONTRA O SALDO DO CPF NO PONTSALD (CARREGADO  *
      *                EM MEMORIA, GRAVADO PELO PROGPONTOS), CADA    *
      *                PONTO VALENDO O PF-VALOR-PONTO DO PONTCFG, ATE*
      *                O VALOR DA VENDA (O RESTO EM DINHEIRO); SALDO *
      *                INSUFICIENTE VAI PARA O SALES-EXCEPT (MOTIVO  *
      *                'F'). OS PONTOS E O DESCONTO VAO AO           *
      *                SALES-POSTED; O CANCELAMENTO DEVOLVE OS       *
      *                PONTOS AO SALDO DO DIA.                       *
      * 2026-10-15 JR  O REGISTRO GANHOU O TIPO DE PESSOA E O CNPJ DO*
      *                CLIENTE (SALESTR/SALESPST/SALESEXR), LEVADOS  *
      *                AO SALES-POSTED E AO SALES-EXCEPT-DATA; OS    *
      *                ARQUIVOS DE VENDA ACOMPANHAM O LAYOUT NOVO. O *
      *                CLIENTE PJ TEM O LIMITE DE CREDITO CONFERIDO  *
      *                NO NOVO CADASTRO-PJ (CADPJ) CONTRA O VALOR DA *
      *                VENDA. O SALES-MES TAMBEM LEVA O TIPO DE      *
      *                PESSOA E O CNPJ.                              *
      * 2026-10-15 JR  VENDA PARCELADA (A PRAZO) A CPF CUJA SITUACAO *
      *                CADASTRAL NA RECEITA FEDERAL (CPFRF, CARREGADO*
      *                PELO PROGRFRET) NAO E REGULAR VAI PARA O      *
      *                SALES-EXCEPT (MOTIVO 'R'). CPF AINDA NAO      *
      *                CONSULTADO PASSA.                             *
      * 2026-10-15 JR  CODIGO DE RETORNO PADRAO DO PASSO PARA O JCL  *
      *                (0 OK, 4 AVISO, 8 REJEICAO ACIMA DA           *
      *                TOLERANCIA, 12 FALHA DE ARQUIVO OU DE TOTAL   *
      *                DE CONTROLE), GRAVADO TAMBEM NO RUN-LOG.      *
      ****************************************************************

       ENVIRONMENT       DIVISION.
               RECORD KEY IS CLI-CPF
               FILE STATUS IS WRK-FS-CADCLI.

           SELECT CADASTRO-PJ ASSIGN TO "CADPJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-CNPJ
               FILE STATUS IS WRK-FS-CADPJ.

           SELECT SITUACAO-RECEITA ASSIGN TO "CPFRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-CPF
               FILE STATUS IS WRK-FS-CPFRF.

           SELECT CREDITO-EXCEPT ASSIGN TO "CREDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDEXC.
           SELECT RETORNO-AUTORIZACAO ASSIGN TO "RETAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETAUTH.

           SELECT VALE-TROCA ASSIGN TO "VALETROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VALETROC.

           SELECT PRECO-TABELA ASSIGN TO "PRECOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOTAB.

           SELECT VENDEDOR-MASTER ASSIGN TO "VENDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDMST.

           SELECT PERFIL-DESCONTO ASSIGN TO "PERFDESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERFDESC.

           SELECT PRECO-HOLD ASSIGN TO "PRCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRCHOLD.

           SELECT PRECO-APROV ASSIGN TO "PRCAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRCAPRV.

           SELECT PONTOS-SALDO ASSIGN TO "PONTSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTSALD.

           SELECT PONTOS-CONFIG ASSIGN TO "PONTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTCFG.
       DATA              DIVISION.
       FILE SECTION.
       FD  SALES-TRANS.
           COPY SALESEXR.

       FD  SALES-REINJ.
       01  RJ-REGISTRO              PICTURE X(67).

       FD  SALES-POSTED.
           COPY SALESPST.
       FD  CADASTRO-CLIENTE.
           COPY CLICAD.

       FD  CADASTRO-PJ.
           COPY CLIPJ.

       FD  SITUACAO-RECEITA.
           COPY CPFRF.

       FD  CREDITO-EXCEPT.
       01  CE-LINHA                 PICTURE X(80).


       FD  RETORNO-AUTORIZACAO.
           COPY RETAUTH.

       FD  VALE-TROCA.
           COPY VALETROC.

       FD  PRECO-TABELA.
           COPY PRECOTAB.

       FD  VENDEDOR-MASTER.
           COPY VENDMST.

       FD  PERFIL-DESCONTO.
           COPY PERFDESC.

       FD  PRECO-HOLD.
           COPY PRCHOLDR.

       FD  PRECO-APROV.
       01  PA-REGISTRO              PICTURE X(67).

       FD  PONTOS-SALDO.
           COPY PONTSALD.

       FD  PONTOS-CONFIG.
           COPY PONTCFG.
       WORKING-STORAGE   SECTION.
       77  WRK-FS-RUNLOG    PIC X(02) VALUE SPACES.
       77  WRK-RL-DATA      PIC 9(08) VALUE ZEROS.
           88 FS-CADCLI-OK                 VALUE '00'.
       77 WRK-CADCLI-ABERTO PIC X(01)      VALUE 'N'.
           88 CADCLI-ABERTO                VALUE 'S'.
       77 WRK-FS-CADPJ    PIC  X(02)       VALUE ZEROS.
           88 FS-CADPJ-OK                  VALUE '00'.
       77 WRK-CADPJ-ABERTO PIC X(01)       VALUE 'N'.
           88 CADPJ-ABERTO                 VALUE 'S'.
       77 WRK-FS-CPFRF    PIC  X(02)       VALUE ZEROS.
           88 FS-CPFRF-OK                  VALUE '00'.
       77 WRK-CPFRF-ABERTO PIC X(01)       VALUE 'N'.
           88 CPFRF-ABERTO                 VALUE 'S'.
       77 WRK-RF-RECUSA   PIC  X(30)       VALUE SPACES.
       77 WRK-QTD-RF-RECUSADAS PIC 9(06)   COMP-3 VALUE ZEROS.
       77 WRK-FS-CREDEXC  PIC  X(02)       VALUE ZEROS.
       77 WRK-FS-SALESMES PIC  X(02)       VALUE ZEROS.
       77 WRK-RL-STATUS   PIC  X(10)       VALUE 'OK'.
       77 WRK-RL-TOLER-PCT PIC  9(03)      VALUE 5.
       77 WRK-EXPOSICAO   PIC  9(12)V99    COMP-3 VALUE ZEROS.
       77 WRK-EXPOSICAOFN PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-CREDEXC PIC  9(06)       COMP-3 VALUE ZEROS.
           05 WRK-AUT-AUTORIZADOR  PICTURE X(08).
           05 WRK-AUT-DATA-USO     PICTURE 9(08).
           05 WRK-AUT-SITUACAO     PICTURE X(01).
       77 WRK-FS-VALETROC  PIC  X(02)      VALUE ZEROS.
           88 FS-VALETROC-OK               VALUE '00'.
       77 WRK-FIM-VALETROC PIC  X(01)      VALUE 'N'.
           88 FIM-VALETROC                 VALUE 'S'.
      * VALES-TROCA EM MEMORIA (VALETROC), REGRAVADOS NO CHECKPOINT E
      * NO FIM DO LOTE COM OS EMITIDOS NAS DEVOLUCOES E OS SALDOS
      * CONSUMIDOS PELAS VENDAS; O PROXIMO NUMERO E O MAIOR CARREGADO
      * MAIS UM.
       01 WRK-TAB-VALE.
           05 WRK-TAB-VAL-ITEM OCCURS 5000 TIMES.
               10 WRK-TAB-VAL-REG      PICTURE X(67).
       77 WRK-QTD-VALES    PIC 9(04)       VALUE ZEROS.
       77 WRK-VALETROC-ESTOURO PIC X(01)   VALUE 'N'.
           88 VALETROC-ESTOUROU           VALUE 'S'.
       77 WRK-VAL-ACHADO   PIC 9(04)       VALUE ZEROS.
       77 WRK-VAL-IDX      PIC 9(04)       COMP-3 VALUE ZEROS.
       77 WRK-VALE-PROXIMO PIC 9(08)       VALUE 1.
       77 WRK-VALE-PROCURADO PIC 9(08)     VALUE ZEROS.
      * VALIDADE DO VALE EMITIDO, EM DIAS CORRIDOS.
       77 WRK-VALE-PRAZO   PIC 9(03)       VALUE 90.
      * VALE EMITIDO OU USADO PELA TRANSACAO CORRENTE (VAI AO
      * SALES-POSTED NO 2030).
       77 WRK-VALE-MOV-NUMERO PIC 9(08)    VALUE ZEROS.
       77 WRK-VALE-MOV-VALOR PIC 9(08)V99  VALUE ZEROS.
       77 WRK-VALE-RECUSA  PIC X(30)       VALUE SPACES.
       77 WRK-QTD-VALES-EMITIDOS PIC 9(08) COMP-3 VALUE ZEROS.
       77 WRK-SOMA-VALES-EMITIDOS PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77 WRK-QTD-VALES-USADOS PIC 9(08)   COMP-3 VALUE ZEROS.
       77 WRK-SOMA-VALES-USADOS PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77 WRK-SOMA-VALES-ESTORNADOS PIC 9(10)V99 COMP-3 VALUE ZEROS.
      * PONTOS DE FIDELIDADE: SALDO POR CPF (PONTSALD) EM MEMORIA,
      * SO PARA CONFERIR O RESGATE - QUEM REGRAVA O SALDO E O
      * PROGPONTOS, A PARTIR DO SALES-POSTED. SEM PONTCFG, CADA PONTO
      * VALE R$ 0,01.
       77 WRK-FS-PONTSALD  PIC  X(02)      VALUE ZEROS.
           88 FS-PONTSALD-OK               VALUE '00'.
       77 WRK-FIM-PONTSALD PIC  X(01)      VALUE 'N'.
           88 FIM-PONTSALD                 VALUE 'S'.
       77 WRK-FS-PONTCFG   PIC  X(02)      VALUE ZEROS.
           88 FS-PONTCFG-OK                VALUE '00'.
       01 WRK-TAB-PONTOS.
           05 WRK-TAB-PTS-ITEM OCCURS 5000 TIMES.
               10 WRK-TAB-PTS-CPF      PICTURE 9(11).
               10 WRK-TAB-PTS-SALDO    PICTURE S9(08).
       77 WRK-QTD-PONTOS-CPF PIC 9(04)     VALUE ZEROS.
       77 WRK-PONTSALD-ESTOURO PIC X(01)   VALUE 'N'.
           88 PONTSALD-ESTOUROU           VALUE 'S'.
       77 WRK-PTS-ACHADO   PIC 9(04)       VALUE ZEROS.
       77 WRK-PTS-IDX      PIC 9(04)       COMP-3 VALUE ZEROS.
       77 WRK-PTS-CPF-PROCURADO PIC 9(11)  VALUE ZEROS.
       77 WRK-VALOR-PONTO  PIC 9(01)V9999  VALUE 0,01.
      * PONTOS RESGATADOS PELA TRANSACAO CORRENTE E O DESCONTO QUE
      * VALERAM (VAO AO SALES-POSTED NO 2030).
       77 WRK-PONTOS-MOV-QTD PIC 9(08)     VALUE ZEROS.
       77 WRK-PONTOS-MOV-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PONTOS-RECUSA PIC X(30)      VALUE SPACES.
       77 WRK-QTD-RESGATES PIC 9(08)       COMP-3 VALUE ZEROS.
       77 WRK-SOMA-PONTOS-RESGATADOS PIC 9(10) COMP-3 VALUE ZEROS.
       77 WRK-SOMA-DESCONTO-PONTOS PIC 9(10)V99 COMP-3 VALUE ZEROS.
       77 WRK-SOMA-PONTOS-ESTORNADOS PIC 9(10) COMP-3 VALUE ZEROS.
       77 WRK-PONTOSFN     PIC ZZ.ZZZ.ZZ9  VALUE ZEROS.
      * AREA DE TRABALHO DO VALE (MESMO LAYOUT DO VALETROC).
       01 WRK-VAL-AREA.
           05 WRK-VAL-NUMERO       PICTURE 9(08).
           05 WRK-VAL-CPF          PICTURE 9(11).
           05 WRK-VAL-FILIAL       PICTURE X(03).
           05 WRK-VAL-EMITIDO      PICTURE 9(08)V99.
           05 WRK-VAL-SALDO        PICTURE 9(08)V99.
           05 WRK-VAL-EMISSAO      PICTURE 9(08).
           05 WRK-VAL-VALIDADE     PICTURE 9(08).
           05 WRK-VAL-MOVIMENTO    PICTURE 9(08).
           05 WRK-VAL-SITUACAO     PICTURE X(01).
      * CONFERENCIA DO CABECALHO/TRAILER DO ARQUIVO DE INTERCAMBIO.
       01 WRK-REG-CONTROLE-ARQ.
           05 WRK-CTL-TIPO       PIC X(03).
       77 WRK-HASH-DADOS      PIC 9(12)V99  COMP-3 VALUE ZEROS.
       77 WRK-FIM-CONFERE     PIC X(01)     VALUE 'N'.
           88 FIM-CONFERE                   VALUE 'S'.
      * PISO DE DESCONTO: PRECO DE LISTA VIGENTE POR PRODUTO
      * (PRECOTAB), PERFIL DE CADA VENDEDOR (VENDMST) E DESCONTO
      * MAXIMO POR PERFIL (PERFDESC). SEM PRECOTAB, NAO HA CONFERENCIA.
       77 WRK-FS-PRECOTAB     PIC X(02)     VALUE ZEROS.
           88 FS-PRECOTAB-OK                VALUE '00'.
       77 WRK-FS-VENDMST      PIC X(02)     VALUE ZEROS.
           88 FS-VENDMST-OK                 VALUE '00'.
       77 WRK-FS-PERFDESC     PIC X(02)     VALUE ZEROS.
           88 FS-PERFDESC-OK                VALUE '00'.
       77 WRK-FS-PRCHOLD      PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PRCAPRV      PIC X(02)     VALUE ZEROS.
           88 FS-PRCAPRV-OK                 VALUE '00'.
       77 WRK-FIM-PRECOTAB    PIC X(01)     VALUE 'N'.
           88 FIM-PRECOTAB                  VALUE 'S'.
       77 WRK-FIM-VENDMST     PIC X(01)     VALUE 'N'.
           88 FIM-VENDMST                   VALUE 'S'.
       77 WRK-FIM-PERFDESC    PIC X(01)     VALUE 'N'.
           88 FIM-PERFDESC                  VALUE 'S'.
       77 WRK-FIM-PRCAPRV     PIC X(01)     VALUE 'N'.
           88 FIM-PRCAPRV                   VALUE 'S'.
       01 WRK-TAB-PRECO.
           05 WRK-TAB-PRC-ITEM OCCURS 1000 TIMES.
               10 WRK-TAB-PRC-PRODUTO  PICTURE X(06).
               10 WRK-TAB-PRC-DATA     PICTURE 9(08).
               10 WRK-TAB-PRC-VALOR    PICTURE 9(08)V99.
       77 WRK-QTD-PRECOS      PIC 9(04)     VALUE ZEROS.
       77 WRK-PRC-ACHADO      PIC 9(04)     VALUE ZEROS.
       77 WRK-PRC-IDX         PIC 9(04)     COMP-3 VALUE ZEROS.
       77 WRK-PRODUTO-PRECO   PIC X(06)     VALUE SPACES.
       01 WRK-TAB-VEND-PERFIL.
           05 WRK-TAB-VPF-ITEM OCCURS 500 TIMES
                               INDEXED BY WRK-VPF-IDX.
               10 WRK-TAB-VPF-VENDEDOR PICTURE X(05).
               10 WRK-TAB-VPF-PERFIL   PICTURE X(02).
       77 WRK-QTD-VEND-PERFIL PIC 9(03)     VALUE ZEROS.
       01 WRK-TAB-DESCONTO.
           05 WRK-TAB-DSC-ITEM OCCURS 20 TIMES
                               INDEXED BY WRK-DSC-IDX.
               10 WRK-TAB-DSC-PERFIL   PICTURE X(02).
               10 WRK-TAB-DSC-MAXIMO   PICTURE 9(03)V99.
       77 WRK-QTD-DESCONTOS   PIC 9(02)     VALUE ZEROS.
       77 WRK-DESCONTO-PADRAO PIC 9(03)V99  VALUE ZEROS.
       77 WRK-DESCONTO-MAX    PIC 9(03)V99  VALUE ZEROS.
       77 WRK-PERFIL-ACHADO   PIC X(02)     VALUE SPACES.
       77 WRK-VALOR-PISO      PIC 9(08)V99  VALUE ZEROS.
       77 WRK-ABAIXO-PISO     PIC X(01)     VALUE 'N'.
           88 ABAIXO-DO-PISO                VALUE 'S'.
       77 WRK-PRECO-APROVADO  PIC X(01)     VALUE 'N'.
           88 PRECO-APROVADO                VALUE 'S'.
       77 WRK-QTD-RETIDAS-PISO PIC 9(08)    COMP-3 VALUE ZEROS.
       77 WRK-QTD-SEM-PRECO   PIC 9(08)     COMP-3 VALUE ZEROS.
      * CANCELAMENTOS DO DIA, GUARDADOS NA LEITURA E APLICADOS NO FIM
      * DO LOTE CONTRA O SALES-POSTED (O SALES-TRANS VEM CLASSIFICADO
      * POR VENDEDOR E O CANCELAMENTO PODE CHEGAR ANTES DA VENDA).
      * SITUACAO: 'P' PENDENTE, 'A' VENDA ACHADA, 'J' JA CANCELADA.
       01 WRK-TAB-CANCELAMENTO.
           05 WRK-TAB-CAN-ITEM OCCURS 500 TIMES.
               10 WRK-TAB-CAN-FILIAL   PICTURE X(03).
               10 WRK-TAB-CAN-DOC      PICTURE 9(08).
               10 WRK-TAB-CAN-SITUACAO PICTURE X(01).
               10 WRK-TAB-CAN-TRANSACAO PICTURE X(67).
               10 WRK-TAB-CAN-VENDA    PICTURE X(128).
       77 WRK-QTD-CANCEL-PEND PIC 9(03)     VALUE ZEROS.
       77 WRK-CAN-IDX         PIC 9(03)     COMP-3 VALUE ZEROS.
       77 WRK-CAN-IDX2        PIC 9(03)     COMP-3 VALUE ZEROS.
       77 WRK-CAN-RECUSA      PIC X(30)     VALUE SPACES.
       77 WRK-FIM-POSTED      PIC X(01)     VALUE 'N'.
           88 FIM-POSTED                    VALUE 'S'.
       77 WRK-QTD-CANCELAMENTOS PIC 9(08)   COMP-3 VALUE ZEROS.
       77 WRK-SOMA-CANCELAMENTOS PIC 9(10)V99 COMP-3 VALUE ZEROS.

       01  WRK-TAB-COTACAO.
           05  WRK-TAB-ITEM OCCURS 20 TIMES INDEXED BY WRK-TAB-IDX.
           PERFORM 1050-CARREGAR-MTD.
           PERFORM 1055-CARREGAR-NUMERACAO.
           PERFORM 1058-CARREGAR-AUTORIZACOES.
           PERFORM 1065-CARREGAR-VALES.
           PERFORM 1067-CARREGAR-PONTOS THRU 1067-EXIT.
           PERFORM 8500-CARREGAR-HIERARQUIA.
           PERFORM 1060-CARREGAR-YTD.
           PERFORM 1070-CARREGAR-PRECOS THRU 1070-EXIT.
           PERFORM 1000-ABRIR-ARQUIVO.
           OPEN INPUT PURCHASE-HIST.
           IF FS-PURHIST-OK
           IF FS-CADCLI-OK
               MOVE 'S' TO WRK-CADCLI-ABERTO
           END-IF.
           OPEN INPUT CADASTRO-PJ.
           IF FS-CADPJ-OK
               MOVE 'S' TO WRK-CADPJ-ABERTO
           END-IF.
           OPEN INPUT SITUACAO-RECEITA.
           IF FS-CPFRF-OK
               MOVE 'S' TO WRK-CPFRF-ABERTO
           END-IF.
           OPEN OUTPUT CREDITO-EXCEPT.
           PERFORM 1100-CARREGAR-COTACOES.
           PERFORM 2000-PROCESSAR-VENDA UNTIL FIM-ARQUIVO.
           PERFORM 2500-PROCESSAR-REINJECOES.
           PERFORM 2600-PROCESSAR-APROVADAS.
           PERFORM 2700-PROCESSAR-CANCELAMENTOS THRU 2700-EXIT.
           PERFORM 3000-TOTAL-GERAL.
           PERFORM 4100-GRAVAR-NUMERACAO.
           PERFORM 4200-GRAVAR-AUTORIZACOES
               THRU 4200-EXIT.
           PERFORM 4300-GRAVAR-VALES
               THRU 4300-EXIT.
           IF MODO-PARTICAO
               PERFORM 4500-GRAVAR-PARCIAL
           ELSE
       1059-EXIT.
           EXIT.

      *****************************************************************
      * 1065-CARREGAR-VALES
      * CARREGA O CADASTRO DE VALES-TROCA (VALETROC) EM MEMORIA E
      * ACHA O PROXIMO NUMERO; SEM O ARQUIVO, A NUMERACAO COMECA DO 1.
      *****************************************************************
       1065-CARREGAR-VALES.
           OPEN INPUT VALE-TROCA.
           IF FS-VALETROC-OK
               READ VALE-TROCA
                   AT END SET FIM-VALETROC TO TRUE
               END-READ
               PERFORM 1066-GUARDAR-VALE UNTIL FIM-VALETROC
               CLOSE VALE-TROCA
           ELSE
               SET FIM-VALETROC TO TRUE
           END-IF.
       1065-EXIT.
           EXIT.

       1066-GUARDAR-VALE.
           IF VT-NUMERO NOT < WRK-VALE-PROXIMO
               COMPUTE WRK-VALE-PROXIMO = VT-NUMERO + 1
           END-IF.
           IF WRK-QTD-VALES < 5000
               ADD 1 TO WRK-QTD-VALES
               MOVE VT-REGISTRO
                   TO WRK-TAB-VAL-REG (WRK-QTD-VALES)
           ELSE
               SET VALETROC-ESTOUROU TO TRUE
               DISPLAY 'VALETROC EXCEDE A CAPACIDADE DA TABELA - '
                       'A REGRAVACAO SERA SUSPENSA PARA NAO '
                       'TRUNCAR O ARQUIVO (EXPURGAR O VALETROC)'
               MOVE 'VALETROC'   TO EL-ARQUIVO
               MOVE 'CAPACIDADE' TO EL-OPERACAO
               MOVE 'EX'         TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           READ VALE-TROCA
               AT END SET FIM-VALETROC TO TRUE
           END-READ.
       1066-EXIT.
           EXIT.

      *****************************************************************
      * 1067-CARREGAR-PONTOS
      * LE O VALOR DO PONTO NO PONTCFG E CARREGA O SALDO DE PONTOS DE
      * FIDELIDADE POR CPF (PONTSALD) EM MEMORIA. SEM O PONTSALD,
      * NENHUM RESGATE E ACEITO.
      *****************************************************************
       1067-CARREGAR-PONTOS.
           OPEN INPUT PONTOS-CONFIG.
           IF FS-PONTCFG-OK
               READ PONTOS-CONFIG
                   AT END CONTINUE
                   NOT AT END
                       IF PF-VALOR-PONTO IS NUMERIC
                          AND PF-VALOR-PONTO > ZEROS
                           MOVE PF-VALOR-PONTO TO WRK-VALOR-PONTO
                       END-IF
               END-READ
               CLOSE PONTOS-CONFIG
           END-IF.
           OPEN INPUT PONTOS-SALDO.
           IF FS-PONTSALD-OK
               READ PONTOS-SALDO
                   AT END SET FIM-PONTSALD TO TRUE
               END-READ
               PERFORM 1068-GUARDAR-PONTOS UNTIL FIM-PONTSALD
               CLOSE PONTOS-SALDO
           END-IF.
       1067-EXIT.
           EXIT.

       1068-GUARDAR-PONTOS.
           IF WRK-QTD-PONTOS-CPF < 5000
               ADD 1 TO WRK-QTD-PONTOS-CPF
               MOVE PB-CPF   TO WRK-TAB-PTS-CPF (WRK-QTD-PONTOS-CPF)
               MOVE PB-SALDO TO WRK-TAB-PTS-SALDO (WRK-QTD-PONTOS-CPF)
           ELSE
               IF NOT PONTSALD-ESTOUROU
                   SET PONTSALD-ESTOUROU TO TRUE
                   DISPLAY 'PONTSALD EXCEDE A CAPACIDADE DA TABELA - '
                           'CPF FORA DA TABELA NAO RESGATA PONTOS'
                   MOVE 'PONTSALD'   TO EL-ARQUIVO
                   MOVE 'CAPACIDADE' TO EL-OPERACAO
                   MOVE 'EX'         TO EL-STATUS
                   PERFORM 9900-GRAVAR-ERRO
               END-IF
           END-IF.
           READ PONTOS-SALDO
               AT END SET FIM-PONTSALD TO TRUE
           END-READ.
       1068-EXIT.
           EXIT.

      *****************************************************************
      * 1060-CARREGAR-YTD
      * LE O ACUMULADOR ANO-A-DATA, QUE CONTINUA CRESCENDO MESMO
               CLOSE YTD-SALES
           END-IF.

      *****************************************************************
      * 1070-CARREGAR-PRECOS
      * CARREGA DO PRECOTAB O PRECO DE LISTA VIGENTE DE CADA PRODUTO
      * (A LINHA DE MAIOR VIGENCIA ATE HOJE; AS AGENDADAS PARA DEPOIS
      * FICAM DE FORA), O PERFIL DE CADA VENDEDOR DO VENDMST E O
      * DESCONTO MAXIMO DE CADA PERFIL DO PERFDESC. SEM PRECOTAB O
      * LOTE SEGUE SEM A CONFERENCIA DO PISO, COMO SEMPRE FOI.
      *****************************************************************
       1070-CARREGAR-PRECOS.
           OPEN INPUT PRECO-TABELA.
           IF FS-PRECOTAB-OK
               READ PRECO-TABELA
                   AT END SET FIM-PRECOTAB TO TRUE
               END-READ
               PERFORM 1071-GUARDAR-PRECO UNTIL FIM-PRECOTAB
               CLOSE PRECO-TABELA
           ELSE
               DISPLAY 'PRECOTAB INDISPONIVEL - LOTE SEM A '
                       'CONFERENCIA DO PISO DE DESCONTO'
           END-IF.
           IF WRK-QTD-PRECOS = ZEROS
               GO TO 1070-EXIT
           END-IF.
           OPEN INPUT VENDEDOR-MASTER.
           IF FS-VENDMST-OK
               READ VENDEDOR-MASTER
                   AT END SET FIM-VENDMST TO TRUE
               END-READ
               PERFORM 1073-GUARDAR-PERFIL UNTIL FIM-VENDMST
               CLOSE VENDEDOR-MASTER
           END-IF.
           OPEN INPUT PERFIL-DESCONTO.
           IF FS-PERFDESC-OK
               READ PERFIL-DESCONTO
                   AT END SET FIM-PERFDESC TO TRUE
               END-READ
               PERFORM 1074-GUARDAR-DESCONTO UNTIL FIM-PERFDESC
               CLOSE PERFIL-DESCONTO
           END-IF.
       1070-EXIT.
           EXIT.

       1071-GUARDAR-PRECO.
           IF PC-DATA-VIGENCIA NOT > WRK-DATA-HOJE
               MOVE PC-COD-PRODUTO TO WRK-PRODUTO-PRECO
               MOVE ZEROS TO WRK-PRC-ACHADO
               PERFORM 2081-PROCURAR-PRECO
                   VARYING WRK-PRC-IDX FROM 1 BY 1
                   UNTIL WRK-PRC-IDX > WRK-QTD-PRECOS
                      OR WRK-PRC-ACHADO > ZEROS
               IF WRK-PRC-ACHADO > ZEROS
                   IF PC-DATA-VIGENCIA NOT <
                           WRK-TAB-PRC-DATA (WRK-PRC-ACHADO)
                       MOVE PC-DATA-VIGENCIA
                           TO WRK-TAB-PRC-DATA (WRK-PRC-ACHADO)
                       MOVE PC-PRECO
                           TO WRK-TAB-PRC-VALOR (WRK-PRC-ACHADO)
                   END-IF
               ELSE
                   IF WRK-QTD-PRECOS < 1000
                       ADD 1 TO WRK-QTD-PRECOS
                       MOVE PC-COD-PRODUTO
                           TO WRK-TAB-PRC-PRODUTO (WRK-QTD-PRECOS)
                       MOVE PC-DATA-VIGENCIA
                           TO WRK-TAB-PRC-DATA (WRK-QTD-PRECOS)
                       MOVE PC-PRECO
                           TO WRK-TAB-PRC-VALOR (WRK-QTD-PRECOS)
                   ELSE
                       DISPLAY 'PRECOTAB EXCEDE A CAPACIDADE DA '
                               'TABELA - PRODUTO ' PC-COD-PRODUTO
                               ' SEM CONFERENCIA DO PISO'
                   END-IF
               END-IF
           END-IF.
           READ PRECO-TABELA
               AT END SET FIM-PRECOTAB TO TRUE
           END-READ.
       1071-EXIT.
           EXIT.

       1073-GUARDAR-PERFIL.
           IF WRK-QTD-VEND-PERFIL < 500
               ADD 1 TO WRK-QTD-VEND-PERFIL
               MOVE VD-CODIGO
                   TO WRK-TAB-VPF-VENDEDOR (WRK-QTD-VEND-PERFIL)
               MOVE VD-PERFIL
                   TO WRK-TAB-VPF-PERFIL (WRK-QTD-VEND-PERFIL)
           END-IF.
           READ VENDEDOR-MASTER
               AT END SET FIM-VENDMST TO TRUE
           END-READ.
       1073-EXIT.
           EXIT.

      * A LINHA COM O PERFIL EM BRANCO E O PADRAO DOS VENDEDORES SEM
      * PERFIL; DESCONTO ACIMA DE 100% VALE COMO 100% (SEM PISO).
       1074-GUARDAR-DESCONTO.
           IF DM-DESCONTO-MAX > 100
               MOVE 100 TO DM-DESCONTO-MAX
           END-IF.
           IF DM-PERFIL = SPACES
               MOVE DM-DESCONTO-MAX TO WRK-DESCONTO-PADRAO
           ELSE
               IF WRK-QTD-DESCONTOS < 20
                   ADD 1 TO WRK-QTD-DESCONTOS
                   MOVE DM-PERFIL
                       TO WRK-TAB-DSC-PERFIL (WRK-QTD-DESCONTOS)
                   MOVE DM-DESCONTO-MAX
                       TO WRK-TAB-DSC-MAXIMO (WRK-QTD-DESCONTOS)
               END-IF
           END-IF.
           READ PERFIL-DESCONTO
               AT END SET FIM-PERFDESC TO TRUE
           END-READ.
       1074-EXIT.
           EXIT.

      *****************************************************************
      * 1000-ABRIR-ARQUIVO
      * ABRE O SALES-TRANS E PULA OS REGISTROS JA PROCESSADOS EM UMA
               OPEN EXTEND SALES-MES
               OPEN OUTPUT SALES-POSTED
           END-IF.
           OPEN EXTEND PRECO-HOLD.
           IF WRK-FS-SALESEXC NOT = '00'
               MOVE 'SALES-EXCEPT' TO EL-ARQUIVO
               MOVE 'OPEN'         TO EL-OPERACAO
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
                   MOVE WRK-CHECKPOINT-ANT TO WRK-CONTADOR-LIDOS
               NOT AT END
                   IF ST-CANCELAMENTO
                      AND ST-REGISTRO (1:3) NOT = 'HDR'
                      AND ST-REGISTRO (1:3) NOT = 'TRL'
                       PERFORM 2046-GUARDAR-CANCELAMENTO
                   END-IF
           END-READ.

      *****************************************************************
      *****************************************************************
      * 2005-AVALIAR-VENDA
      * APLICA AS REGRAS DE ACEITE NA VENDA CORRENTE (ST-REGISTRO),
      * SEJA ELA DO SALES-TRANS OU DO ARQUIVO DE REINJECAO. O
      * CANCELAMENTO SO E GUARDADO AQUI (VER 2700).
      *****************************************************************
       2005-AVALIAR-VENDA.
           IF ST-CANCELAMENTO
               PERFORM 2046-GUARDAR-CANCELAMENTO
           ELSE
               IF ST-VALOR NOT > 0
                   PERFORM 2050-REGISTRAR-EXCECAO
               ELSE
                   PERFORM 2010-CONVERTER-MOEDA
                   IF COTACAO-NAO-ACHADA
                       PERFORM 2060-REGISTRAR-EXCECAO-MOEDA
                   ELSE
                       IF ST-DEVOLUCAO
                           PERFORM 2040-PROCESSAR-DEVOLUCAO
                               THRU 2040-EXIT
                       ELSE
                           PERFORM 2080-CONFERIR-PISO THRU 2080-EXIT
                           IF ABAIXO-DO-PISO
                               PERFORM 2085-RETER-ABAIXO-PISO
                           ELSE
                               PERFORM 2097-CONFERIR-RECEITA
                                   THRU 2097-EXIT
                               IF WRK-RF-RECUSA NOT = SPACES
                                   PERFORM 2063-REGISTRAR-EXCECAO-RF
                               ELSE
                                   PERFORM 2098-ACEITAR-PAGAMENTO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 2098-ACEITAR-PAGAMENTO
      * CONFERE O VALE-TROCA E O RESGATE DE PONTOS DA VENDA; RECUSADO
      * UM DELES, VAI PARA O SALES-EXCEPT, SENAO A VENDA E ACEITA.
      *****************************************************************
       2098-ACEITAR-PAGAMENTO.
           PERFORM 2090-CONFERIR-VALE
               THRU 2090-EXIT.
           PERFORM 2095-CONFERIR-PONTOS
               THRU 2095-EXIT.
           EVALUATE TRUE
               WHEN WRK-VALE-RECUSA NOT = SPACES
                   PERFORM 2069-REGISTRAR-EXCECAO-VALE
               WHEN WRK-PONTOS-RECUSA NOT = SPACES
                   PERFORM 2064-REGISTRAR-EXCECAO-PTS
               WHEN OTHER
                   PERFORM 2020-ACUMULAR-VENDA
           END-EVALUATE.

      *****************************************************************
      * 2046-GUARDAR-CANCELAMENTO
      * GUARDA O CANCELAMENTO LIDO PARA O FIM DO LOTE (2700); ACIMA DA
      * CAPACIDADE DA TABELA, VAI DIRETO PARA O SALES-EXCEPT.
      *****************************************************************
       2046-GUARDAR-CANCELAMENTO.
           IF WRK-QTD-CANCEL-PEND < 500
               ADD 1 TO WRK-QTD-CANCEL-PEND
               MOVE ST-FILIAL
                   TO WRK-TAB-CAN-FILIAL (WRK-QTD-CANCEL-PEND)
               IF ST-DOC-REFERENCIA IS NUMERIC
                   MOVE ST-DOC-REFERENCIA
                       TO WRK-TAB-CAN-DOC (WRK-QTD-CANCEL-PEND)
               ELSE
                   MOVE ZEROS
                       TO WRK-TAB-CAN-DOC (WRK-QTD-CANCEL-PEND)
               END-IF
               MOVE 'P'
                   TO WRK-TAB-CAN-SITUACAO (WRK-QTD-CANCEL-PEND)
               MOVE ST-REGISTRO
                   TO WRK-TAB-CAN-TRANSACAO (WRK-QTD-CANCEL-PEND)
               MOVE SPACES
                   TO WRK-TAB-CAN-VENDA (WRK-QTD-CANCEL-PEND)
           ELSE
               MOVE 'TABELA DE CANCELAMENTOS CHEIA' TO WRK-CAN-RECUSA
               PERFORM 2068-REGISTRAR-EXCECAO-CANCEL
           END-IF.

      *****************************************************************
      * 2035-CONFERIR-LIMITE-CREDITO
      * CLIENTE COM LIMITE DE CREDITO NO CADASTRO (MAIOR QUE ZERO):
      * A EXPOSICAO ACUMULADA NO HISTORICO DE COMPRAS MAIS A VENDA
      * CORRENTE ACIMA DO LIMITE SAI NO RELATORIO DE EXCECAO DE
      * CREDITO PARA O COMERCIAL - A VENDA SEGUE NORMAL.
      * CLIENTE PJ E CONFERIDO NO CADASTRO-PJ (2037).
      *****************************************************************
       2035-CONFERIR-LIMITE-CREDITO.
           IF ST-CLIENTE-PJ
               PERFORM 2037-CONFERIR-LIMITE-PJ THRU 2037-EXIT
               GO TO 2035-EXIT
           END-IF.
           IF NOT CADCLI-ABERTO
               GO TO 2035-EXIT
           END-IF.
       2035-EXIT.
           EXIT.

      *****************************************************************
      * 2037-CONFERIR-LIMITE-PJ
      * CLIENTE PJ COM LIMITE NO CADASTRO-PJ (MAIOR QUE ZERO): A
      * EMPRESA NAO TEM HISTORICO DE COMPRAS POR CPF, ENTAO A
      * EXPOSICAO E O VALOR DA VENDA CORRENTE. ACIMA DO LIMITE SAI NO
      * MESMO RELATORIO DE EXCECAO DE CREDITO - A VENDA SEGUE NORMAL.
      *****************************************************************
       2037-CONFERIR-LIMITE-PJ.
           IF NOT CADPJ-ABERTO
               GO TO 2037-EXIT
           END-IF.
           MOVE ST-CNPJ-CLIENTE TO CJ-CNPJ.
           READ CADASTRO-PJ
               INVALID KEY
                   GO TO 2037-EXIT
           END-READ.
           IF CJ-LIMITE-CREDITO = ZEROS
               GO TO 2037-EXIT
           END-IF.
           MOVE WRK-VALOR-CONVERTIDO TO WRK-EXPOSICAO.
           IF WRK-EXPOSICAO > CJ-LIMITE-CREDITO
               ADD 1 TO WRK-QTD-CREDEXC
               MOVE WRK-EXPOSICAO TO WRK-EXPOSICAOFN
               MOVE SPACES TO CE-LINHA
               STRING 'CNPJ ' ST-CNPJ-CLIENTE
                      ' EXPOSICAO ' WRK-EXPOSICAOFN
                      ' ACIMA DO LIMITE DO CADASTRO'
                   DELIMITED BY SIZE INTO CE-LINHA
               END-STRING
               WRITE CE-LINHA
               DISPLAY 'CREDITO: CLIENTE PJ ' ST-CNPJ-CLIENTE
                       ' ACIMA DO LIMITE - VER CREDEXC'
           END-IF.
       2037-EXIT.
           EXIT.

      *****************************************************************
      * 2040-PROCESSAR-DEVOLUCAO
      * DEVOLUCAO: O CLIENTE PRECISA TER COMPRAS NO HISTORICO QUE
      * SUPORTEM O VALOR DEVOLVIDO (REFERENCIA A VENDA ORIGINAL);
      * ACEITA, A DEVOLUCAO ABATE DO TOTAL DO DIA E ENTRA NA PROPRIA
      * SECAO DO RELATORIO. SEM LASTRO, VAI PARA O SALES-EXCEPT. A
      * DEVOLUCAO ACERTADA EM VALE (FORMA 'V') EMITE O VALE-TROCA EM
      * VEZ DE SAIR DO CAIXA.
      *****************************************************************
       2040-PROCESSAR-DEVOLUCAO.
           MOVE 'N' TO WRK-DEVOLUCAO-OK.
                   GO TO 2040-EXIT
               END-IF
           END-IF.
           IF DEVOLUCAO-OK
              AND ST-PAGTO-VALE
              AND (VALETROC-ESTOUROU OR WRK-QTD-VALES NOT < 5000)
               MOVE 'N' TO WRK-DEVOLUCAO-OK
               MOVE 'CADASTRO DE VALES CHEIO' TO WRK-VALE-RECUSA
               PERFORM 2069-REGISTRAR-EXCECAO-VALE
               GO TO 2040-EXIT
           END-IF.
           IF DEVOLUCAO-OK
              AND WRK-VALOR-CONVERTIDO > WRK-SOMA-VENDAS
               PERFORM 2066-REGISTRAR-EXCECAO-DEV-SALDO
                   IF WRK-AUT-ACHADA > ZEROS
                       PERFORM 2043-MARCAR-AUTORIZACAO
                   END-IF
                   IF ST-PAGTO-VALE
                       PERFORM 2047-EMITIR-VALE
                   END-IF
                   PERFORM 2030-GRAVAR-POSTED
                   MOVE WRK-VALOR-CONVERTIDO TO WRK-VENDAMS
                   DISPLAY 'DEVOLUCAO - VENDEDOR ' ST-COD-VENDEDOR
       2044-EXIT.
           EXIT.

      *****************************************************************
      * 2047-EMITIR-VALE
      * DEVOLUCAO ACEITA E ACERTADA EM VALE: ABRE O VALE-TROCA COM O
      * PROXIMO NUMERO, O CPF, A FILIAL, O VALOR DEVOLVIDO COMO SALDO
      * E A VALIDADE DE WRK-VALE-PRAZO DIAS.
      *****************************************************************
       2047-EMITIR-VALE.
           ADD 1 TO WRK-QTD-VALES.
           MOVE WRK-VALE-PROXIMO     TO WRK-VAL-NUMERO.
           ADD 1 TO WRK-VALE-PROXIMO.
           MOVE ST-CPF-CLIENTE       TO WRK-VAL-CPF.
           MOVE ST-FILIAL            TO WRK-VAL-FILIAL.
           MOVE WRK-VALOR-CONVERTIDO TO WRK-VAL-EMITIDO
                                        WRK-VAL-SALDO.
           MOVE WRK-DATA-HOJE        TO WRK-VAL-EMISSAO
                                        WRK-VAL-MOVIMENTO.
           COMPUTE WRK-VAL-VALIDADE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
                + WRK-VALE-PRAZO).
           MOVE 'A'                  TO WRK-VAL-SITUACAO.
           MOVE WRK-VAL-AREA TO WRK-TAB-VAL-REG (WRK-QTD-VALES).
           MOVE WRK-VAL-NUMERO       TO WRK-VALE-MOV-NUMERO.
           MOVE WRK-VALOR-CONVERTIDO TO WRK-VALE-MOV-VALOR.
           ADD 1                     TO WRK-QTD-VALES-EMITIDOS.
           ADD WRK-VALOR-CONVERTIDO  TO WRK-SOMA-VALES-EMITIDOS.
           DISPLAY 'VALE-TROCA EMITIDO: ' WRK-VAL-NUMERO
                   ' CLIENTE ' WRK-VAL-CPF
                   ' VALIDADE ' WRK-VAL-VALIDADE.
       2047-EXIT.
           EXIT.

      *****************************************************************
      * 2090-CONFERIR-VALE
      * VENDA PAGA COM VALE-TROCA (FORMA 'V'): O VALE ST-NUM-VALE
      * PRECISA ESTAR ABERTO, EM DIA, COM SALDO E SER DO MESMO CPF.
      * ACEITO, SAI DO VALE O MENOR ENTRE O SALDO E O VALOR DA VENDA
      * (O RESTO E PAGO EM DINHEIRO) E O SALDO QUE SOBRA FICA NO VALE.
      * RECUSADO, O MOTIVO FICA EM WRK-VALE-RECUSA.
      *****************************************************************
       2090-CONFERIR-VALE.
           MOVE SPACES TO WRK-VALE-RECUSA.
           IF NOT ST-PAGTO-VALE
               GO TO 2090-EXIT
           END-IF.
           MOVE ZEROS TO WRK-VAL-ACHADO.
           IF ST-NUM-VALE IS NUMERIC
               MOVE ST-NUM-VALE TO WRK-VALE-PROCURADO
               PERFORM 2091-PROCURAR-VALE
                   VARYING WRK-VAL-IDX FROM 1 BY 1
                   UNTIL WRK-VAL-IDX > WRK-QTD-VALES
                      OR WRK-VAL-ACHADO > ZEROS
           END-IF.
           IF WRK-VAL-ACHADO > ZEROS
               MOVE WRK-TAB-VAL-REG (WRK-VAL-ACHADO) TO WRK-VAL-AREA
           END-IF.
           EVALUATE TRUE
               WHEN VALETROC-ESTOUROU
                   MOVE 'CADASTRO DE VALES INDISPONIVEL'
                       TO WRK-VALE-RECUSA
               WHEN WRK-VAL-ACHADO = ZEROS
                   MOVE 'VALE NAO ENCONTRADO' TO WRK-VALE-RECUSA
               WHEN WRK-VAL-CPF NOT = ST-CPF-CLIENTE
                   MOVE 'VALE DE OUTRO CPF' TO WRK-VALE-RECUSA
               WHEN WRK-VAL-SITUACAO NOT = 'A'
                 OR WRK-VAL-SALDO = ZEROS
                   MOVE 'VALE SEM SALDO' TO WRK-VALE-RECUSA
               WHEN WRK-VAL-VALIDADE < WRK-DATA-HOJE
                   MOVE 'VALE VENCIDO' TO WRK-VALE-RECUSA
           END-EVALUATE.
           IF WRK-VALE-RECUSA NOT = SPACES
               GO TO 2090-EXIT
           END-IF.
           IF WRK-VAL-SALDO < WRK-VALOR-CONVERTIDO
               MOVE WRK-VAL-SALDO        TO WRK-VALE-MOV-VALOR
           ELSE
               MOVE WRK-VALOR-CONVERTIDO TO WRK-VALE-MOV-VALOR
           END-IF.
           SUBTRACT WRK-VALE-MOV-VALOR FROM WRK-VAL-SALDO.
           IF WRK-VAL-SALDO = ZEROS
               MOVE 'U' TO WRK-VAL-SITUACAO
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-VAL-MOVIMENTO.
           MOVE WRK-VAL-AREA TO WRK-TAB-VAL-REG (WRK-VAL-ACHADO).
           MOVE WRK-VAL-NUMERO TO WRK-VALE-MOV-NUMERO.
           ADD 1                  TO WRK-QTD-VALES-USADOS.
           ADD WRK-VALE-MOV-VALOR TO WRK-SOMA-VALES-USADOS.
           MOVE WRK-VALE-MOV-VALOR TO WRK-VENDAMS.
           DISPLAY 'VALE-TROCA ' WRK-VAL-NUMERO
                   ' USADO NA VENDA: ' WRK-VENDAMS.
       2090-EXIT.
           EXIT.

       2091-PROCURAR-VALE.
           IF WRK-TAB-VAL-REG (WRK-VAL-IDX) (1:8) = WRK-VALE-PROCURADO
               MOVE WRK-VAL-IDX TO WRK-VAL-ACHADO
           END-IF.
       2091-EXIT.
           EXIT.

      *****************************************************************
      * 2095-CONFERIR-PONTOS
      * VENDA COM RESGATE DE PONTOS (FORMA 'F'): O CPF PRECISA TER NO
      * PONTSALD SALDO QUE COBRE OS ST-PONTOS-RESGATE. ACEITO, O
      * DESCONTO E OS PONTOS VEZES O WRK-VALOR-PONTO, LIMITADO AO
      * VALOR DA VENDA (SO SAEM OS PONTOS QUE CABEM NELA, O RESTO
      * E PAGO EM DINHEIRO), E OS PONTOS SAEM DO SALDO EM MEMORIA.
      * RECUSADO, O MOTIVO FICA EM WRK-PONTOS-RECUSA.
      *****************************************************************
       2095-CONFERIR-PONTOS.
           MOVE SPACES TO WRK-PONTOS-RECUSA.
           IF NOT ST-PAGTO-PONTOS
               GO TO 2095-EXIT
           END-IF.
           MOVE ZEROS TO WRK-PTS-ACHADO.
           IF ST-CPF-CLIENTE > ZEROS
               MOVE ST-CPF-CLIENTE TO WRK-PTS-CPF-PROCURADO
               PERFORM 2096-PROCURAR-PONTOS
                   VARYING WRK-PTS-IDX FROM 1 BY 1
                   UNTIL WRK-PTS-IDX > WRK-QTD-PONTOS-CPF
                      OR WRK-PTS-ACHADO > ZEROS
           END-IF.
           EVALUATE TRUE
               WHEN ST-PONTOS-RESGATE NOT NUMERIC
                 OR ST-PONTOS-RESGATE = ZEROS
                   MOVE 'QUANTIDADE DE PONTOS INVALIDA'
                       TO WRK-PONTOS-RECUSA
               WHEN ST-CPF-CLIENTE = ZEROS
                   MOVE 'RESGATE SEM CPF' TO WRK-PONTOS-RECUSA
               WHEN WRK-PTS-ACHADO = ZEROS
                   MOVE 'CPF SEM SALDO DE PONTOS' TO WRK-PONTOS-RECUSA
               WHEN WRK-TAB-PTS-SALDO (WRK-PTS-ACHADO)
                    < ST-PONTOS-RESGATE
                   MOVE 'SALDO DE PONTOS INSUFICIENTE'
                       TO WRK-PONTOS-RECUSA
           END-EVALUATE.
           IF WRK-PONTOS-RECUSA NOT = SPACES
               GO TO 2095-EXIT
           END-IF.
           MOVE ST-PONTOS-RESGATE TO WRK-PONTOS-MOV-QTD.
           IF WRK-PONTOS-MOV-QTD * WRK-VALOR-PONTO
              > WRK-VALOR-CONVERTIDO
               COMPUTE WRK-PONTOS-MOV-QTD =
                   WRK-VALOR-CONVERTIDO / WRK-VALOR-PONTO
           END-IF.
           COMPUTE WRK-PONTOS-MOV-VALOR =
               WRK-PONTOS-MOV-QTD * WRK-VALOR-PONTO.
           SUBTRACT WRK-PONTOS-MOV-QTD
               FROM WRK-TAB-PTS-SALDO (WRK-PTS-ACHADO).
           ADD 1                    TO WRK-QTD-RESGATES.
           ADD WRK-PONTOS-MOV-QTD   TO WRK-SOMA-PONTOS-RESGATADOS.
           ADD WRK-PONTOS-MOV-VALOR TO WRK-SOMA-DESCONTO-PONTOS.
           MOVE WRK-PONTOS-MOV-QTD   TO WRK-PONTOSFN.
           MOVE WRK-PONTOS-MOV-VALOR TO WRK-VENDAMS.
           DISPLAY 'RESGATE DE ' WRK-PONTOSFN ' PONTOS - CLIENTE '
                   ST-CPF-CLIENTE ' DESCONTO: ' WRK-VENDAMS.
       2095-EXIT.
           EXIT.

       2096-PROCURAR-PONTOS.
           IF WRK-TAB-PTS-CPF (WRK-PTS-IDX) = WRK-PTS-CPF-PROCURADO
               MOVE WRK-PTS-IDX TO WRK-PTS-ACHADO
           END-IF.
       2096-EXIT.
           EXIT.

      *****************************************************************
      * 2097-CONFERIR-RECEITA
      * VENDA PARCELADA (MAIS DE UMA PARCELA) A CLIENTE PF: O CPF NAO
      * PODE ESTAR COM A SITUACAO CADASTRAL NA RECEITA FEDERAL
      * SUSPENSA, CANCELADA, DE TITULAR FALECIDO, NULA OU PENDENTE DE
      * REGULARIZACAO NO CPFRF. CPF NUNCA CONSULTADO (FORA DO CPFRF OU
      * AINDA SEM RETORNO) PASSA. RECUSADA, O MOTIVO FICA EM
      * WRK-RF-RECUSA.
      *****************************************************************
       2097-CONFERIR-RECEITA.
           MOVE SPACES TO WRK-RF-RECUSA.
           IF NOT CPFRF-ABERTO
              OR ST-CLIENTE-PJ
              OR ST-QTD-PARCELAS NOT NUMERIC
              OR ST-QTD-PARCELAS NOT > 01
              OR ST-CPF-CLIENTE = ZEROS
               GO TO 2097-EXIT
           END-IF.
           MOVE ST-CPF-CLIENTE TO RF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   GO TO 2097-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN RF-SUSPENSA
                   MOVE 'CPF SUSPENSO NA RECEITA' TO WRK-RF-RECUSA
               WHEN RF-CANCELADA
                   MOVE 'CPF CANCELADO NA RECEITA' TO WRK-RF-RECUSA
               WHEN RF-FALECIDO
                   MOVE 'CPF DE TITULAR FALECIDO' TO WRK-RF-RECUSA
               WHEN RF-NULA
                   MOVE 'CPF NULO NA RECEITA' TO WRK-RF-RECUSA
               WHEN RF-PENDENTE
                   MOVE 'CPF PENDENTE DE REGULARIZACAO'
                       TO WRK-RF-RECUSA
           END-EVALUATE.
       2097-EXIT.
           EXIT.

      *****************************************************************
      * 2063-REGISTRAR-EXCECAO-RF
      * VENDA PARCELADA A CPF NAO REGULAR NA RECEITA FEDERAL (MOTIVO
      * DA RECUSA EM WRK-RF-RECUSA) - VAI PARA O SALES-EXCEPT COM O
      * MOTIVO 'R'.
      *****************************************************************
       2063-REGISTRAR-EXCECAO-RF.
           ADD 1 TO WRK-QTD-REJEITADAS.
           ADD 1 TO WRK-QTD-RF-RECUSADAS.
           MOVE 'R' TO SX-MOTIVO.
           PERFORM 2070-GRAVAR-EXCECAO-DATA.
           MOVE SPACES TO SE-LINHA.
           STRING 'VENDEDOR ' ST-COD-VENDEDOR
                  ' CPF ' ST-CPF-CLIENTE
                  ' PARCELAS ' ST-QTD-PARCELAS
                  ' ' WRK-RF-RECUSA
               DELIMITED BY SIZE INTO SE-LINHA.
           WRITE SE-LINHA.
           DISPLAY 'VENDA A PRAZO RECUSADA - VENDEDOR '
                   ST-COD-VENDEDOR ' CLIENTE ' ST-CPF-CLIENTE
                   ' - ' WRK-RF-RECUSA
           END-DISPLAY.
       2063-EXIT.
           EXIT.

      *****************************************************************
      * 2064-REGISTRAR-EXCECAO-PTS
      * VENDA COM RESGATE DE PONTOS RECUSADO (MOTIVO DA RECUSA EM
      * WRK-PONTOS-RECUSA) - VAI PARA O SALES-EXCEPT COM O MOTIVO 'F'.
      *****************************************************************
       2064-REGISTRAR-EXCECAO-PTS.
           ADD 1 TO WRK-QTD-REJEITADAS.
           MOVE 'F' TO SX-MOTIVO.
           PERFORM 2070-GRAVAR-EXCECAO-DATA.
           MOVE SPACES TO SE-LINHA.
           STRING 'VENDEDOR ' ST-COD-VENDEDOR
                  ' PONTOS ' ST-PONTOS-RESGATE
                  ' ' WRK-PONTOS-RECUSA
               DELIMITED BY SIZE INTO SE-LINHA.
           WRITE SE-LINHA.
           DISPLAY 'RESGATE DE PONTOS RECUSADO - VENDEDOR '
                   ST-COD-VENDEDOR ' CLIENTE ' ST-CPF-CLIENTE
                   ' - ' WRK-PONTOS-RECUSA
           END-DISPLAY.
       2064-EXIT.
           EXIT.

      *****************************************************************
      * 2069-REGISTRAR-EXCECAO-VALE
      * VENDA COM VALE-TROCA RECUSADO OU DEVOLUCAO EM VALE SEM ESPACO
      * NO CADASTRO (MOTIVO DA RECUSA EM WRK-VALE-RECUSA) - VAI PARA
      * O SALES-EXCEPT COM O MOTIVO 'T'.
      *****************************************************************
       2069-REGISTRAR-EXCECAO-VALE.
           ADD 1 TO WRK-QTD-REJEITADAS.
           MOVE 'T' TO SX-MOTIVO.
           PERFORM 2070-GRAVAR-EXCECAO-DATA.
           MOVE SPACES TO SE-LINHA.
           STRING 'VENDEDOR ' ST-COD-VENDEDOR
                  ' VALE ' ST-NUM-VALE
                  ' ' WRK-VALE-RECUSA
               DELIMITED BY SIZE INTO SE-LINHA.
           WRITE SE-LINHA.
           DISPLAY 'VALE-TROCA RECUSADO - VENDEDOR ' ST-COD-VENDEDOR
                   ' CLIENTE ' ST-CPF-CLIENTE ' - ' WRK-VALE-RECUSA
           END-DISPLAY.
       2069-EXIT.
           EXIT.

      *****************************************************************
      * 2067-REGISTRAR-EXCECAO-SEM-AUT
      * DEVOLUCAO ACIMA DO LIMITE SEM AUTORIZACAO PREVIA ABERTA -
       4210-EXIT.
           EXIT.

      *****************************************************************
      * 4300-GRAVAR-VALES
      * REGRAVA O VALETROC COM OS VALES EMITIDOS E OS SALDOS DO LOTE
      * (NO CHECKPOINT E NO FIM DO LOTE), COM A MESMA PROTECAO DO
      * RETAUTH CONTRA A TABELA ESTOURADA NA CARGA.
      *****************************************************************
       4300-GRAVAR-VALES.
           IF WRK-QTD-VALES = ZEROS
               GO TO 4300-EXIT
           END-IF.
           IF VALETROC-ESTOUROU
               DISPLAY 'VALETROC NAO REGRAVADO - TABELA ESTOURADA '
                       'NA CARGA'
               MOVE 'VALETROC'   TO EL-ARQUIVO
               MOVE 'REGRAVACAO' TO EL-OPERACAO
               MOVE 'EX'        TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
               GO TO 4300-EXIT
           END-IF.
           OPEN OUTPUT VALE-TROCA.
           PERFORM 4310-GRAVAR-UM-VALE
               VARYING WRK-VAL-IDX FROM 1 BY 1
               UNTIL WRK-VAL-IDX > WRK-QTD-VALES.
           CLOSE VALE-TROCA.
       4300-EXIT.
           EXIT.

       4310-GRAVAR-UM-VALE.
           MOVE WRK-TAB-VAL-REG (WRK-VAL-IDX) TO VT-REGISTRO.
           WRITE VT-REGISTRO.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * 2066-REGISTRAR-EXCECAO-DEV-SALDO
      * DEVOLUCAO VALIDA MAS MAIOR QUE AS VENDAS ACUMULADAS DO DIA -
                   'REAPRESENTAR'
           END-DISPLAY.

      *****************************************************************
      * 2068-REGISTRAR-EXCECAO-CANCEL
      * CANCELAMENTO RECUSADO (MOTIVO DA RECUSA EM WRK-CAN-RECUSA) -
      * NADA E ESTORNADO, VAI PARA O SALES-EXCEPT COM O MOTIVO 'C'.
      *****************************************************************
       2068-REGISTRAR-EXCECAO-CANCEL.
           ADD 1 TO WRK-QTD-REJEITADAS.
           MOVE 'C' TO SX-MOTIVO.
           PERFORM 2070-GRAVAR-EXCECAO-DATA.
           MOVE SPACES TO SE-LINHA.
           STRING 'CANCELAMENTO ' ST-FILIAL '/' ST-DOC-REFERENCIA
                  ' ' WRK-CAN-RECUSA
               DELIMITED BY SIZE INTO SE-LINHA.
           WRITE SE-LINHA.
           DISPLAY 'CANCELAMENTO RECUSADO - FILIAL ' ST-FILIAL
                   ' DOCUMENTO ' ST-DOC-REFERENCIA
                   ' OPERADOR ' ST-COD-VENDEDOR ' - ' WRK-CAN-RECUSA
           END-DISPLAY.

      *****************************************************************
      * 2065-REGISTRAR-EXCECAO-DEVOLUCAO
      * DEVOLUCAO SEM VENDA ORIGINAL QUE A SUPORTE NO HISTORICO DE
               AT END SET FIM-REINJ TO TRUE
           END-READ.

      *****************************************************************
      * 2080-CONFERIR-PISO
      * VENDA DE PRODUTO COM PRECO DE LISTA VIGENTE: O VALOR EM REAL
      * NAO PODE FICAR ABAIXO DO PRECO MENOS O DESCONTO MAXIMO DO
      * PERFIL DO VENDEDOR. A VENDA JA APROVADA PELO GERENTE (PRCAPRV)
      * NAO CONFERE DE NOVO; PRODUTO SEM PRECO SO FICA CONTADO.
      *****************************************************************
       2080-CONFERIR-PISO.
           MOVE 'N' TO WRK-ABAIXO-PISO.
           IF PRECO-APROVADO
              OR WRK-QTD-PRECOS = ZEROS
               GO TO 2080-EXIT
           END-IF.
           MOVE ST-COD-PRODUTO TO WRK-PRODUTO-PRECO.
           MOVE ZEROS TO WRK-PRC-ACHADO.
           PERFORM 2081-PROCURAR-PRECO
               VARYING WRK-PRC-IDX FROM 1 BY 1
               UNTIL WRK-PRC-IDX > WRK-QTD-PRECOS
                  OR WRK-PRC-ACHADO > ZEROS.
           IF WRK-PRC-ACHADO = ZEROS
               ADD 1 TO WRK-QTD-SEM-PRECO
               GO TO 2080-EXIT
           END-IF.
           MOVE SPACES TO WRK-PERFIL-ACHADO.
           IF WRK-QTD-VEND-PERFIL > ZEROS
               SET WRK-VPF-IDX TO 1
               SEARCH WRK-TAB-VPF-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-VPF-IDX > WRK-QTD-VEND-PERFIL
                       CONTINUE
                   WHEN WRK-TAB-VPF-VENDEDOR (WRK-VPF-IDX)
                           = ST-COD-VENDEDOR
                       MOVE WRK-TAB-VPF-PERFIL (WRK-VPF-IDX)
                           TO WRK-PERFIL-ACHADO
               END-SEARCH
           END-IF.
           MOVE WRK-DESCONTO-PADRAO TO WRK-DESCONTO-MAX.
           IF WRK-PERFIL-ACHADO NOT = SPACES
              AND WRK-QTD-DESCONTOS > ZEROS
               SET WRK-DSC-IDX TO 1
               SEARCH WRK-TAB-DSC-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-DSC-IDX > WRK-QTD-DESCONTOS
                       CONTINUE
                   WHEN WRK-TAB-DSC-PERFIL (WRK-DSC-IDX)
                           = WRK-PERFIL-ACHADO
                       MOVE WRK-TAB-DSC-MAXIMO (WRK-DSC-IDX)
                           TO WRK-DESCONTO-MAX
               END-SEARCH
           END-IF.
           COMPUTE WRK-VALOR-PISO ROUNDED =
               WRK-TAB-PRC-VALOR (WRK-PRC-ACHADO)
               * (100 - WRK-DESCONTO-MAX) / 100.
           IF WRK-VALOR-CONVERTIDO < WRK-VALOR-PISO
               SET ABAIXO-DO-PISO TO TRUE
           END-IF.
       2080-EXIT.
           EXIT.

       2081-PROCURAR-PRECO.
           IF WRK-TAB-PRC-PRODUTO (WRK-PRC-IDX) = WRK-PRODUTO-PRECO
               MOVE WRK-PRC-IDX TO WRK-PRC-ACHADO
           END-IF.
       2081-EXIT.
           EXIT.

      *****************************************************************
      * 2085-RETER-ABAIXO-PISO
      * VENDA ABAIXO DO PISO NAO ENTRA NOS TOTAIS: FICA RETIDA NO
      * PRCHOLD COM O PRECO DE LISTA E O PISO ATE O GERENTE DECIDIR
      * NO PROGPRCREL (A APROVADA VOLTA PELO PRCAPRV NO PROXIMO LOTE).
      *****************************************************************
       2085-RETER-ABAIXO-PISO.
           ADD 1 TO WRK-QTD-RETIDAS-PISO.
           MOVE ST-REGISTRO          TO VP-VENDA.
           MOVE WRK-DATA-HOJE        TO VP-DATA-RETENCAO.
           MOVE WRK-TAB-PRC-VALOR (WRK-PRC-ACHADO)
                                     TO VP-PRECO-TABELA.
           MOVE WRK-VALOR-PISO       TO VP-VALOR-PISO.
           MOVE WRK-VALOR-CONVERTIDO TO VP-VALOR-REAL.
           MOVE WRK-PERFIL-ACHADO    TO VP-PERFIL.
           WRITE VP-REGISTRO.
           MOVE WRK-VALOR-CONVERTIDO TO WRK-VENDAMS.
           DISPLAY 'VENDA RETIDA - VENDEDOR ' ST-COD-VENDEDOR
                   ' PRODUTO ' ST-COD-PRODUTO
                   ' VALOR: ' WRK-VENDAMS
                   ' ABAIXO DO PISO - VER PROGPRCREL'
           END-DISPLAY.

      *****************************************************************
      * 2600-PROCESSAR-APROVADAS
      * PROCESSA AS VENDAS ABAIXO DO PISO QUE O GERENTE APROVOU NO
      * PROGPRCREL (PRCAPRV), SEM NOVA CONFERENCIA DO PISO, E ESVAZIA
      * O ARQUIVO PARA NADA ENTRAR EM DOBRO.
      *****************************************************************
       2600-PROCESSAR-APROVADAS.
           OPEN INPUT PRECO-APROV.
           IF FS-PRCAPRV-OK
               SET PRECO-APROVADO TO TRUE
               READ PRECO-APROV INTO ST-REGISTRO
                   AT END SET FIM-PRCAPRV TO TRUE
               END-READ
               PERFORM 2610-AVALIAR-APROVADA UNTIL FIM-PRCAPRV
               MOVE 'N' TO WRK-PRECO-APROVADO
               CLOSE PRECO-APROV
               OPEN OUTPUT PRECO-APROV
               CLOSE PRECO-APROV
           END-IF.

       2610-AVALIAR-APROVADA.
           ADD 1 TO WRK-QTD-REINJETADAS.
           PERFORM 2005-AVALIAR-VENDA.
           READ PRECO-APROV INTO ST-REGISTRO
               AT END SET FIM-PRCAPRV TO TRUE
           END-READ.

      *****************************************************************
      * 2700-PROCESSAR-CANCELAMENTOS
      * APLICA OS CANCELAMENTOS GUARDADOS NO LOTE: RELE O SALES-POSTED
      * DO DIA (VENDAS DO SALES-TRANS E DAS REINJECOES JA LANCADAS),
      * CASA CADA CANCELAMENTO COM A VENDA DE MESMA FILIAL E NUMERO
      * FISCAL E REABRE O ARQUIVO EM EXTENSAO PARA GRAVAR O ESTORNO.
      *****************************************************************
       2700-PROCESSAR-CANCELAMENTOS.
           IF WRK-QTD-CANCEL-PEND = ZEROS
               GO TO 2700-EXIT
           END-IF.
           CLOSE SALES-POSTED.
           OPEN INPUT SALES-POSTED.
           IF WRK-FS-SALESPST = '00'
               MOVE 'N' TO WRK-FIM-POSTED
               READ SALES-POSTED
                   AT END SET FIM-POSTED TO TRUE
               END-READ
               PERFORM 2710-CASAR-POSTED UNTIL FIM-POSTED
               CLOSE SALES-POSTED
           ELSE
               MOVE 'SALES-POSTED'  TO EL-ARQUIVO
               MOVE 'OPEN'          TO EL-OPERACAO
               MOVE WRK-FS-SALESPST TO EL-STATUS
               PERFORM 9900-GRAVAR-ERRO
           END-IF.
           OPEN EXTEND SALES-POSTED.
           PERFORM 2720-APLICAR-CANCELAMENTO THRU 2720-EXIT
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > WRK-QTD-CANCEL-PEND.
       2700-EXIT.
           EXIT.

       2710-CASAR-POSTED.
           PERFORM 2715-CASAR-CANCELAMENTO
               VARYING WRK-CAN-IDX FROM 1 BY 1
               UNTIL WRK-CAN-IDX > WRK-QTD-CANCEL-PEND.
           READ SALES-POSTED
               AT END SET FIM-POSTED TO TRUE
           END-READ.

       2715-CASAR-CANCELAMENTO.
           IF PS-FILIAL = WRK-TAB-CAN-FILIAL (WRK-CAN-IDX)
              AND PS-NUM-DOCUMENTO = WRK-TAB-CAN-DOC (WRK-CAN-IDX)
               IF PS-VENDA
                   MOVE PS-REGISTRO TO WRK-TAB-CAN-VENDA (WRK-CAN-IDX)
                   IF WRK-TAB-CAN-SITUACAO (WRK-CAN-IDX) = 'P'
                       MOVE 'A' TO WRK-TAB-CAN-SITUACAO (WRK-CAN-IDX)
                   END-IF
               END-IF
               IF PS-CANCELAMENTO
                   MOVE 'J' TO WRK-TAB-CAN-SITUACAO (WRK-CAN-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * 2720-APLICAR-CANCELAMENTO
      * CANCELAMENTO CASADO: GRAVA NO SALES-POSTED O TIPO 'C' COM OS
      * CAMPOS E O NUMERO FISCAL DA VENDA (O NUMERO FICA USADO), O
      * MOTIVO E O OPERADOR; O SALES-MES RECEBE O VALOR NEGATIVO DO
      * VENDEDOR ORIGINAL (ESTORNA A COMISSAO) E A VENDA SAI DA SOMA,
      * DA QUANTIDADE E DOS ROLLUPS DO DIA (E POR ELES DO MES E DO
      * ANO). SEM VENDA DO DIA, JA CANCELADA, SEM MOTIVO OU MAIOR QUE
      * AS VENDAS DO DIA, VAI PARA O SALES-EXCEPT COM O MOTIVO 'C'.
      *****************************************************************
       2720-APLICAR-CANCELAMENTO.
           MOVE WRK-TAB-CAN-TRANSACAO (WRK-CAN-IDX) TO ST-REGISTRO.
           MOVE SPACES TO WRK-CAN-RECUSA.
           EVALUATE TRUE
               WHEN NOT ST-MOTIVO-CANCEL-VALIDO
                   MOVE 'SEM MOTIVO VALIDO' TO WRK-CAN-RECUSA
               WHEN WRK-TAB-CAN-DOC (WRK-CAN-IDX) = ZEROS
                   MOVE 'SEM DOCUMENTO' TO WRK-CAN-RECUSA
               WHEN WRK-TAB-CAN-SITUACAO (WRK-CAN-IDX) = 'J'
                   MOVE 'VENDA JA CANCELADA' TO WRK-CAN-RECUSA
               WHEN WRK-TAB-CAN-SITUACAO (WRK-CAN-IDX) = 'P'
                   MOVE 'SEM VENDA DO DIA NO DOCUMENTO'
                       TO WRK-CAN-RECUSA
           END-EVALUATE.
           IF WRK-CAN-RECUSA = SPACES
               MOVE WRK-TAB-CAN-VENDA (WRK-CAN-IDX) TO PS-REGISTRO
               MOVE PS-VALOR-REAL TO WRK-VALOR-CONVERTIDO
               IF WRK-VALOR-CONVERTIDO > WRK-SOMA-VENDAS
                   MOVE 'MAIOR QUE AS VENDAS DO DIA' TO WRK-CAN-RECUSA
               END-IF
           END-IF.
           IF WRK-CAN-RECUSA NOT = SPACES
               PERFORM 2068-REGISTRAR-EXCECAO-CANCEL
               GO TO 2720-EXIT
           END-IF.

           MOVE WRK-DATA-HOJE    TO PS-DATA.
           MOVE 'C'              TO PS-TIPO.
           MOVE ST-MOTIVO-CANCEL TO PS-MOTIVO-CANCEL.
           MOVE ST-COD-VENDEDOR  TO PS-OPERADOR-CANCEL.
           WRITE PS-REGISTRO.
           IF PS-PAGTO-VALE
              AND PS-VALOR-VALE > ZEROS
               PERFORM 2728-ESTORNAR-VALE THRU 2728-EXIT
           END-IF.
           IF PS-PAGTO-PONTOS
              AND PS-PONTOS-RESGATE > ZEROS
               PERFORM 2729-ESTORNAR-PONTOS THRU 2729-EXIT
           END-IF.
           MOVE PS-COD-VENDEDOR  TO ST-COD-VENDEDOR.
           MOVE PS-CPF-CLIENTE   TO ST-CPF-CLIENTE.
           MOVE PS-TIPO-PESSOA   TO ST-TIPO-PESSOA.
           MOVE PS-CNPJ-CLIENTE  TO ST-CNPJ-CLIENTE.
           MOVE PS-COD-PRODUTO   TO ST-COD-PRODUTO.
           PERFORM 2032-GRAVAR-SALES-MES.

           IF WRK-QTD-VENDAS > ZEROS
               SUBTRACT 1 FROM WRK-QTD-VENDAS
           END-IF.
           SUBTRACT WRK-VALOR-CONVERTIDO FROM WRK-SOMA-VENDAS.
           ADD 1                    TO WRK-QTD-CANCELAMENTOS.
           ADD WRK-VALOR-CONVERTIDO TO WRK-SOMA-CANCELAMENTOS.
           COMPUTE WRK-VALOR-ROLLUP = WRK-VALOR-CONVERTIDO * -1.
           MOVE ST-COD-VENDEDOR      TO WRK-VENDEDOR-ROLLUP.
           MOVE ST-FILIAL            TO WRK-LOJA-ROLLUP.
           PERFORM 8700-RESOLVER-SUPERVISOR.
           PERFORM 8750-RESOLVER-REGIAO.
           PERFORM 8600-SOMAR-ROLLUP-SUPERV THRU 8600-EXIT.
           PERFORM 8650-SOMAR-ROLLUP-REGIAO THRU 8650-EXIT.
           PERFORM 2725-MARCAR-REPETIDO
               VARYING WRK-CAN-IDX2 FROM WRK-CAN-IDX BY 1
               UNTIL WRK-CAN-IDX2 > WRK-QTD-CANCEL-PEND.

           MOVE WRK-VALOR-CONVERTIDO TO WRK-VENDAMS.
           DISPLAY 'CANCELAMENTO - FILIAL ' PS-FILIAL
                   ' DOCUMENTO ' PS-NUM-DOCUMENTO
                   ' VENDEDOR ' PS-COD-VENDEDOR
                   ' OPERADOR ' PS-OPERADOR-CANCEL
                   ' VALOR: ' WRK-VENDAMS
           END-DISPLAY.
       2720-EXIT.
           EXIT.

      * UM SEGUNDO CANCELAMENTO DO MESMO DOCUMENTO NO LOTE E RECUSADO.
       2725-MARCAR-REPETIDO.
           IF WRK-CAN-IDX2 NOT = WRK-CAN-IDX
              AND WRK-TAB-CAN-FILIAL (WRK-CAN-IDX2) = PS-FILIAL
              AND WRK-TAB-CAN-DOC (WRK-CAN-IDX2) = PS-NUM-DOCUMENTO
               MOVE 'J' TO WRK-TAB-CAN-SITUACAO (WRK-CAN-IDX2)
           END-IF.

      * A VENDA CANCELADA QUE FOI PAGA COM VALE-TROCA DEVOLVE AO VALE
      * O QUE SAIU DELE, E O VALE VOLTA A FICAR ABERTO.
       2728-ESTORNAR-VALE.
           MOVE PS-NUM-VALE TO WRK-VALE-PROCURADO.
           MOVE ZEROS TO WRK-VAL-ACHADO.
           PERFORM 2091-PROCURAR-VALE
               VARYING WRK-VAL-IDX FROM 1 BY 1
               UNTIL WRK-VAL-IDX > WRK-QTD-VALES
                  OR WRK-VAL-ACHADO > ZEROS.
           IF WRK-VAL-ACHADO = ZEROS
               DISPLAY 'CANCELAMENTO: VALE ' PS-NUM-VALE
                       ' NAO ENCONTRADO - SALDO NAO DEVOLVIDO'
               GO TO 2728-EXIT
           END-IF.
           MOVE WRK-TAB-VAL-REG (WRK-VAL-ACHADO) TO WRK-VAL-AREA.
           ADD PS-VALOR-VALE TO WRK-VAL-SALDO.
           MOVE 'A'           TO WRK-VAL-SITUACAO.
           MOVE WRK-DATA-HOJE TO WRK-VAL-MOVIMENTO.
           MOVE WRK-VAL-AREA TO WRK-TAB-VAL-REG (WRK-VAL-ACHADO).
           ADD PS-VALOR-VALE TO WRK-SOMA-VALES-ESTORNADOS.
       2728-EXIT.
           EXIT.

      * A VENDA CANCELADA QUE RESGATOU PONTOS DEVOLVE OS PONTOS AO
      * SALDO EM MEMORIA (O PROGPONTOS GRAVA A VOLTA DO RESGATE).
       2729-ESTORNAR-PONTOS.
           MOVE PS-CPF-CLIENTE TO WRK-PTS-CPF-PROCURADO.
           MOVE ZEROS TO WRK-PTS-ACHADO.
           PERFORM 2096-PROCURAR-PONTOS
               VARYING WRK-PTS-IDX FROM 1 BY 1
               UNTIL WRK-PTS-IDX > WRK-QTD-PONTOS-CPF
                  OR WRK-PTS-ACHADO > ZEROS.
           IF WRK-PTS-ACHADO > ZEROS
               ADD PS-PONTOS-RESGATE
                   TO WRK-TAB-PTS-SALDO (WRK-PTS-ACHADO)
           END-IF.
           ADD PS-PONTOS-RESGATE TO WRK-SOMA-PONTOS-ESTORNADOS.
       2729-EXIT.
           EXIT.

      *****************************************************************
      * 2020-ACUMULAR-VENDA
      * VENDA VALIDA, JA CONVERTIDA - ATUALIZA QUEBRA DE CONTROLE,
           MOVE ST-FILIAL             TO PS-FILIAL.
           MOVE ST-COD-VENDEDOR       TO PS-COD-VENDEDOR.
           MOVE ST-CPF-CLIENTE        TO PS-CPF-CLIENTE.
           IF ST-CLIENTE-PJ
               MOVE 'J'               TO PS-TIPO-PESSOA
               MOVE ST-CNPJ-CLIENTE   TO PS-CNPJ-CLIENTE
           ELSE
               MOVE 'F'               TO PS-TIPO-PESSOA
               MOVE ZEROS             TO PS-CNPJ-CLIENTE
           END-IF.
           MOVE ST-MOEDA              TO PS-MOEDA-ORIGEM.
           MOVE ST-VALOR              TO PS-VALOR-ORIGEM.
           MOVE WRK-VALOR-CONVERTIDO  TO PS-VALOR-REAL.
               MOVE 01                TO PS-QTD-PARCELAS
           END-IF.
           MOVE ST-FORMA-PAGTO        TO PS-FORMA-PAGTO.
           MOVE SPACES                TO PS-MOTIVO-CANCEL
                                         PS-OPERADOR-CANCEL.
           MOVE WRK-VALE-MOV-NUMERO   TO PS-NUM-VALE.
           MOVE WRK-VALE-MOV-VALOR    TO PS-VALOR-VALE.
           MOVE ZEROS                 TO WRK-VALE-MOV-NUMERO
                                         WRK-VALE-MOV-VALOR.
           MOVE WRK-PONTOS-MOV-QTD    TO PS-PONTOS-RESGATE.
           MOVE WRK-PONTOS-MOV-VALOR  TO PS-VALOR-PONTOS.
           MOVE ZEROS                 TO WRK-PONTOS-MOV-QTD
                                         WRK-PONTOS-MOV-VALOR.
           MOVE WRK-TAB-NUM-PROXIMO (WRK-NUM-ACHADO)
               TO PS-NUM-DOCUMENTO.
           IF ST-DEVOLUCAO
      *****************************************************************
      * 2032-GRAVAR-SALES-MES
      * ACUMULA A TRANSACAO ACEITA, JA EM REAL, NO SALES-MES DO
      * EXTRATO/COMISSAO/ICMS; A DEVOLUCAO E O CANCELAMENTO ENTRAM
      * COM SINAL NEGATIVO E SE ABATEM SOZINHOS NAS SOMAS DOS
      * CONSUMIDORES.
      *****************************************************************
       2032-GRAVAR-SALES-MES.
           MOVE WRK-DATA-HOJE   TO SM-DATA.
           MOVE 'BRL'           TO SM-MOEDA.
           MOVE ST-CPF-CLIENTE  TO SM-CPF-CLIENTE.
           MOVE PS-NUM-DOCUMENTO TO SM-NUM-DOCUMENTO.
           MOVE ST-FILIAL       TO SM-FILIAL.
           MOVE ST-COD-PRODUTO  TO SM-COD-PRODUTO.
           IF ST-CLIENTE-PJ
               MOVE 'J'             TO SM-TIPO-PESSOA
               MOVE ST-CNPJ-CLIENTE TO SM-CNPJ-CLIENTE
           ELSE
               MOVE 'F'             TO SM-TIPO-PESSOA
               MOVE ZEROS           TO SM-CNPJ-CLIENTE
           END-IF.
           MOVE ZEROS           TO SM-VALOR.
           IF ST-DEVOLUCAO OR ST-CANCELAMENTO
               COMPUTE SM-VALOR = WRK-VALOR-CONVERTIDO * -1
                   ON SIZE ERROR
                       DISPLAY 'VALOR NAO CABE NO SALES-MES'
           PERFORM 4100-GRAVAR-NUMERACAO.
           PERFORM 4200-GRAVAR-AUTORIZACOES
               THRU 4200-EXIT.
           PERFORM 4300-GRAVAR-VALES
               THRU 4300-EXIT.

      *****************************************************************
      * 2010-CONVERTER-MOEDA
           MOVE ST-QTD-PARCELAS TO SX-QTD-PARCELAS.
           MOVE ST-FORMA-PAGTO  TO SX-FORMA-PAGTO.
           MOVE WRK-DATA-HOJE   TO SX-DATA.
           MOVE ST-DOC-REFERENCIA TO SX-DOC-REFERENCIA.
           MOVE ST-MOTIVO-CANCEL TO SX-MOTIVO-CANCEL.
           IF ST-CLIENTE-PJ
               MOVE 'J'             TO SX-TIPO-PESSOA
               MOVE ST-CNPJ-CLIENTE TO SX-CNPJ-CLIENTE
           ELSE
               MOVE 'F'             TO SX-TIPO-PESSOA
               MOVE ZEROS           TO SX-CNPJ-CLIENTE
           END-IF.
           WRITE SX-REGISTRO.

      *****************************************************************
       3000-TOTAL-GERAL.
           PERFORM 2100-IMPRIMIR-SUBTOTAL.
           PERFORM 3100-IMPRIMIR-DEVOLUCOES.
           PERFORM 3150-IMPRIMIR-CANCELAMENTOS.
           PERFORM 3160-IMPRIMIR-VALES.
           PERFORM 3170-IMPRIMIR-PONTOS.

           IF WRK-QTD-VENDAS > 0
               COMPUTE WRK-MEDIA = WRK-SOMA-VENDAS / WRK-QTD-VENDAS
           MOVE WRK-SOMA-DEVOLUCOES TO WRK-VENDAMS.
           DISPLAY 'VALOR DEVOLVIDO:      ' WRK-VENDAMS.

      *****************************************************************
      * 3150-IMPRIMIR-CANCELAMENTOS
      * SECAO PROPRIA DOS CANCELAMENTOS DO DIA (CONTAGEM E TOTAL JA
      * ABATIDO DA SOMA E DA QUANTIDADE DE VENDAS DO DIA).
      *****************************************************************
       3150-IMPRIMIR-CANCELAMENTOS.
           DISPLAY '========= CANCELAMENTOS DO DIA ========='.
           MOVE WRK-QTD-CANCELAMENTOS TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS CANCELADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-CANCELAMENTOS TO WRK-VENDAMS.
           DISPLAY 'VALOR CANCELADO:      ' WRK-VENDAMS.

      *****************************************************************
      * 3160-IMPRIMIR-VALES
      * SECAO PROPRIA DOS VALES-TROCA DO DIA: EMITIDOS NAS DEVOLUCOES,
      * USADOS NAS VENDAS E DEVOLVIDOS AO VALE PELOS CANCELAMENTOS.
      *****************************************************************
       3160-IMPRIMIR-VALES.
           DISPLAY '========== VALES-TROCA DO DIA =========='.
           MOVE WRK-QTD-VALES-EMITIDOS TO WRK-CONTROLEFN.
           DISPLAY 'VALES EMITIDOS:       ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-VALES-EMITIDOS TO WRK-VENDAMS.
           DISPLAY 'VALOR EMITIDO:        ' WRK-VENDAMS.
           MOVE WRK-QTD-VALES-USADOS TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS COM VALE:      ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-VALES-USADOS TO WRK-VENDAMS.
           DISPLAY 'VALOR USADO:          ' WRK-VENDAMS.
           MOVE WRK-SOMA-VALES-ESTORNADOS TO WRK-VENDAMS.
           DISPLAY 'DEVOLVIDO AO VALE:    ' WRK-VENDAMS.

      *****************************************************************
      * 3170-IMPRIMIR-PONTOS
      * SECAO PROPRIA DOS RESGATES DE PONTOS DE FIDELIDADE DO DIA:
      * VENDAS COM RESGATE, PONTOS USADOS, DESCONTO CONCEDIDO E
      * PONTOS DEVOLVIDOS AO SALDO PELOS CANCELAMENTOS.
      *****************************************************************
       3170-IMPRIMIR-PONTOS.
           DISPLAY '======== PONTOS FIDELIDADE DO DIA ========'.
           MOVE WRK-QTD-RESGATES TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS COM RESGATE:   ' WRK-CONTROLEFN.
           MOVE WRK-SOMA-PONTOS-RESGATADOS TO WRK-PONTOSFN.
           DISPLAY 'PONTOS RESGATADOS:    ' WRK-PONTOSFN.
           MOVE WRK-SOMA-DESCONTO-PONTOS TO WRK-VENDAMS.
           DISPLAY 'DESCONTO CONCEDIDO:   ' WRK-VENDAMS.
           MOVE WRK-SOMA-PONTOS-ESTORNADOS TO WRK-PONTOSFN.
           DISPLAY 'DEVOLVIDOS AO SALDO:  ' WRK-PONTOSFN.

      *****************************************************************
      * 4000-GRAVAR-MTD
      * O SALES-TRANS DO DIA FOI TOTALMENTE PROCESSADO - FECHA O DIA,
           IF CADCLI-ABERTO
               CLOSE CADASTRO-CLIENTE
           END-IF.
           IF CADPJ-ABERTO
               CLOSE CADASTRO-PJ
           END-IF.
           IF CPFRF-ABERTO
               CLOSE SITUACAO-RECEITA
           END-IF.
           CLOSE CREDITO-EXCEPT.
           CLOSE SALES-TRANS.
           CLOSE SALES-EXCEPT.
           CLOSE SALES-EXCEPT-DATA.
           CLOSE SALES-POSTED.
           CLOSE SALES-MES.
           CLOSE PRECO-HOLD.

      *****************************************************************
      * 9700-IMPRIMIR-TOTAIS-CONTROLE
           DISPLAY 'REGISTROS REJEITADOS: ' WRK-CONTROLEFN.
           MOVE WRK-QTD-REINJETADAS TO WRK-CONTROLEFN.
           DISPLAY 'REGISTROS REINJETADOS:' WRK-CONTROLEFN.
           MOVE WRK-QTD-RETIDAS-PISO TO WRK-CONTROLEFN.
           DISPLAY 'RETIDOS ABAIXO PISO:  ' WRK-CONTROLEFN.
           MOVE WRK-QTD-SEM-PRECO TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS SEM PRECO:     ' WRK-CONTROLEFN.
           MOVE WRK-QTD-CANCELAMENTOS TO WRK-CONTROLEFN.
           DISPLAY 'VENDAS CANCELADAS:    ' WRK-CONTROLEFN.
           MOVE WRK-QTD-RF-RECUSADAS TO WRK-CONTROLEFN.
           DISPLAY 'A PRAZO CPF IRREGULAR:' WRK-CONTROLEFN.
       9700-EXIT.
           EXIT.

           OPEN EXTEND ERROR-LOG.
           WRITE EL-REGISTRO.
           CLOSE ERROR-LOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * 0100-IDENTIFICAR-OPERADOR
       9850-EXIT.
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
           MOVE WRK-QTD-VENDAS TO RG-QTD-GRAVADOS.
           MOVE WRK-QTD-REJEITADAS TO RG-QTD-REJEITADOS.
           MOVE WRK-RL-STATUS TO RG-STATUS.
           PERFORM 9750-APURAR-RETURN-CODE THRU 9750-EXIT.
           MOVE RETURN-CODE TO RG-RETURN-CODE.
           WRITE RG-REGISTRO.
           CLOSE RUN-LOG.
       9800-EXIT.
