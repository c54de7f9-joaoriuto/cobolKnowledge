      ***************************************************************
      * SPEDREG - LAYOUT DO REGISTRO DO EXTRATO FISCAL (SPEDSAI)
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: EXTRATO MENSAL DOS DOCUMENTOS FISCAIS PARA A
      *           ESCRITURACAO DIGITAL DO ESCRITORIO CONTABIL, GERADO
      *           PELO PROGSPED NO LEIAUTE COMBINADO COM ELES: UM
      *           REGISTRO 0000 DE ABERTURA (PERIODO), UM 0100 POR
      *           FILIAL SEGUIDO DOS 0200 DOS SEUS DOCUMENTOS, UM
      *           0300 POR UF COM A BASE E O IMPOSTO PELA ALIQUOTA DO
      *           TAX-RATE E O 9999 DE ENCERRAMENTO COM A QUANTIDADE
      *           DE REGISTROS DE CADA TIPO. VALORES SEM PONTO NEM
      *           VIRGULA, COM ZEROS A ESQUERDA; BASE E IMPOSTO COM
      *           O SINAL NA FRENTE.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  SP-REGISTRO.
           05  SP-TIPO-REG          PICTURE X(04).
               88  SP-ABERTURA          VALUE '0000'.
               88  SP-FILIAL            VALUE '0100'.
               88  SP-DOCUMENTO         VALUE '0200'.
               88  SP-RESUMO-UF         VALUE '0300'.
               88  SP-ENCERRAMENTO      VALUE '9999'.
           05  SP-DADOS             PICTURE X(96).
           05  SP-DADOS-ABERTURA    REDEFINES SP-DADOS.
               10  SP-AB-DATA-INICIO    PICTURE 9(08).
               10  SP-AB-DATA-FIM       PICTURE 9(08).
               10  SP-AB-DATA-GERACAO   PICTURE 9(08).
               10  SP-AB-VERSAO-LEIAUTE PICTURE 9(03).
               10  FILLER               PICTURE X(69).
           05  SP-DADOS-FILIAL      REDEFINES SP-DADOS.
               10  SP-FI-CODIGO         PICTURE X(03).
               10  SP-FI-NOME           PICTURE X(30).
               10  SP-FI-CIDADE         PICTURE X(20).
               10  SP-FI-UF             PICTURE X(02).
               10  FILLER               PICTURE X(41).
      * DOCUMENTO: NATUREZA 'V' VENDA OU 'D' DEVOLUCAO; SITUACAO 00
      * REGULAR OU 02 CANCELADO (COM O MOTIVO); CPF (PESSOA 'F') OU
      * CNPJ (PESSOA 'J') NO MESMO CAMPO, ALINHADO A DIREITA.
           05  SP-DADOS-DOCUMENTO   REDEFINES SP-DADOS.
               10  SP-DC-FILIAL         PICTURE X(03).
               10  SP-DC-NUMERO         PICTURE 9(08).
               10  SP-DC-DATA           PICTURE 9(08).
               10  SP-DC-NATUREZA       PICTURE X(01).
               10  SP-DC-SITUACAO       PICTURE 9(02).
                   88  SP-DC-REGULAR        VALUE 00.
                   88  SP-DC-CANCELADO      VALUE 02.
               10  SP-DC-TIPO-PESSOA    PICTURE X(01).
               10  SP-DC-CPF-CNPJ       PICTURE 9(14).
               10  SP-DC-VALOR          PICTURE 9(10)V99.
               10  SP-DC-MOTIVO-CANCEL  PICTURE X(02).
               10  FILLER               PICTURE X(45).
           05  SP-DADOS-RESUMO-UF   REDEFINES SP-DADOS.
               10  SP-RU-UF             PICTURE X(02).
               10  SP-RU-ALIQUOTA       PICTURE 9(02)V99.
               10  SP-RU-QTD-DOCUMENTOS PICTURE 9(06).
               10  SP-RU-BASE           PICTURE S9(12)V99
                                        SIGN IS LEADING SEPARATE.
               10  SP-RU-IMPOSTO        PICTURE S9(12)V99
                                        SIGN IS LEADING SEPARATE.
               10  FILLER               PICTURE X(54).
           05  SP-DADOS-ENCERRAMENTO REDEFINES SP-DADOS.
               10  SP-EN-QTD-0000       PICTURE 9(06).
               10  SP-EN-QTD-0100       PICTURE 9(06).
               10  SP-EN-QTD-0200       PICTURE 9(06).
               10  SP-EN-QTD-0300       PICTURE 9(06).
               10  SP-EN-QTD-9999       PICTURE 9(06).
               10  SP-EN-QTD-TOTAL      PICTURE 9(08).
               10  FILLER               PICTURE X(58).
