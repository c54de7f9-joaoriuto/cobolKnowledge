      ***************************************************************
      * DOCREG - LAYOUT DO REGISTRO DE DECLARACOES EMITIDAS
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: UMA LINHA POR DECLARACAO OFICIAL EMITIDA PELA
      *           SECRETARIA NO PROGDECLAR (DECLARACAO DE MATRICULA,
      *           ATESTADO DE FREQUENCIA E DECLARACAO DE ALUNO EM
      *           CURSO): NUMERO EM SEQUENCIA DO DOCCTL, TIPO,
      *           MATRICULA, TERMO, DATA E HORA, OPERADOR QUE EMITIU
      *           E O CODIGO DE VERIFICACAO IMPRESSO NO DOCUMENTO. A
      *           CONSULTA DE AUTENTICIDADE DO PROGDECLAR CONFERE O
      *           NUMERO E O CODIGO APRESENTADOS CONTRA ESTE REGISTRO.
      *           SO CRESCE (OPEN EXTEND).
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  DC-REGISTRO.
           05  DC-NUMERO            PICTURE 9(08).
           05  DC-TIPO              PICTURE X(01).
               88  DOC-MATRICULA        VALUE 'M'.
               88  DOC-FREQUENCIA       VALUE 'F'.
               88  DOC-EM-CURSO         VALUE 'C'.
               88  DOC-TIPO-VALIDO      VALUE 'M' 'F' 'C'.
           05  DC-MATRICULA         PICTURE X(08).
           05  DC-TERMO             PICTURE X(06).
           05  DC-DATA-EMISSAO      PICTURE 9(08).
           05  DC-HORA-EMISSAO      PICTURE 9(06).
           05  DC-OPERADOR          PICTURE X(08).
           05  DC-CODIGO-VERIF      PICTURE 9(10).
