      *                VENDA RETIDA E DESDOBRADA NA AREA SALESTR DE
      *                TRABALHO E A TELA MOSTRA A FILIAL DA PRIMEIRA
      *                OCORRENCIA PARA AJUDAR A DECISAO.
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O DOCUMENTO DE
      *                REFERENCIA E O MOTIVO DO CANCELAMENTO (SALESTR):
      *                PENDENTE E REINJECAO ACOMPANHAM O LAYOUT NOVO.
      * 2026-10-15 JR  IDEM PARA O TIPO DE PESSOA E O CNPJ DO CLIENTE
      *                (SALESTR).
      * 2026-10-15 JR  O PENDENTE VOLTA A TER O TAMANHO DO DUPHOLDR
      *                (78) - A DATA DA RETENCAO E A FILIAL DO PAR
      *                ERAM CORTADAS NA VENDA QUE CONTINUA RETIDA.
      ***************************************

       ENVIRONMENT DIVISION.
           COPY DUPHOLDR.

       FD  DUP-PENDENTE.
       01  DP-REGISTRO             PICTURE X(78).

       FD  SALES-REINJ.
       01  RJ-REGISTRO             PICTURE X(67).

       FD  DUP-DISPOSICAO.
       01  DD-LINHA                PICTURE X(70).
