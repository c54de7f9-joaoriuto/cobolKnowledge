      *           (OPERADOR 'AUTODISP').                             *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O DOCUMENTO DE     *
      *                REFERENCIA E O MOTIVO DO CANCELAMENTO         *
      *                (SALESTR): PENDENTES E REINJECAO ACOMPANHAM O *
      *                LAYOUT NOVO.                                  *
      * 2026-10-15 JR  O REGISTRO DE VENDA GANHOU O TIPO DE PESSOA E *
      *                O CNPJ DO CLIENTE (SALESTR/SALESEXR):         *
      *                PENDENTES, DISPOSICAO E REINJECAO ACOMPANHAM  *
      *                O LAYOUT NOVO.                                *
      * 2026-10-15 JR  O DUPPEND VOLTA AO TAMANHO DO DUPHOLDR (78) - *
      *                A DATA DA RETENCAO E A FILIAL DO PAR ERAM     *
      *                CORTADAS NA VENDA QUE CONTINUA RETIDA.        *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       FD  SALES-EXCEPT-DATA.
           COPY SALESEXR.
       FD  SALES-EXCEPT-PEND.
       01  SP-REGISTRO              PICTURE X(77).
       FD  EXC-DISPOSICAO.
       01  DP-LINHA                 PICTURE X(105).
       FD  DUP-HOLD.
           COPY DUPHOLDR.
       FD  DUP-PENDENTE.
       01  DD-REGISTRO              PICTURE X(78).
       FD  SALES-REINJ.
       01  RJ-REGISTRO              PICTURE X(67).
       FD  DUP-DISPOSICAO.
       01  DL-LINHA                 PICTURE X(70).
       WORKING-STORAGE       SECTION.
