      *           EDITOR.                                            *
      * HISTORICO DE ALTERACOES                                      *
      * 2026-09-02 JR  PROGRAMA INICIAL.                              *
      * 2026-10-15 JR  O SALES-MES NOVO (SN-REGISTRO) ACOMPANHA O    *
      *                LAYOUT QUE GANHOU FILIAL E PRODUTO.           *
      * 2026-10-15 JR  IDEM PARA O TIPO DE PESSOA E O CNPJ.          *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
       FD  SALES-MES.
           COPY SALESMES.
       FD  SALES-MES-NOVO.
       01  SN-REGISTRO              PICTURE X(69).
       FD  CLIENTE-DELTA.
           COPY CLIDELTA.
       FD  CLIENTE-DELTA-NOVO.
