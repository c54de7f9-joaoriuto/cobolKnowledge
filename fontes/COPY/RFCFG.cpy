      ***************************************************************
      * RFCFG - LAYOUT DO REGISTRO DO CONSULTA-RECEITA-CONFIG
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: PARAMETROS DA REMESSA A RECEITA (PROGRFENV) - DIAS
      *           ENTRE DUAS CONSULTAS DO MESMO CPF, DIAS DE ESPERA
      *           PELO RETORNO ANTES DE REENVIAR O CPF E O NOME DA
      *           EMPRESA NO CABECALHO. SEM O ARQUIVO, VALEM 90 DIAS,
      *           10 DIAS E O NOME PADRAO DO PROGRAMA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  RC-REGISTRO.
           05  RC-DIAS-INTERVALO    PICTURE 9(03).
           05  RC-DIAS-ESPERA       PICTURE 9(03).
           05  RC-ORIGEM            PICTURE X(40).
