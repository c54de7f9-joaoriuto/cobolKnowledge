      *           E QUANDO.
      * HISTORICO DE ALTERACOES
      * 2026-08-22 JR  LAYOUT INICIAL.
      * 2026-10-15 JR  TAMBEM GRAVADO PELO PROGCPF NA INCLUSAO (TIPO
      *                'INCLUSAO', IMAGEM ANTES EM BRANCO) E PELO
      *                PROGCLIMRG NA FUSAO; LIDO EM ORDEM DE DATA/HORA
      *                PELO PROGCLIFWD PARA REAPLICAR AS IMAGENS DEPOIS
      *                SOBRE O BACKUP DO CADASTRO.
      ***************************************************************
       01  MC-REGISTRO.
           05  MC-DATA              PICTURE 9(08).
