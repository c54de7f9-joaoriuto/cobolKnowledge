      ***************************************************************
      * ACESSO - LAYOUT DO REGISTRO DO LOG DE ACESSO (ACESLOG)
      * AUTHOR: JOAO RIUTO
      * OBJETIVO: TRILHA LGPD DE QUEM CONSULTOU OS DADOS PESSOAIS DE
      *           QUAL CLIENTE - UM REGISTRO POR CPF EXIBIDO PELO
      *           PROGCLI360, PROGCLICON, PROGCLIMNT E PROGLGPD
      *           (OPERADOR, PROGRAMA, CPF, DATA, HORA E MOTIVO DA
      *           CONSULTA), GRAVADO POR ACRESCIMO. O PROGACEREL
      *           LISTA A TRILHA POR CPF OU POR OPERADOR, O PROGLGPD
      *           POE OS ACESSOS NO DOSSIE DO TITULAR E O PROGACEALR
      *           ALERTA O OPERADOR QUE FOGE DA SUA MEDIA DIARIA.
      * HISTORICO DE ALTERACOES
      * 2026-10-15 JR  LAYOUT INICIAL.
      ***************************************************************
       01  LA-REGISTRO.
           05  LA-OPERADOR          PICTURE X(08).
           05  LA-PROGRAMA          PICTURE X(10).
           05  LA-CPF               PICTURE 9(11).
           05  LA-DATA              PICTURE 9(08).
           05  LA-HORA              PICTURE 9(08).
           05  LA-MOTIVO            PICTURE X(03).
               88  LA-MOTIVO-ATENDIMENTO VALUE 'ATD'.
               88  LA-MOTIVO-CADASTRO    VALUE 'CAD'.
               88  LA-MOTIVO-COBRANCA    VALUE 'COB'.
               88  LA-MOTIVO-TITULAR     VALUE 'TIT'.
               88  LA-MOTIVO-AUDITORIA   VALUE 'AUD'.
               88  LA-MOTIVO-VALIDO      VALUE 'ATD' 'CAD' 'COB'
                                               'TIT' 'AUD'.
