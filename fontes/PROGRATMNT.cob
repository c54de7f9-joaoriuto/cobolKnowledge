      *                FICA SEGURADO NO RATESUSP PARA A TESOURARIA   *
      *                CONFIRMAR OU REJEITAR NO PROGRATREL - O DIA   *
      *                DA COTACAO DEZ VEZES FORA NAO SE REPETE.      *
      * 2026-10-15 JR  O FEED PASSA A TRAZER A COTACAO DE COMPRA E A *
      *                DE VENDA AO LADO DA MEDIA, E AS TRES VAO PARA *
      *                O RATE-TABLE. LADO AUSENTE (FEED NO FORMATO   *
      *                ANTIGO) VALE A MEDIA; MEDIA AUSENTE E O MEIO  *
      *                DOS DOIS LADOS. LADOS INVERTIDOS SAO          *
      *                REJEITADOS; SPREAD ACIMA DO MAXIMO DO RATETOL *
      *                (PADRAO 2%) FICA SEGURADO NO RATESUSP, COMO O *
      *                DESVIO SOBRE A PTAX.                          *
      ****************************************************************
       ENVIRONMENT           DIVISION.
       CONFIGURATION         SECTION.
           05  RF-MOEDA             PICTURE X(03).
           05  RF-COTACAO           PICTURE 9(06)V9999.
           05  RF-DATA              PICTURE 9(08).
           05  RF-COTACAO-COMPRA    PICTURE 9(06)V9999.
           05  RF-COTACAO-VENDA     PICTURE 9(06)V9999.
       FD  RATE-TABLE.
           COPY RATETAB.
       FD  RATE-TABLE-NOVO.
       01  RN-REGISTRO              PICTURE X(41).
       FD  RATE-HIST.
       01  RH-REGISTRO              PICTURE X(41).
       FD  PTAX-REFERENCIA.
       01  PX-REGISTRO.
           05  PX-MOEDA             PICTURE X(03).
           05  PX-COTACAO           PICTURE 9(06)V9999.
           05  PX-DATA              PICTURE 9(08).
       FD  RATE-TOLERANCIA.
       01  TL-REGISTRO.
           05  TL-TOLERANCIA-PCT    PICTURE 9(03).
           05  TL-SPREAD-MAX-PCT    PICTURE 9(02)V99.
       FD  RATE-SUSPENSE.
       01  RS-REGISTRO              PICTURE X(41).
       FD  RATE-REPORT.
       01  RR-LINHA                 PICTURE X(70).
       FD  ERROR-LOG.
       77  WRK-DESVIO-PCT           PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77  WRK-DESVIOFN             PIC -ZZZ9,99 VALUE ZEROS.
       77  WRK-QTD-SEGURADAS        PIC 9(06) COMP VALUE ZEROS.
      * SPREAD ENTRE A COMPRA E A VENDA, EM % DA MEDIA, E O MAXIMO.
       77  WRK-SPREAD-MAX-PCT       PIC 9(02)V99 VALUE 02,00.
       77  WRK-SPREAD-PCT           PIC S9(05)V99 COMP-3 VALUE ZEROS.
       77  WRK-SPREADFN             PIC -ZZZ9,99 VALUE ZEROS.
       77  WRK-LADOS-INVERTIDOS     PIC X(01) VALUE 'N'.
           88  LADOS-INVERTIDOS         VALUE 'S'.
       77  WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-APLICADAS        PIC 9(06) COMP VALUE ZEROS.
       77  WRK-QTD-REJEITADAS       PIC 9(06) COMP VALUE ZEROS.
           EXIT.

      ****************************************************************
      * 1200-LER-TOLERANCIA - LE A TOLERANCIA DE DESVIO CONFIGURADA  *
      *                       E O SPREAD MAXIMO; SEM O ARQUIVO (OU   *
      *                       SEM O CAMPO), VALEM OS PADROES DE 10%  *
      *                       E 2%.                                  *
      ****************************************************************
       1200-LER-TOLERANCIA.
           OPEN INPUT RATE-TOLERANCIA.
                   AT END CONTINUE
                   NOT AT END
                       MOVE TL-TOLERANCIA-PCT TO WRK-TOLERANCIA-PCT
                       IF TL-SPREAD-MAX-PCT IS NUMERIC
                          AND TL-SPREAD-MAX-PCT > ZEROS
                           MOVE TL-SPREAD-MAX-PCT
                               TO WRK-SPREAD-MAX-PCT
                       END-IF
               END-READ
               CLOSE RATE-TOLERANCIA
           END-IF.
      ****************************************************************
      * 3000-APLICAR-FEED - COTACAO VALIDA (MAIOR QUE ZERO) ENTRA NA *
      *                     TABELA NOVA COM A DATA DE VIGENCIA;      *
      *                     COTACAO ZERADA OU ABSURDA E REJEITADA,   *
      *                     ASSIM COMO COMPRA ACIMA DA MEDIA OU      *
      *                     VENDA ABAIXO DELA.                       *
      ****************************************************************
       3000-APLICAR-FEED.
           PERFORM 3050-COMPLETAR-LADOS.
           EVALUATE TRUE
               WHEN RF-COTACAO NOT > ZEROS
                   ADD 1 TO WRK-QTD-REJEITADAS
                   MOVE SPACES TO RR-LINHA
                   STRING 'REJEITADA - MOEDA ' RF-MOEDA
                          ' COTACAO ZERADA OU NEGATIVA'
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
                   WRITE RR-LINHA
               WHEN LADOS-INVERTIDOS
                   ADD 1 TO WRK-QTD-REJEITADAS
                   MOVE SPACES TO RR-LINHA
                   STRING 'REJEITADA - MOEDA ' RF-MOEDA
                          ' COMPRA/VENDA INVERTIDAS SOBRE A MEDIA'
                       DELIMITED BY SIZE INTO RR-LINHA
                   END-STRING
                   WRITE RR-LINHA
               WHEN OTHER
                   PERFORM 3100-CONFERIR-REFERENCIA
                   IF TEM-PTAX
                      AND WRK-DESVIO-PCT > WRK-TOLERANCIA-PCT
                       PERFORM 3200-SEGURAR-COTACAO
                   ELSE
                       IF WRK-SPREAD-PCT > WRK-SPREAD-MAX-PCT
                           PERFORM 3300-SEGURAR-SPREAD
                       ELSE
                           PERFORM 3400-GRAVAR-COTACAO
                       END-IF
                   END-IF
           END-EVALUATE.
           READ RATE-FEED
               AT END SET FIM-FEED TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      ****************************************************************
      * 3050-COMPLETAR-LADOS - LADO AUSENTE NO FEED VALE A MEDIA E A *
      *                        MEDIA AUSENTE E O MEIO DOS DOIS       *
      *                        LADOS; CALCULA O SPREAD EM % DA MEDIA *
      *                        E MARCA OS LADOS INVERTIDOS.          *
      ****************************************************************
       3050-COMPLETAR-LADOS.
           MOVE 'N'   TO WRK-LADOS-INVERTIDOS.
           MOVE ZEROS TO WRK-SPREAD-PCT.
           IF RF-COTACAO-COMPRA IS NOT NUMERIC
               MOVE ZEROS TO RF-COTACAO-COMPRA
           END-IF.
           IF RF-COTACAO-VENDA IS NOT NUMERIC
               MOVE ZEROS TO RF-COTACAO-VENDA
           END-IF.
           IF RF-COTACAO = ZEROS
              AND RF-COTACAO-COMPRA > ZEROS
              AND RF-COTACAO-VENDA > ZEROS
               COMPUTE RF-COTACAO ROUNDED =
                   (RF-COTACAO-COMPRA + RF-COTACAO-VENDA) / 2
           END-IF.
           IF RF-COTACAO-COMPRA = ZEROS
               MOVE RF-COTACAO TO RF-COTACAO-COMPRA
           END-IF.
           IF RF-COTACAO-VENDA = ZEROS
               MOVE RF-COTACAO TO RF-COTACAO-VENDA
           END-IF.
           IF RF-COTACAO-COMPRA > RF-COTACAO
              OR RF-COTACAO-VENDA < RF-COTACAO
               SET LADOS-INVERTIDOS TO TRUE
           END-IF.
           IF RF-COTACAO > ZEROS
              AND NOT LADOS-INVERTIDOS
               COMPUTE WRK-SPREAD-PCT ROUNDED =
                   ((RF-COTACAO-VENDA - RF-COTACAO-COMPRA)
                    / RF-COTACAO) * 100
           END-IF.
       3050-EXIT.
           EXIT.

      ****************************************************************
      * 3100-CONFERIR-REFERENCIA - CALCULA O DESVIO PERCENTUAL DA    *
      *                            COTACAO DO FEED CONTRA A PTAX DA  *
       3200-EXIT.
           EXIT.

      ****************************************************************
      * 3300-SEGURAR-SPREAD - SPREAD ACIMA DO MAXIMO TAMBEM VAI PARA *
      *                       O RATESUSP; A TESOURARIA CONFIRMA OU   *
      *                       REJEITA NO PROGRATREL.                 *
      ****************************************************************
       3300-SEGURAR-SPREAD.
           ADD 1 TO WRK-QTD-SEGURADAS.
           MOVE RF-REGISTRO TO RS-REGISTRO.
           WRITE RS-REGISTRO.
           MOVE WRK-SPREAD-PCT TO WRK-SPREADFN.
           MOVE SPACES TO RR-LINHA.
           STRING 'SEGURADA - MOEDA ' RF-MOEDA
                  ' SPREAD DE ' WRK-SPREADFN
                  '% ACIMA DO MAXIMO (PROGRATREL)'
               DELIMITED BY SIZE INTO RR-LINHA
           END-STRING.
           WRITE RR-LINHA.
           DISPLAY 'COTACAO SEGURADA - MOEDA ' RF-MOEDA
                   ' SPREAD ACIMA DO MAXIMO'.
       3300-EXIT.
           EXIT.

      ****************************************************************
      * 3400-GRAVAR-COTACAO - GRAVA A MOEDA NA TABELA NOVA COM A     *
      *                       MEDIA, OS DOIS LADOS E A VIGENCIA.     *
      ****************************************************************
       3400-GRAVAR-COTACAO.
           ADD 1 TO WRK-QTD-APLICADAS.
           MOVE RF-MOEDA   TO RT-MOEDA.
           MOVE RF-COTACAO TO RT-COTACAO.
           IF RF-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO RT-DATA
           ELSE
               MOVE RF-DATA TO RT-DATA
           END-IF.
           MOVE RF-COTACAO-COMPRA TO RT-COTACAO-COMPRA.
           MOVE RF-COTACAO-VENDA  TO RT-COTACAO-VENDA.
           MOVE RT-REGISTRO TO RN-REGISTRO.
           WRITE RN-REGISTRO.
       3400-EXIT.
           EXIT.

      ****************************************************************
      * 4000-IMPRIMIR-RELATORIO - TOTAIS DA CARGA.                   *
      ****************************************************************
