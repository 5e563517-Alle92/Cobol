                  "LIBERACAO DE BAIXA POR PERDA"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 05 VALUE
                  "PEDIDO RM     COMPET  VALOR     SOLICITANTE STATUS".

       01  SCR-ESCOLHA.
           05 LINE  19 COLUMN 09 VALUE
                   DISPLAY ARQ-BXA-RM
                           LINE WRK-LINHA-TELA COLUMN 12
                   DISPLAY ARQ-BXA-COMPETENCIA
                           LINE WRK-LINHA-TELA COLUMN 19
                   DISPLAY WRK-VALOR-ED
                           LINE WRK-LINHA-TELA COLUMN 27
                   DISPLAY ARQ-BXA-SOLICITANTE
                           LINE WRK-LINHA-TELA COLUMN 37
                   DISPLAY ARQ-BXA-STATUS
                           LINE WRK-LINHA-TELA COLUMN 49
                   ADD 1                       TO WRK-LINHA-TELA
               END-IF

