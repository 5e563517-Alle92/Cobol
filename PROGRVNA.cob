                  "LIBERACAO DE REVISAO DE NOTA"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 05 VALUE
                  "PEDIDO RM     DISCIPLINA      TIPO      PROPOSTO".

       01  SCR-ESCOLHA.
           05 LINE  19 COLUMN 09 VALUE
                   DISPLAY ARQ-REV-RM
                           LINE WRK-LINHA-TELA COLUMN 12
                   DISPLAY ARQ-REV-DISCIPLINA
                           LINE WRK-LINHA-TELA COLUMN 19
                   DISPLAY ARQ-REV-TIPO
                           LINE WRK-LINHA-TELA COLUMN 35
                   DISPLAY ARQ-REV-VALOR-PROPOSTO
                           LINE WRK-LINHA-TELA COLUMN 48
                   ADD 1                       TO WRK-LINHA-TELA
               END-IF

