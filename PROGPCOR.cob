                  "CORRECAO DE ENTRADAS RECUSADAS"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 09 VALUE
                  "TITULO   RM     MOTIVO".

       01  SCR-DADOS.
           05 LINE  15 COLUMN 09 VALUE "NUMERO DO TITULO.".
                   DISPLAY ARQ-PCO-RM
                           LINE WRK-LINHA COLUMN 18
                   DISPLAY ARQ-PCO-MOTIVO-TEXTO
                           LINE WRK-LINHA COLUMN 25
                   ADD 1                       TO WRK-LINHA
               END-IF

