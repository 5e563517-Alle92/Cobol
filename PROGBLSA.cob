                  "LIBERACAO DE RENOVACAO DE BOLSAS"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 05 VALUE
                  "NUMERO RM     SEM MEDIA REP PROPOSTA   APUROU".

       01  SCR-ESCOLHA.
           05 LINE  19 COLUMN 09 VALUE "NUMERO DA PROPOSTA (0 SAI): ".
                   DISPLAY ARQ-BRE-RM
                           LINE WRK-LINHA-TELA COLUMN 12
                   DISPLAY ARQ-BRE-SEMESTRE
                           LINE WRK-LINHA-TELA COLUMN 19
                   DISPLAY ARQ-BRE-MEDIA
                           LINE WRK-LINHA-TELA COLUMN 23
                   DISPLAY ARQ-BRE-REPROVAS
                           LINE WRK-LINHA-TELA COLUMN 29
                   DISPLAY ARQ-BRE-PROPOSTA
                           LINE WRK-LINHA-TELA COLUMN 33
                   DISPLAY ARQ-BRE-SOLICITANTE
                           LINE WRK-LINHA-TELA COLUMN 44
                   ADD 1                       TO WRK-LINHA-TELA
               END-IF

