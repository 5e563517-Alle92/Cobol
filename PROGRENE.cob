      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RENEG-RM         PIC X(06).
           05 WRK-TEMP-QTD-PARCELAS     PIC 9(02) VALUE ZEROS.

      *------------- VARIAVEIS DE STATUS
           05 FILLER                    PIC X(26)
                                VALUE "TERMO DE ACORDO - ALUNO RM".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME               PIC X(20).

