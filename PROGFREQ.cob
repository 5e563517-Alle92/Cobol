      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS-FREQ.
           05 WRK-TEMP-FRE-RM           PIC X(06).
           05 WRK-TEMP-FRE-DISCIPLINA   PIC X(15).
           05 WRK-TEMP-FRE-PRESENCA     PIC X(01).

