      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-ABO-RM           PIC X(06).
           05 WRK-TEMP-ABO-DISCIPLINA   PIC X(15).
           05 WRK-TEMP-ABO-INICIO       PIC X(08).
           05 WRK-TEMP-ABO-FIM          PIC X(08).
