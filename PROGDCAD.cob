      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-DES-RM           PIC X(06).
           05 WRK-TEMP-DES-TIPO         PIC X(15).
           05 WRK-TEMP-DES-PERC         PIC 9(03)V99 VALUE ZEROS.
           05 WRK-TEMP-DES-VALOR        PIC 9(06)V99 VALUE ZEROS.
