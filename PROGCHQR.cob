      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CHQ-RM           PIC X(06).
           05 WRK-TEMP-CHQ-PARCELA      PIC 9(03) VALUE ZEROS.
           05 WRK-TEMP-CHQ-BANCO        PIC X(10).
           05 WRK-TEMP-CHQ-CHEQUE       PIC X(10).
