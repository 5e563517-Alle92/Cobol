
      *------------- DADOS DA TRANSFERENCIA ----------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06).
           05 WRK-TEMP-NOMEALUNO        PIC X(20).
           05 WRK-TEMP-CURSO            PIC X(15).
           05 WRK-TEMP-TURMA-ATUAL      PIC X(03).
