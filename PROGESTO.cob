      *------------- COPIA DO RECIBO ORIGINAL LOCALIZADO ---------------
       01  WRK-PAG-ORIGINAL.
           05 WRK-ORIG-NUMERO           PIC 9(08).
           05 WRK-ORIG-RM               PIC X(06).
           05 WRK-ORIG-VALOR            PIC 9(06)V99.
           05 WRK-ORIG-DATA             PIC X(08).
           05 WRK-ORIG-FORMA            PIC X(10).
