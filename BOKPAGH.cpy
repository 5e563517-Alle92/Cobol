      *-----------------------------------------------------------------
       01  ARQ-DADOS-PAGHIST.
           05 ARQ-PGH-NUMERO            PIC 9(08).
           05 ARQ-PGH-RM                PIC X(06).
           05 ARQ-PGH-VALOR             PIC 9(06)V99.
           05 ARQ-PGH-DATA              PIC X(08).
           05 ARQ-PGH-FORMA             PIC X(10).
