      *-----------------------------------------------------------------
       01  ARQ-DADOS-MENSHIST.
           05 ARQ-MEH-NUMERO            PIC 9(08).
           05 ARQ-MEH-RM                PIC X(06).
           05 ARQ-MEH-COMPETENCIA       PIC X(06).
           05 ARQ-MEH-VALOR             PIC 9(06)V99.
           05 ARQ-MEH-STATUS            PIC X(10).
