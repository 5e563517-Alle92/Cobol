      *-----------------------------------------------------------------
       01  ARQ-DADOS-NOTAHIST.
           05 ARQ-NTH-NUMERO            PIC 9(08).
           05 ARQ-NTH-RM                PIC X(06).
           05 ARQ-NTH-DISCIPLINA        PIC X(15).
           05 ARQ-NTH-VALOR             PIC 9(02)V99.
           05 ARQ-NTH-DATA              PIC X(08).
