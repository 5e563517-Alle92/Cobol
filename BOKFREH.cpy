      *-----------------------------------------------------------------
       01  ARQ-DADOS-FREQHIST.
           05 ARQ-FRH-NUMERO            PIC 9(08).
           05 ARQ-FRH-RM                PIC X(06).
           05 ARQ-FRH-DISCIPLINA        PIC X(15).
           05 ARQ-FRH-DATA              PIC X(08).
           05 ARQ-FRH-PRESENCA          PIC X(01).
