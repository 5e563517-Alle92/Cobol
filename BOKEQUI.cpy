      *-----------------------------------------------------------------
       01  ARQ-DADOS-EQUIVALENCIA.
           05 ARQ-EQU-NUMERO            PIC 9(06).
           05 ARQ-EQU-RM                PIC X(06).
           05 ARQ-EQU-INSTITUICAO       PIC X(30).
           05 ARQ-EQU-DISC-EXTERNA      PIC X(30).
           05 ARQ-EQU-HORAS             PIC 9(03).
