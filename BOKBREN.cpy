      *-----------------------------------------------------------------
       01  ARQ-DADOS-BOLSAREN.
           05 ARQ-BRE-NUMERO            PIC 9(06).
           05 ARQ-BRE-RM                PIC X(06).
           05 ARQ-BRE-SEMESTRE          PIC X(02).
           05 ARQ-BRE-MEDIA             PIC 9(02)V99.
           05 ARQ-BRE-REPROVAS          PIC 9(02).
