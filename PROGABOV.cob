      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-ABOV-RM                        PIC X(06).
       01  LNK-ABOV-DISCIPLINA                PIC X(15).
       01  LNK-ABOV-DATA                      PIC X(08).
       01  LNK-ABOV-ABONADO                   PIC X(01).
