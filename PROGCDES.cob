      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-CDES-RM                        PIC X(06).
       01  LNK-CDES-VALOR-LISTA               PIC 9(06)V99.
       01  LNK-CDES-VALOR-EFETIVO             PIC 9(06)V99.

