       LINKAGE                                                 SECTION.
      *-----------------------------------------------------------------

       01  LNK-TEMP-RM                  PIC X(06).
       01  LNK-TEMP-NOMEALUNO           PIC X(20).
       01  LNK-TEMP-CURSO               PIC X(15).
       01  LNK-VERIFICAR                PIC 9(01).
