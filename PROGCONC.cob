       01  WRK-LINHA-CONC.
           05 WRK-LC-SITUACAO           PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-RECIBO             PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACES.

           OPEN OUTPUT RELCONC.

           STRING "SITUACAO       RM     RECIBO   BRUTO     TAXA"
                  "      LIQUIDO   NSU"
                  DELIMITED BY SIZE INTO ARQ-RELCONC
           WRITE ARQ-RELCONC.
