       FD  CENSO.
       01  ARQ-REG-CENSO.
           05 ARQ-CEN-TIPO              PIC X(01).
           05 ARQ-CEN-RM                PIC X(06).
           05 ARQ-CEN-CPF               PIC X(11).
           05 ARQ-CEN-CURSO             PIC X(15).
           05 ARQ-CEN-CAMPUS            PIC X(15).

      *------------- LINHA DA LISTAGEM DE CRITICAS ---------------------
       01  WRK-LINHA-CRIT.
           05 WRK-LC-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           OPEN OUTPUT CENSO.
           OPEN OUTPUT CENSOCRIT.

           STRING "RM     NOME                 MOTIVO DA CRITICA"
                  DELIMITED BY SIZE INTO ARQ-CENSOCRIT
           WRITE ARQ-CENSOCRIT.

