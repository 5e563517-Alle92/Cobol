      *----               UM RM PRESENTE AQUI NUNCA E REUTILIZADO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-HIST.
           05 ARQ-HIST-RM               PIC X(06).
           05 ARQ-HIST-RESTANTE        PIC X(230).
