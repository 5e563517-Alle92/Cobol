      *-----------------------------------------------------------------
       01  ARQ-DADOS-FREQUENCIA.
           05 ARQ-FRE-NUMERO            PIC 9(08).
           05 ARQ-FRE-RM                PIC X(06).
           05 ARQ-FRE-DISCIPLINA        PIC X(15).
      *--- ARQ-FRE-DATA GUARDADO COMO AAAAMMDD (DATA DA AULA) ----------
           05 ARQ-FRE-DATA              PIC X(08).
