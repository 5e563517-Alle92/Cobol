      *----               MATRIZ DO SEU CURSO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-FORMADO.
           05 ARQ-FOR-RM                PIC X(06).
           05 ARQ-FOR-NOME              PIC X(20).
           05 ARQ-FOR-CURSO             PIC X(15).
      *--- ARQ-FOR-DATA-CONCLUSAO GUARDADO COMO AAAAMMDD ---------------
