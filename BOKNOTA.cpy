      *-----------------------------------------------------------------
       01  ARQ-DADOS-NOTA.
           05 ARQ-NOTA-NUMERO           PIC 9(08).
           05 ARQ-NOTA-RM                PIC X(06).
           05 ARQ-NOTA-DISCIPLINA        PIC X(15).
           05 ARQ-NOTA-VALOR             PIC 9(02)V99.
      *--- ARQ-NOTA-DATA GUARDADO COMO AAAAMMDD (ORDENAVEL POR FAIXA)
