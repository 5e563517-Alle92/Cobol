      *-----------------------------------------------------------------
       01  ARQ-DADOS-ABONO.
           05 ARQ-ABO-NUMERO            PIC 9(06).
           05 ARQ-ABO-RM                PIC X(06).
      *--- EM BRANCO = O ABONO VALE PARA TODAS AS DISCIPLINAS ----------
           05 ARQ-ABO-DISCIPLINA        PIC X(15).
      *--- PERIODO ABONADO (AAAAMMDD, INCLUSIVE) -----------------------
