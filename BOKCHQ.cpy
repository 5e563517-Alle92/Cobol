      *-----------------------------------------------------------------
       01  ARQ-DADOS-CHEQUE.
           05 ARQ-CHQ-NUMERO            PIC 9(06).
           05 ARQ-CHQ-RM                PIC X(06).
      *--- PARCELA DE RENEGOCIACAO (PARCELAS.dat) COBERTA PELO CHEQUE --
           05 ARQ-CHQ-PARCELA           PIC 9(03).
           05 ARQ-CHQ-BANCO             PIC X(10).
