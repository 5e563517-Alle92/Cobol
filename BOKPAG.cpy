      *-----------------------------------------------------------------
       01  ARQ-DADOS-PAGAMENTO.
           05 ARQ-PAG-NUMERO            PIC 9(08).
           05 ARQ-PAG-RM                PIC X(06).
           05 ARQ-PAG-VALOR             PIC 9(06)V99.
      *--- ARQ-PAG-DATA GUARDADO COMO AAAAMMDD (ORDENAVEL POR FAIXA)
           05 ARQ-PAG-DATA              PIC X(08).
