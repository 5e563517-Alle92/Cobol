      *-----------------------------------------------------------------
       01  ARQ-DADOS-PARCELA.
           05 ARQ-PAR-CHAVE.
              10 ARQ-PAR-RM             PIC X(06).
              10 ARQ-PAR-SEQ            PIC 9(03).
           05 ARQ-PAR-VALOR             PIC 9(06)V99.
      *--- ARQ-PAR-VENCIMENTO GUARDADO COMO AAAAMMDD -------------------
