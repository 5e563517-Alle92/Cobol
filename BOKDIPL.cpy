      *-----------------------------------------------------------------
       01  ARQ-DADOS-DIPLOMA.
           05 ARQ-DIP-NUMERO            PIC 9(08).
           05 ARQ-DIP-RM                PIC X(06).
           05 ARQ-DIP-NOME              PIC X(20).
           05 ARQ-DIP-CURSO             PIC X(15).
      *--- DATA DA CONCLUSAO (FORMADOS.dat) E DA EMISSAO (AAAAMMDD) ----
