      *-----------------------------------------------------------------
       01  ARQ-DADOS-PENDCORR.
           05 ARQ-PCO-NUMERO            PIC 9(08).
           05 ARQ-PCO-RM                PIC X(06).
      *--- CODIGO DO MOTIVO VINDO DO RETORNO E SUA TRADUCAO ------------
           05 ARQ-PCO-MOTIVO-COD        PIC X(02).
           05 ARQ-PCO-MOTIVO-TEXTO      PIC X(30).
