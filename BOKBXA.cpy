           05 ARQ-BXA-NUMERO            PIC 9(06).
      *--- COBRANCA DE MENSALID.dat OBJETO DA BAIXA --------------------
           05 ARQ-BXA-COBRANCA          PIC 9(08).
           05 ARQ-BXA-RM                PIC X(06).
           05 ARQ-BXA-COMPETENCIA       PIC X(06).
           05 ARQ-BXA-VALOR             PIC 9(06)V99.
           05 ARQ-BXA-MOTIVO            PIC X(30).
