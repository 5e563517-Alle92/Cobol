           05 ARQ-ESP-CHAVE.
              10 ARQ-ESP-CURSO          PIC X(15).
              10 ARQ-ESP-DATAHORA       PIC X(14).
           05 ARQ-ESP-RM                PIC X(06).
