           05 ARQ-AUD-DATAHORA          PIC X(14).
           05 ARQ-AUD-PROGRAMA          PIC X(08).
           05 ARQ-AUD-OPERACAO          PIC X(10).
           05 ARQ-AUD-RM                PIC X(06).
           05 ARQ-AUD-NOMEALUNO         PIC X(20).
      *--- OPERADOR LOGADO QUE EXECUTOU A OPERACAO ----------------------
           05 ARQ-AUD-OPERADOR          PIC X(08).
