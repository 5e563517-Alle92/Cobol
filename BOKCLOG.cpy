      *-----------------------------------------------------------------
       01  ARQ-DADOS-CARTLOG.
           05 ARQ-CRT-DATAHORA          PIC X(14).
      *--- ARQ-CRT-TIPO: ATRASO / BOASVINDAS / ESPERA / AVISO (AVISO ---
      *--- LEGAL DA CAIXA DE SAIDA DESVIADO PARA CARTA PELO PROGNOTI) --
           05 ARQ-CRT-TIPO              PIC X(10).
           05 ARQ-CRT-RM                PIC X(06).
           05 ARQ-CRT-ARQUIVO           PIC X(80).
