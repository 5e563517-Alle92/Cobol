      *-----------------------------------------------------------------
       01  ARQ-DADOS-CONTRATO.
           05 ARQ-CON-NUMERO            PIC 9(08).
           05 ARQ-CON-RM                PIC X(06).
      *--- ARQ-CON-TIPO: MATRICULA / RENEGOC ---------------------------
           05 ARQ-CON-TIPO              PIC X(10).
      *--- DATA DA EMISSAO (AAAAMMDD) E OPERADOR QUE EMITIU ------------
