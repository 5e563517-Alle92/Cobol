       01  ARQ-REG-CONCILIA.
           05 ARQ-CON-TIPO              PIC X(01).
           05 ARQ-CON-DETALHE.
              10 ARQ-CON-RM             PIC X(06).
      *--- DATA DA TRANSACAO ORIGINAL (AAAAMMDD) -----------------------
              10 ARQ-CON-DATA           PIC X(08).
      *--- FORMA COMO REGISTRADA NO RECIBO: CARTAO / PIX ---------------
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE ------------
           05 ARQ-CON-CABEC REDEFINES ARQ-CON-DETALHE.
              10 ARQ-CON-DATA-GERACAO   PIC X(08).
              10 FILLER                 PIC X(52).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-CON-RODAPE REDEFINES ARQ-CON-DETALHE.
              10 ARQ-CON-QTD-TRANS      PIC 9(06).
              10 ARQ-CON-TOT-LIQUIDO    PIC 9(10)V99.
              10 FILLER                 PIC X(42).
