      *----               RECIBO ORIGINAL DO PAGAMENTO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-REEMBOLSO.
           05 ARQ-REE-RM                PIC X(06).
      *--- ARQ-REE-DATA GUARDADO COMO AAAAMMDD (DATA DA DESISTENCIA) ---
           05 ARQ-REE-DATA              PIC X(08).
           05 ARQ-REE-VALOR             PIC 9(06)V99.
      *--- RECIBO DO PAGAMENTO DO MES QUE ORIGINOU O REEMBOLSO ---------
           05 ARQ-REE-RECIBO            PIC 9(08).
           05 ARQ-REE-COMPETENCIA       PIC X(06).
      *--- ARQ-REE-STATUS: EM BRANCO = A PAGAR / PAGO (BAIXADO PELO ---
      *--- RETORNO DA ORDEM DE PAGAMENTO - PROGORET) -------------------
           05 ARQ-REE-STATUS            PIC X(10).
      *--- ORDEM DE PAGAMENTO EM ANDAMENTO OU QUE PAGOU O REEMBOLSO; --
      *--- ZEROS = SEM ORDEM -------------------------------------------
           05 ARQ-REE-ORDEM             PIC 9(06).
