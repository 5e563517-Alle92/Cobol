      *----               MENSAL - PROGCOBR - NA COBRANCA SEGUINTE)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CREDITO.
           05 ARQ-CRE-RM                PIC X(06).
           05 ARQ-CRE-SALDO             PIC 9(06)V99.
      *--- DATA DA ULTIMA MOVIMENTACAO DO SALDO (AAAAMMDD) -------------
           05 ARQ-CRE-DATA-MOV          PIC X(08).
      *--- ORIGEM DO ULTIMO CREDITO (EX.: "RECIBO 00000123") -----------
           05 ARQ-CRE-ORIGEM            PIC X(20).
      *--- ORDEM DE PAGAMENTO EM ANDAMENTO SOBRE O SALDO (PROGOPAG): --
      *--- O SALDO RESERVADO NAO E CONSUMIDO PELO FATURAMENTO ---------
      *--- ENQUANTO A ORDEM NAO FOR PAGA OU RECUSADA. ZEROS = LIVRE ----
           05 ARQ-CRE-ORDEM             PIC 9(06).
