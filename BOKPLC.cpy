      *-----------------------------------------------------------------
       01  ARQ-DADOS-PLANOCTA.
           05 ARQ-PLC-CHAVE.
      *--- ARQ-PLC-EVENTO: RECEBTO / REEMBOLSO / ANTECIPA (RECIBO -----
      *--- ANTECIPADO) / RECONHEC / DIFCRED / CANCDIF (RECEITA DIFERIDA)
      *--- / DEVCRED / PAGREEMB (DEVOLUCOES PAGAS POR ORDEM DE ---------
      *--- PAGAMENTO) --------------------------------------------------
              10 ARQ-PLC-EVENTO         PIC X(10).
      *--- FORMA DE PAGAMENTO (ARQ-PAG-FORMA); PARA O EVENTO -----------
      *--- REEMBOLSO E OS EVENTOS DA RECEITA DIFERIDA (RECONHEC, -------
      *--- DIFCRED, CANCDIF) E DAS DEVOLUCOES (DEVCRED, PAGREEMB) ------
      *--- USA-SE O PROPRIO EVENTO COMO FORMA --------------------------
              10 ARQ-PLC-FORMA          PIC X(10).
           05 ARQ-PLC-CONTA-DEB         PIC X(08).
           05 ARQ-PLC-CONTA-CRE         PIC X(08).
