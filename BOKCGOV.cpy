      *-----------------------------------------------------------------
      *---- BOOK       : BOKCGOV
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO COBGOV
      *----               (PARCELA DA MENSALIDADE FATURADA CONTRA O
      *----               PROGRAMA DE FINANCIAMENTO DO GOVERNO, GERADA
      *----               PELO PROGCOBR JUNTO COM A COBRANCA DA
      *----               FAMILIA E BAIXADA PELO REPASSE - PROGREPS)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-COBGOV.
           05 ARQ-CGV-CHAVE.
              10 ARQ-CGV-RM             PIC X(06).
              10 ARQ-CGV-COMPETENCIA    PIC X(06).
              10 ARQ-CGV-PROGRAMA       PIC X(06).
           05 ARQ-CGV-CONTRATO          PIC X(15).
      *--- COBRANCA DA FAMILIA (MENSALID) DA MESMA COMPETENCIA ---------
           05 ARQ-CGV-MEN-NUMERO        PIC 9(08).
           05 ARQ-CGV-VALOR             PIC 9(06)V99.
      *--- ARQ-CGV-STATUS: ABERTO / PAGO / DIVERGENTE ------------------
      *--- DIVERGENTE: REPASSE RECEBIDO COM VALOR DIFERENTE DO ---------
      *--- FATURADO (O VALOR RECEBIDO FICA EM ARQ-CGV-VALOR-PAGO) ------
           05 ARQ-CGV-STATUS            PIC X(10).
           05 ARQ-CGV-DATA-GERACAO      PIC X(08).
           05 ARQ-CGV-VALOR-PAGO        PIC 9(06)V99.
           05 ARQ-CGV-DATA-REPASSE      PIC X(08).
