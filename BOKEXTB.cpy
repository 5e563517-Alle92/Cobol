      *-----------------------------------------------------------------
      *---- BOOK       : BOKEXTB
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO EXTRATO DIARIO DA CONTA
      *----               CORRENTE ENVIADO PELO BANCO (EXTRATO.dat -
      *----               LANCAMENTOS A CREDITO E A DEBITO DO DIA).
      *----               REGISTRO DE POSICAO FIXA: TIPO 0 = HEADER,
      *----               1 = LANCAMENTO, 9 = TRAILER
      *-----------------------------------------------------------------
       01  ARQ-REG-EXTRATO.
           05 ARQ-EXB-TIPO              PIC X(01).
           05 ARQ-EXB-DETALHE.
      *--- DATA DO LANCAMENTO NA CONTA (AAAAMMDD) ----------------------
              10 ARQ-EXB-DATA           PIC X(08).
      *--- ARQ-EXB-NATUREZA: C = CREDITO / D = DEBITO ------------------
              10 ARQ-EXB-NATUREZA       PIC X(01).
              10 ARQ-EXB-VALOR          PIC 9(10)V99.
              10 ARQ-EXB-HISTORICO      PIC X(25).
              10 ARQ-EXB-DOCUMENTO      PIC X(15).
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO LANCAMENTO ---------
           05 ARQ-EXB-CABEC REDEFINES ARQ-EXB-DETALHE.
              10 ARQ-EXB-DATA-EXTRATO   PIC X(08).
              10 ARQ-EXB-AGENCIA        PIC X(05).
              10 ARQ-EXB-CONTA          PIC X(12).
              10 FILLER                 PIC X(36).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO LANCAMENTO --------
           05 ARQ-EXB-RODAPE REDEFINES ARQ-EXB-DETALHE.
              10 ARQ-EXB-QTD-LANC       PIC 9(06).
              10 ARQ-EXB-TOT-CREDITOS   PIC 9(12)V99.
              10 FILLER                 PIC X(41).
