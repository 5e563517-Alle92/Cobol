       01  ARQ-REG-REMESSA.
           05 ARQ-REM-TIPO              PIC X(01).
           05 ARQ-REM-DETALHE.
      *--- CAMPO DO BANCO COM 4 POSICOES: RM DE ATE 4 POSICOES OU O ----
      *--- CODIGO DO DE-PARA RMBANCO.dat (PROGRMBC) PARA RM MAIOR ------
              10 ARQ-REM-RM             PIC X(04).
              10 ARQ-REM-NOME           PIC X(20).
              10 ARQ-REM-NUMERO         PIC 9(08).
           05 ARQ-REM-CABEC REDEFINES ARQ-REM-DETALHE.
              10 ARQ-REM-DATA-GERACAO   PIC X(08).
              10 ARQ-REM-SEQ-ARQUIVO    PIC 9(06).
      *--- BANCO, CONVENIO E LAYOUT DO CONVENIO DA REMESSA (BOKCNV) ---
              10 ARQ-REM-BANCO          PIC X(03).
              10 ARQ-REM-CONVENIO       PIC X(12).
              10 ARQ-REM-LAYOUT         PIC X(08).
              10 FILLER                 PIC X(11).
      *--- VISAO DA INSTRUCAO (TIPO 2) SOBRE A AREA DO DETALHE: --------
      *--- ORDEM SOBRE UM TITULO JA REMETIDO, AMARRADA AO NUMERO -------
      *--- ORIGINAL. TIPOS: BXA = BAIXA DO TITULO, PRO = PRORROGACAO ---
