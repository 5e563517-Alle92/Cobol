      *-----------------------------------------------------------------
       01  ARQ-REG-RETORNO.
           05 ARQ-RET-TIPO              PIC X(01).
           05 ARQ-RET-DETALHE.
      *--- CAMPO DO BANCO COM 4 POSICOES: RM DE ATE 4 POSICOES OU O ----
      *--- CODIGO DO DE-PARA RMBANCO.dat (PROGRMBC) PARA RM MAIOR ------
              10 ARQ-RET-RM             PIC X(04).
              10 ARQ-RET-NUMERO         PIC 9(08).
              10 ARQ-RET-VALOR          PIC 9(06)V99.
      *--- ARQ-RET-DATA-PAGTO GUARDADO COMO AAAAMMDD -------------------
              10 ARQ-RET-DATA-PAGTO     PIC X(08).
              10 ARQ-RET-OCORRENCIA     PIC X(02).
      *--- MOTIVO DA RECUSA (OCORRENCIA "03"); EM BRANCO NAS DEMAIS ----
              10 ARQ-RET-MOTIVO         PIC X(02).
              10 FILLER                 PIC X(16).
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE: BANCO E --
      *--- CONVENIO QUE ENVIARAM O ARQUIVO (BOKCNV). HEADER EM BRANCO -
      *--- OU AUSENTE = CONVENIO PADRAO --------------------------------
           05 ARQ-RET-CABEC REDEFINES ARQ-RET-DETALHE.
              10 ARQ-RET-BANCO          PIC X(03).
              10 ARQ-RET-CONVENIO       PIC X(12).
              10 ARQ-RET-DATA-GERACAO   PIC X(08).
              10 FILLER                 PIC X(25).
