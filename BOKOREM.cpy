      *-----------------------------------------------------------------
      *---- BOOK       : BOKOREM
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DE PAGAMENTOS
      *----               ENVIADO AO BANCO (ORDENS DE DEVOLUCAO
      *----               LIBERADAS). REGISTRO DE POSICAO FIXA: TIPO
      *----               0 = HEADER, 1 = DETALHE, 9 = TRAILER
      *-----------------------------------------------------------------
       01  ARQ-REG-PAGTO.
           05 ARQ-PGT-TIPO              PIC X(01).
           05 ARQ-PGT-DETALHE.
              10 ARQ-PGT-ORDEM          PIC 9(06).
              10 ARQ-PGT-VALOR          PIC 9(06)V99.
              10 ARQ-PGT-NOME           PIC X(30).
              10 ARQ-PGT-CPF            PIC X(11).
              10 ARQ-PGT-MEIO           PIC X(03).
              10 ARQ-PGT-BANCO          PIC X(03).
              10 ARQ-PGT-AGENCIA        PIC X(05).
              10 ARQ-PGT-CONTA          PIC X(12).
              10 ARQ-PGT-CHAVE-PIX      PIC X(40).
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE: BANCO ----
      *--- E CONVENIO DA CONTA PAGADORA (CONVENIO PADRAO - BOKCNV) -----
           05 ARQ-PGT-CABEC REDEFINES ARQ-PGT-DETALHE.
              10 ARQ-PGT-DATA-GERACAO   PIC X(08).
              10 ARQ-PGT-HORA-GERACAO   PIC X(06).
              10 ARQ-PGT-BANCO-PAGADOR  PIC X(03).
              10 ARQ-PGT-CONVENIO       PIC X(12).
              10 FILLER                 PIC X(89).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-PGT-RODAPE REDEFINES ARQ-PGT-DETALHE.
              10 ARQ-PGT-QTD-ORDENS     PIC 9(06).
              10 ARQ-PGT-VALOR-TOTAL    PIC 9(10)V99.
              10 FILLER                 PIC X(100).
