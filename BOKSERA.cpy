      *-----------------------------------------------------------------
      *---- BOOK       : BOKSERA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO LOTE ENVIADO AO BUREAU
      *----               DE CREDITO (SERASA/SPC). REGISTRO DE POSICAO
      *----               FIXA: TIPO 0 = HEADER, I = INCLUSAO DO
      *----               DEVEDOR, E = EXCLUSAO (DEBITO QUITADO OU
      *----               RENEGOCIADO), 9 = TRAILER
      *-----------------------------------------------------------------
       01  ARQ-REG-SERASA.
           05 ARQ-SRS-TIPO              PIC X(01).
           05 ARQ-SRS-DETALHE.
              10 ARQ-SRS-CPF            PIC X(11).
              10 ARQ-SRS-NOME           PIC X(30).
      *--- CONTRATO = RM DO ALUNO QUE ORIGINOU O DEBITO ----------------
              10 ARQ-SRS-CONTRATO       PIC X(06).
              10 ARQ-SRS-VALOR          PIC 9(08)V99.
              10 ARQ-SRS-VENCIMENTO     PIC X(08).
              10 ARQ-SRS-DATA-AVISO     PIC X(08).
              10 ARQ-SRS-NATUREZA       PIC X(15).
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE ------------
           05 ARQ-SRS-CABEC REDEFINES ARQ-SRS-DETALHE.
              10 ARQ-SRS-DATA-GERACAO   PIC X(08).
              10 ARQ-SRS-SEQ-LOTE       PIC 9(06).
              10 ARQ-SRS-CONVENIO       PIC 9(08).
              10 FILLER                 PIC X(66).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-SRS-RODAPE REDEFINES ARQ-SRS-DETALHE.
              10 ARQ-SRS-QTD-INCLUSAO   PIC 9(06).
              10 ARQ-SRS-QTD-EXCLUSAO   PIC 9(06).
              10 ARQ-SRS-VALOR-TOTAL    PIC 9(10)V99.
              10 FILLER                 PIC X(64).
