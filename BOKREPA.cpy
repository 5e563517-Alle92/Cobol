      *-----------------------------------------------------------------
      *---- BOOK       : BOKREPA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO DEMONSTRATIVO DE
      *----               REPASSE DO GOVERNO (REPASSE.dat, UM ARQUIVO
      *----               POR PROGRAMA E COMPETENCIA).
      *----               REGISTRO DE POSICAO FIXA: TIPO 0 = HEADER,
      *----               1 = DETALHE (UM CONTRATO), 9 = TRAILER.
      *----               SITUACAO "00" = REPASSADO; "SU" = CONTRATO
      *----               SUSPENSO, SEM REPASSE
      *-----------------------------------------------------------------
       01  ARQ-REG-REPASSE.
           05 ARQ-RPS-TIPO              PIC X(01).
           05 ARQ-RPS-DETALHE.
              10 ARQ-RPS-CONTRATO       PIC X(15).
      *--- COMPETENCIA DA PARCELA PAGA (AAAAMM); PODE SER ANTERIOR A ---
      *--- DO HEADER QUANDO O GOVERNO PAGA ATRASADO --------------------
              10 ARQ-RPS-COMPETENCIA    PIC X(06).
              10 ARQ-RPS-VALOR          PIC 9(06)V99.
              10 ARQ-RPS-SITUACAO       PIC X(02).
              10 FILLER                 PIC X(08).
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE ------------
           05 ARQ-RPS-CABECALHO REDEFINES ARQ-RPS-DETALHE.
              10 ARQ-RPS-PROGRAMA       PIC X(06).
              10 ARQ-RPS-COMP-REPASSE   PIC X(06).
      *--- DATA DO CREDITO EM CONTA, GUARDADA COMO AAAAMMDD ------------
              10 ARQ-RPS-DATA-CREDITO   PIC X(08).
              10 FILLER                 PIC X(19).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-RPS-RODAPE REDEFINES ARQ-RPS-DETALHE.
              10 ARQ-RPS-QTD-CONTRATOS  PIC 9(06).
              10 ARQ-RPS-VALOR-TOTAL    PIC 9(10)V99.
              10 FILLER                 PIC X(21).
