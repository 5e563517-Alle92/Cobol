      *-----------------------------------------------------------------
      *---- BOOK       : BOKRPS
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO LOTE DE RPS (RECIBO
      *----               PROVISORIO DE SERVICOS) ENVIADO A PREFEITURA
      *----               PARA EMISSAO DA NFS-E. REGISTRO DE POSICAO
      *----               FIXA: TIPO 0 = HEADER, 1 = RPS, 2 = PEDIDO
      *----               DE CANCELAMENTO, 9 = TRAILER
      *-----------------------------------------------------------------
       01  ARQ-REG-RPS.
           05 ARQ-RPS-TIPO              PIC X(01).
           05 ARQ-RPS-DETALHE.
              10 ARQ-RPS-NUMERO         PIC 9(08).
              10 ARQ-RPS-SERIE          PIC X(05).
              10 ARQ-RPS-DATA-EMISSAO   PIC X(08).
              10 ARQ-RPS-VALOR          PIC 9(06)V99.
      *--- CODIGO DO SERVICO NA LISTA MUNICIPAL E ALIQUOTA DO ISS ------
              10 ARQ-RPS-COD-SERVICO    PIC 9(05).
              10 ARQ-RPS-ALIQUOTA       PIC 9(02)V99.
              10 ARQ-RPS-TOMADOR-CPF    PIC X(11).
              10 ARQ-RPS-TOMADOR-NOME   PIC X(30).
              10 ARQ-RPS-DISCRIMINACAO  PIC X(40).
              10 ARQ-RPS-RECIBO         PIC 9(08).
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE ------------
           05 ARQ-RPS-CABEC REDEFINES ARQ-RPS-DETALHE.
              10 ARQ-RPS-DATA-GERACAO   PIC X(08).
              10 ARQ-RPS-SEQ-LOTE       PIC 9(06).
              10 ARQ-RPS-INSCRICAO      PIC 9(08).
              10 FILLER                 PIC X(105).
      *--- VISAO DO PEDIDO DE CANCELAMENTO (TIPO 2) SOBRE A AREA DO ----
      *--- DETALHE: CANCELA A NFS-E EMITIDA PARA UM RECIBO ESTORNADO ---
           05 ARQ-RPS-CANCEL REDEFINES ARQ-RPS-DETALHE.
              10 ARQ-RPS-CAN-RPS        PIC 9(08).
              10 ARQ-RPS-CAN-NFSE       PIC X(15).
              10 ARQ-RPS-CAN-COD-VERIF  PIC X(12).
              10 ARQ-RPS-CAN-MOTIVO     PIC X(30).
              10 ARQ-RPS-CAN-RECIBO     PIC 9(08).
              10 FILLER                 PIC X(54).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-RPS-RODAPE REDEFINES ARQ-RPS-DETALHE.
              10 ARQ-RPS-QTD-RPS        PIC 9(06).
              10 ARQ-RPS-VALOR-TOTAL    PIC 9(10)V99.
              10 ARQ-RPS-QTD-CANCEL     PIC 9(06).
              10 FILLER                 PIC X(103).
