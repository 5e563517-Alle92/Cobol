      *-----------------------------------------------------------------
      *---- BOOK       : BOKEXPR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DE RETORNO DA
      *----               EXPORTACAO DELTA (EXPRET.dat, DEVOLVIDO PELO
      *----               SISTEMA FINANCEIRO PARA CADA LOTE RECEBIDO).
      *----               REGISTRO DE POSICAO FIXA: TIPO 0 = HEADER
      *----               COM O LOTE, 1 = DETALHE (UM POR REGISTRO DO
      *----               LOTE), 9 = TRAILER. SITUACAO "A" = ACEITO,
      *----               "R" = RECUSADO COM O MOTIVO
      *-----------------------------------------------------------------
       01  ARQ-REG-EXPRET.
           05 ARQ-ERT-TIPO              PIC X(01).
           05 ARQ-ERT-DETALHE.
      *--- MARCADOR E RM DEVOLVIDOS COMO FORAM ENVIADOS NO LOTE -------
              10 ARQ-ERT-MARCA          PIC X(01).
              10 ARQ-ERT-RM             PIC X(06).
              10 ARQ-ERT-SITUACAO       PIC X(01).
              10 ARQ-ERT-MOTIVO         PIC X(40).
              10 FILLER                 PIC X(12).
      *--- VISAO DO HEADER (TIPO 0) SOBRE A AREA DO DETALHE ------------
           05 ARQ-ERT-CABECALHO REDEFINES ARQ-ERT-DETALHE.
              10 ARQ-ERT-LOTE           PIC 9(06).
              10 ARQ-ERT-DATAHORA       PIC X(14).
              10 FILLER                 PIC X(40).
      *--- VISAO DO TRAILER (TIPO 9) SOBRE A AREA DO DETALHE -----------
           05 ARQ-ERT-RODAPE REDEFINES ARQ-ERT-DETALHE.
              10 ARQ-ERT-QTD-REGISTROS  PIC 9(06).
              10 FILLER                 PIC X(54).
