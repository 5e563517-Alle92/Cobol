      *-----------------------------------------------------------------
      *---- BOOK       : BOKEXPC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO EXPCORR
      *----               (FILA DE CORRECAO DA EXPORTACAO DELTA: RM
      *----               RECUSADO PELO SISTEMA FINANCEIRO NO RETORNO.
      *----               O PROGEXPD REEMITE TODO RM DA FILA EM CADA
      *----               LOTE ATE O RETORNO ACEITA-LO, QUANDO O
      *----               PROGEXPR O RETIRA DA FILA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-EXPCORR.
           05 ARQ-EXC-RM                PIC X(06).
      *--- MARCADOR ENVIADO: A = INCLUIDO / C = ALTERADO / I = INATIVO -
           05 ARQ-EXC-MARCA             PIC X(01).
      *--- ULTIMO LOTE QUE RECUSOU OU REEMITIU O RM --------------------
           05 ARQ-EXC-LOTE              PIC 9(06).
           05 ARQ-EXC-MOTIVO            PIC X(40).
           05 ARQ-EXC-DATAHORA-RECUSA   PIC X(14).
           05 ARQ-EXC-QTD-RECUSAS       PIC 9(03).
      *--- ARQ-EXC-SITUACAO: PENDENTE (RECUSADO, AGUARDA O PROXIMO ----
      *--- LOTE) / REEMITIDO (SAIU EM ARQ-EXC-LOTE, AGUARDA RETORNO) --
           05 ARQ-EXC-SITUACAO          PIC X(10).
