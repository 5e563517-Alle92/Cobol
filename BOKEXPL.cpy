      *-----------------------------------------------------------------
      *---- BOOK       : BOKEXPL
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO EXPLOTE
      *----               (LOTES DA EXPORTACAO DELTA ENVIADOS AO
      *----               SISTEMA FINANCEIRO: UM REGISTRO POR LOTE
      *----               GRAVADO PELO PROGEXPD, BAIXADO PELO PROGEXPR
      *----               NA CHEGADA DO RETORNO E COBRADO PELO
      *----               PROGEXPP QUANDO O RETORNO ATRASA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-EXPLOTE.
           05 ARQ-EXL-LOTE              PIC 9(06).
           05 ARQ-EXL-DATAHORA-ENVIO    PIC X(14).
           05 ARQ-EXL-ARQUIVO           PIC X(80).
           05 ARQ-EXL-OPERADOR          PIC X(08).
      *--- FAIXA DA TRILHA COBERTA PELO LOTE (AAAAMMDDHHMMSS): A ------
      *--- MARCA-FIM E A QUE O RETORNO EFETIVA NO EXPCTRL.dat ----------
           05 ARQ-EXL-MARCA-INI         PIC X(14).
           05 ARQ-EXL-MARCA-FIM         PIC X(14).
           05 ARQ-EXL-QTD-REGISTROS     PIC 9(06).
      *--- ARQ-EXL-SITUACAO: ENVIADO / CONFIRMADO / SUPERADO -----------
      *--- (SUPERADO = SEM RETORNO, MAS COBERTO POR LOTE POSTERIOR -----
      *--- JA CONFIRMADO, QUE PARTIU DA MESMA MARCA OU DE ANTERIOR) ---
           05 ARQ-EXL-SITUACAO          PIC X(10).
           05 ARQ-EXL-DATAHORA-RETORNO  PIC X(14).
           05 ARQ-EXL-OPER-RETORNO      PIC X(08).
           05 ARQ-EXL-QTD-ACEITOS       PIC 9(06).
           05 ARQ-EXL-QTD-RECUSADOS     PIC 9(06).
