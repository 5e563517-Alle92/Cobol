      *-----------------------------------------------------------------
      *---- BOOK       : BOKEXCT
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO EXPCTRL
      *----               (CONTROLE DA EXPORTACAO DELTA FINANCEIRO:
      *----               REGISTRO UNICO. O PROGEXPD SO AVANCA O LOTE;
      *----               A MARCA DE CORTE SO E EFETIVADA PELO
      *----               PROGEXPR QUANDO CHEGA O RETORNO DO LOTE)
      *-----------------------------------------------------------------
       01  ARQ-EXPCTRL.
      *--- MARCA CONFIRMADA: TRILHA ATE AQUI JA ACEITA PELO FINANCEIRO -
           05 ARQ-EXP-ULT-DATAHORA      PIC X(14).
           05 ARQ-EXP-PROXLOTE          PIC 9(06).
