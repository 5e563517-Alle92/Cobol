      *-----------------------------------------------------------------
      *---- BOOK       : BOKDIFM
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DIFMOV
      *----               (MOVIMENTO DA RECEITA DIFERIDA POR
      *----               COMPETENCIA, GRAVADO PELA APURACAO MENSAL -
      *----               PROGDIFR - E LANCADO PELA EXPORTACAO CONTABIL
      *----               - PROGCTBL. A SEQUENCIA ZERO DE CADA
      *----               COMPETENCIA MARCA A APURACAO COMO FEITA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-DIFMOV.
           05 ARQ-DFM-CHAVE.
              10 ARQ-DFM-COMPETENCIA    PIC X(06).
              10 ARQ-DFM-SEQ            PIC 9(06).
      *--- ARQ-DFM-EVENTO (EVENTO DO PLANO DE CONTAS): ----------------
      *--- RECONHEC = DIFERIDO QUE VIROU RECEITA / ---------------------
      *--- DIFCRED  = SALDO CREDOR LEVADO DA RECEITA PARA O DIFERIDO / -
      *--- CANCDIF  = DIFERIDO CANCELADO PELA DESISTENCIA (REEMBOLSO) /
      *--- DEVCRED  = SALDO CREDOR DEVOLVIDO AO ALUNO (ORDEM PAGA) / ---
      *--- APURACAO = REGISTRO DE CONTROLE (SEQUENCIA ZERO) ------------
           05 ARQ-DFM-EVENTO            PIC X(10).
           05 ARQ-DFM-RM                PIC X(06).
           05 ARQ-DFM-ORIGEM            PIC X(01).
           05 ARQ-DFM-RECIBO            PIC 9(08).
           05 ARQ-DFM-VALOR             PIC 9(08)V99.
           05 ARQ-DFM-DATAHORA          PIC X(14).
           05 ARQ-DFM-OPERADOR          PIC X(08).
