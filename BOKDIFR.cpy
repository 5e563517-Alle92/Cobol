      *-----------------------------------------------------------------
      *---- BOOK       : BOKDIFR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DIFERIDA
      *----               (RECEITA DIFERIDA: RECIBO DE COMPETENCIA
      *----               FUTURA E SALDO CREDOR DO ALUNO FICAM NO
      *----               PASSIVO ATE A COMPETENCIA CHEGAR OU O
      *----               CREDITO SER CONSUMIDO. MANTIDO PELA APURACAO
      *----               MENSAL - PROGDIFR)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-DIFERIDA.
           05 ARQ-DIF-CHAVE.
              10 ARQ-DIF-RM             PIC X(06).
      *--- ARQ-DIF-ORIGEM: R = RECIBO ANTECIPADO / C = SALDO CREDOR ----
              10 ARQ-DIF-ORIGEM         PIC X(01).
      *--- NUMERO DO RECIBO ANTECIPADO; ZEROS PARA O SALDO CREDOR ------
              10 ARQ-DIF-RECIBO         PIC 9(08).
           05 ARQ-DIF-CURSO             PIC X(15).
      *--- COMPETENCIA EM QUE O RECIBO VIRA RECEITA (EM BRANCO PARA ----
      *--- O SALDO CREDOR, RECONHECIDO A MEDIDA QUE E CONSUMIDO) -------
           05 ARQ-DIF-COMPETENCIA       PIC X(06).
      *--- DATA DO RECIBO / DA ULTIMA APURACAO DO SALDO CREDOR ---------
           05 ARQ-DIF-DATA              PIC X(08).
           05 ARQ-DIF-VALOR             PIC 9(08)V99.
      *--- PARTE AINDA DIFERIDA ----------------------------------------
           05 ARQ-DIF-SALDO             PIC 9(08)V99.
      *--- ARQ-DIF-STATUS: DIFERIDO / RECONHEC / ESTORNADO / CANCELADO -
           05 ARQ-DIF-STATUS            PIC X(10).
      *--- COMPETENCIA EM QUE O DOCUMENTO SAIU DO DIFERIDO -------------
           05 ARQ-DIF-COMP-BAIXA        PIC X(06).
