      *-----------------------------------------------------------------
      *---- BOOK       : BOKCCOB
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO COBCONT
      *----               (REGISTRO DOS CONTATOS DE COBRANCA: UM
      *----               REGISTRO POR CONTATO, NUMERACAO SEQUENCIAL,
      *----               GRAVADO PELO PROGCCOB. A PROMESSA DE
      *----               PAGAMENTO E APURADA DIARIAMENTE PELO PROGPROM)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-COBCONT.
           05 ARQ-CCT-NUMERO            PIC 9(08).
           05 ARQ-CCT-RM                PIC X(06).
      *--- PAGADOR CONTATADO: RESPONSAVEL FINANCEIRO (PROGRESP) OU, ----
      *--- SEM VINCULO, O PROPRIO ALUNO --------------------------------
           05 ARQ-CCT-PAGADOR           PIC X(30).
           05 ARQ-CCT-TELEFONE          PIC X(15).
      *--- DATA (AAAAMMDD), HORA (HHMMSS) E OPERADOR DO CONTATO --------
           05 ARQ-CCT-DATA              PIC X(08).
           05 ARQ-CCT-HORA              PIC X(06).
           05 ARQ-CCT-OPERADOR          PIC X(08).
      *--- CANAL: TELEFONE / WHATSAPP / EMAIL / PRESENCIAL -------------
           05 ARQ-CCT-CANAL             PIC X(10).
      *--- RESULTADO: PROMESSA / SEM CONTATO / RECADO / RECUSA / -------
      *--- JA PAGOU ----------------------------------------------------
           05 ARQ-CCT-RESULTADO         PIC X(12).
      *--- PROMESSA DE PAGAMENTO (SO COM RESULTADO PROMESSA) -----------
           05 ARQ-CCT-PROM-DATA         PIC X(08).
           05 ARQ-CCT-PROM-VALOR        PIC 9(06)V99.
      *--- SITUACAO DA PROMESSA: ABERTA / CUMPRIDA / QUEBRADA ----------
      *--- (ESPACOS QUANDO NAO HA PROMESSA) ----------------------------
           05 ARQ-CCT-PROM-STATUS       PIC X(10).
      *--- DATA DA APURACAO E VALOR RECEBIDO NO PRAZO DA PROMESSA ------
           05 ARQ-CCT-PROM-APURACAO     PIC X(08).
           05 ARQ-CCT-PROM-RECEBIDO     PIC 9(06)V99.
           05 ARQ-CCT-OBS               PIC X(40).
