      *-----------------------------------------------------------------
      *---- BOOK       : BOKNEGA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO NEGATIV
      *----               (SITUACAO DE CADA ALUNO NO CADASTRO DE
      *----               DEVEDORES - SERASA/SPC: AVISO PREVIO
      *----               ENVIADO, INCLUSAO E EXCLUSAO. MANTIDO PELO
      *----               PROGNEGA E CONSULTADO NO BALCAO PELO PROG360)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-NEGATIV.
           05 ARQ-NEG-RM                PIC X(06).
      *--- ARQ-NEG-STATUS: AVISADO / INCLUIDO / EXCLUIDO / CANCELADO ---
      *--- (CANCELADO = DEBITO QUITADO DENTRO DO PRAZO DO AVISO) -------
           05 ARQ-NEG-STATUS            PIC X(10).
      *--- PAGADOR NEGATIVADO: RESPONSAVEL FINANCEIRO (RESPONSAV.dat) --
      *--- OU, SEM VINCULO, O PROPRIO ALUNO (ARQ-NEG-RESP ZERADO) ------
           05 ARQ-NEG-RESP              PIC 9(06).
           05 ARQ-NEG-CPF               PIC X(11).
           05 ARQ-NEG-NOME              PIC X(30).
      *--- DEBITO VENCIDO DO RM NA ULTIMA APURACAO E O VENCIMENTO ------
      *--- MAIS ANTIGO EM ABERTO (AAAAMMDD) ----------------------------
           05 ARQ-NEG-VALOR             PIC 9(08)V99.
           05 ARQ-NEG-VENC-ANTIGO       PIC X(08).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
           05 ARQ-NEG-DATA-AVISO        PIC X(08).
           05 ARQ-NEG-DATA-INCLUSAO     PIC X(08).
           05 ARQ-NEG-DATA-EXCLUSAO     PIC X(08).
      *--- ULTIMA RODADA QUE CONFIRMOU O DEBITO EM ABERTO --------------
           05 ARQ-NEG-DATA-APURACAO     PIC X(08).
      *--- LOTE DO ARQUIVO DO BUREAU DA ULTIMA INCLUSAO/EXCLUSAO -------
           05 ARQ-NEG-LOTE              PIC 9(06).
           05 ARQ-NEG-MOTIVO            PIC X(30).
