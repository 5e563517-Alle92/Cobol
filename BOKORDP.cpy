      *-----------------------------------------------------------------
      *---- BOOK       : BOKORDP
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ORDPAG
      *----               (ORDENS DE PAGAMENTO DE DEVOLUCAO AO ALUNO:
      *----               REEMBOLSO DE DESISTENCIA - REEMBOLSO.dat - OU
      *----               SALDO CREDOR - CREDITO.dat. O ATENDENTE
      *----               REGISTRA NO PROGOPAG, UM OPERADOR DIFERENTE
      *----               LIBERA NO PROGOAPR, O PROGOREM GERA O ARQUIVO
      *----               DE PAGAMENTOS DO BANCO E O PROGORET BAIXA
      *----               PELO RETORNO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-ORDPAG.
           05 ARQ-ORD-NUMERO            PIC 9(06).
           05 ARQ-ORD-RM                PIC X(06).
      *--- ARQ-ORD-ORIGEM: R = REEMBOLSO / C = SALDO CREDOR ------------
           05 ARQ-ORD-ORIGEM            PIC X(01).
      *--- RECIBO QUE ORIGINOU O REEMBOLSO; ZEROS PARA SALDO CREDOR ----
           05 ARQ-ORD-RECIBO            PIC 9(08).
           05 ARQ-ORD-VALOR             PIC 9(06)V99.
      *--- DADOS DO FAVORECIDO (MESMO LAYOUT DE ARQ-FAV-DADOS) ---------
           05 ARQ-ORD-FAVORECIDO.
              10 ARQ-ORD-NOME           PIC X(30).
              10 ARQ-ORD-CPF            PIC X(11).
      *--- ARQ-ORD-MEIO: TED = CONTA BANCARIA / PIX = CHAVE PIX -------
              10 ARQ-ORD-MEIO           PIC X(03).
              10 ARQ-ORD-BANCO          PIC X(03).
              10 ARQ-ORD-AGENCIA        PIC X(05).
              10 ARQ-ORD-CONTA          PIC X(12).
              10 ARQ-ORD-CHAVE-PIX      PIC X(40).
      *--- ARQ-ORD-STATUS: PENDENTE / APROVADO / REJEITADO / ----------
      *--- ENVIADO / PAGO / RECUSADO (PELO BANCO) ----------------------
           05 ARQ-ORD-STATUS            PIC X(10).
           05 ARQ-ORD-SOLICITANTE       PIC X(08).
           05 ARQ-ORD-DATA-SOLIC        PIC X(14).
           05 ARQ-ORD-APROVADOR         PIC X(08).
           05 ARQ-ORD-DATA-APROV        PIC X(14).
      *--- DATA/HORA DO ARQUIVO DE PAGAMENTOS QUE LEVOU A ORDEM -------
           05 ARQ-ORD-REMESSA           PIC X(14).
      *--- ARQ-ORD-DATA-PAGTO GUARDADO COMO AAAAMMDD -------------------
           05 ARQ-ORD-DATA-PAGTO        PIC X(08).
      *--- MOTIVO DA RECUSA DEVOLVIDO PELO BANCO -----------------------
           05 ARQ-ORD-MOTIVO            PIC X(02).
      *--- PASSIVO BAIXADO PELO PAGAMENTO DO SALDO CREDOR: D = --------
      *--- RECEITA DIFERIDA / R = REEMBOLSO A PAGAR (CREDITO DE -------
      *--- DESISTENTE, JA CANCELADO DO DIFERIDO). GRAVADO PELO --------
      *--- PROGDIFR NA COMPETENCIA ARQ-ORD-COMP-DIF --------------------
           05 ARQ-ORD-PASSIVO           PIC X(01).
           05 ARQ-ORD-COMP-DIF          PIC X(06).
