      *-----------------------------------------------------------------
      *---- BOOK       : BOKREQ
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO REQUERIM
      *----               (PROTOCOLO DE REQUERIMENTOS DO ALUNO,
      *----               NUMERADO PELA SEQUENCIA DE REQCTRL.dat. O
      *----               HISTORICO DE SITUACOES FICA EM REQHIST.dat -
      *----               BOKREQH)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-REQUERIM.
           05 ARQ-REQ-PROTOCOLO         PIC 9(08).
           05 ARQ-REQ-RM                PIC X(06).
           05 ARQ-REQ-TIPO              PIC X(04).
           05 ARQ-REQ-SETOR             PIC X(12).
      *--- DATAS GUARDADAS COMO AAAAMMDD ------------------------------
           05 ARQ-REQ-DATA-ABERTURA     PIC X(08).
      *--- VENCIMENTO DO SLA EM DIAS UTEIS, CONTADO DA ABERTURA OU, ---
      *--- COM TAXA, DA CONFIRMACAO DO PAGAMENTO (EM BRANCO ATE LA) ---
           05 ARQ-REQ-PRAZO             PIC X(08).
           05 ARQ-REQ-DATA-CONCLUSAO    PIC X(08).
      *--- ARQ-REQ-STATUS: AGUARDTAXA (TAXA EM ABERTO) / ABERTO / -----
      *--- ANDAMENTO / DEFERIDO / INDEFERIDO / CANCELADO --------------
           05 ARQ-REQ-STATUS            PIC X(10).
      *--- OPERADOR QUE ABRIU E OPERADOR RESPONSAVEL (EM BRANCO = -----
      *--- AINDA NAO ASSUMIDO NA FILA DO SETOR) -----------------------
           05 ARQ-REQ-OPER-ABERTURA     PIC X(08).
           05 ARQ-REQ-OPERADOR          PIC X(08).
      *--- COBRANCA DA TAXA EM MENSALID.dat (ZERO = SEM TAXA) ---------
           05 ARQ-REQ-COBRANCA          PIC 9(08).
           05 ARQ-REQ-DESCRICAO         PIC X(40).
           05 ARQ-REQ-RESPOSTA          PIC X(60).
      *--- ULTIMA SEQUENCIA GRAVADA EM REQHIST.dat ---------------------
           05 ARQ-REQ-ULT-SEQ           PIC 9(03).
