      *-----------------------------------------------------------------
      *---- BOOK       : BOKPFAT
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO PREVFAT
      *----               (CONTROLE DA PREVIA DO FATURAMENTO POR
      *----               COMPETENCIA: O PROGCOBR EM MODO PREVIA GRAVA
      *----               O RELATORIO E ESTE REGISTRO "GERADA"; UM
      *----               SUPERVISOR DIFERENTE DE QUEM RODOU A PREVIA
      *----               LIBERA OU REJEITA NO PROGLFAT; O FATURAMENTO
      *----               REAL SO RODA COM A PREVIA "LIBERADA")
      *-----------------------------------------------------------------
       01  ARQ-DADOS-PREVFAT.
           05 ARQ-PFA-COMPETENCIA       PIC X(06).
      *--- ARQ-PFA-STATUS: GERADA / LIBERADA / REJEITADA / FATURADA ----
           05 ARQ-PFA-STATUS            PIC X(10).
           05 ARQ-PFA-DATA-PREVIA       PIC X(14).
           05 ARQ-PFA-OPER-PREVIA       PIC X(08).
      *--- RELATORIO DA PREVIA QUE O SUPERVISOR REVISOU ----------------
           05 ARQ-PFA-RELATORIO         PIC X(80).
           05 ARQ-PFA-QTD-COBRANCAS     PIC 9(06).
           05 ARQ-PFA-VALOR-TOTAL       PIC 9(10)V99.
      *--- ALUNOS COM ALGUM ALERTA NA PREVIA ---------------------------
           05 ARQ-PFA-QTD-ALERTAS       PIC 9(06).
           05 ARQ-PFA-APROVADOR         PIC X(08).
           05 ARQ-PFA-DATA-APROV        PIC X(14).
      *--- PREENCHIDOS PELO FATURAMENTO REAL ---------------------------
           05 ARQ-PFA-OPER-FATUR        PIC X(08).
           05 ARQ-PFA-DATA-FATUR        PIC X(14).
