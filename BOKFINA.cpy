      *-----------------------------------------------------------------
      *---- BOOK       : BOKFINA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO FINANC
      *----               (FINANCIAMENTO ESTUDANTIL DO GOVERNO POR
      *----               ALUNO - FIES / PROUNI). A PARCELA DO GOVERNO
      *----               E SEPARADA DA COBRANCA DA FAMILIA PELO
      *----               PROGCOBR E CONCILIADA COM O REPASSE PELO
      *----               PROGREPS
      *-----------------------------------------------------------------
       01  ARQ-DADOS-FINANC.
           05 ARQ-FIN-CHAVE.
              10 ARQ-FIN-RM             PIC X(06).
      *--- ARQ-FIN-PROGRAMA: FIES / PROUNI -----------------------------
              10 ARQ-FIN-PROGRAMA       PIC X(06).
      *--- NUMERO DO CONTRATO NO PROGRAMA (CHAVE ALTERNATIVA, USADA ----
      *--- PARA CASAR O DEMONSTRATIVO DE REPASSE) ----------------------
           05 ARQ-FIN-CONTRATO          PIC X(15).
      *--- ARQ-FIN-TIPO: P = PERCENTUAL DA MENSALIDADE -----------------
      *---               F = VALOR FIXO POR COMPETENCIA ----------------
           05 ARQ-FIN-TIPO              PIC X(01).
           05 ARQ-FIN-PERCENTUAL        PIC 9(03)V99.
           05 ARQ-FIN-VALOR-FIXO        PIC 9(06)V99.
      *--- VIGENCIA GUARDADA COMO AAAAMM; FIM EM BRANCO = SEM FIM ------
           05 ARQ-FIN-VIG-INICIO        PIC X(06).
           05 ARQ-FIN-VIG-FIM           PIC X(06).
      *--- ARQ-FIN-STATUS: ATIVO / SUSPENSO / ENCERRADO ----------------
      *--- SUSPENSO: O GOVERNO SUSPENDEU O REPASSE; A COBRANCA VOLTA ---
      *--- INTEIRA PARA A FAMILIA --------------------------------------
           05 ARQ-FIN-STATUS            PIC X(10).
           05 ARQ-FIN-DATA-SUSP         PIC X(08).
           05 ARQ-FIN-DATA-ATUAL        PIC X(08).
           05 ARQ-FIN-OPERADOR          PIC X(08).
