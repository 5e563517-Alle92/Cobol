           05 ARQ-JRN-PROGRAMA          PIC X(08).
      *--- ARQ-JRN-OPERACAO: BAIXARETO (RECIBO DO RETORNO + BAIXA DA ---
      *--- COBRANCA) / PROMOESPE (ATIVACAO DO ALUNO + SAIDA DA FILA) ---
      *--- / UNIFICARM (TRANSFERENCIA DOS REGISTROS DE UM RM PARA -----
      *--- OUTRO DA MESMA PESSOA E RETIRADA DO PRIMEIRO) ---------------
           05 ARQ-JRN-OPERACAO          PIC X(10).
      *--- ARQ-JRN-STATUS: PENDENTE / CONCLUIDO ------------------------
           05 ARQ-JRN-STATUS            PIC X(10).
      *--- CHAVES DA OPERACAO (CONFORME ARQ-JRN-OPERACAO): -------------
      *--- BAIXARETO: CHAVE1 = RECIBO (8), CHAVE2 = COBRANCA (8) -------
      *--- PROMOESPE: CHAVE1 = RM (6), CHAVE2 = CHAVE DA FILA (29) -----
      *--- UNIFICARM: CHAVE1 = RM RETIRADO (6), CHAVE2 = RM QUE --------
      *---            PERMANECE (6) ------------------------------------
           05 ARQ-JRN-CHAVE1            PIC X(30).
           05 ARQ-JRN-CHAVE2            PIC X(30).
      *--- DATA DO MOVIMENTO (AAAAMMDD; EX. DATA DO PAGTO DO RETORNO) --
