       01  ARQ-DADOS-EVENTO.
           05 ARQ-EVE-NUMERO            PIC 9(08).
           05 ARQ-EVE-DATAHORA          PIC X(14).
           05 ARQ-EVE-RM                PIC X(06).
      *--- ARQ-EVE-TIPO: COBRANCA / PAGAMENTO / LIQUIDACAO / -----------
      *--- RESULTADO / PROMOCAO / NEGATIVACAO (AVISO PREVIO) / ---------
      *--- JUBILAMENTO (ADVERTENCIA OU CANCELAMENTO, COM O PRAZO) / ----
      *--- DOCUMENTOS (LEMBRETE DE DOCUMENTACAO EM ATRASO) / -----------
      *--- ATRASO (AVISO DE DEBITO DA MALA DIRETA DESVIADO DA CARTA) ---
           05 ARQ-EVE-TIPO              PIC X(12).
      *--- DADOS-CHAVE DO EVENTO (COMPETENCIA, VALOR, DISCIPLINA...) ---
           05 ARQ-EVE-DADOS             PIC X(30).
