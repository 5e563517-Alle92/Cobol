      *-----------------------------------------------------------------
      *---- BOOK       : BOKDALU
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO DOCALUNO
      *----               (CHECKLIST DOS DOCUMENTOS ENTREGUES PELO
      *----               ALUNO: UM REGISTRO POR RM E TIPO DO CATALOGO
      *----               TIPODOC.dat. TIPO SEM REGISTRO = NAO
      *----               ENTREGUE)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-DOCALUNO.
           05 ARQ-DAL-CHAVE.
              10 ARQ-DAL-RM             PIC X(06).
              10 ARQ-DAL-TIPO           PIC X(04).
      *--- ARQ-DAL-STATUS: RECEBIDO / PENDENTE (PENDENTE = ESTORNO ----
      *--- DA ENTREGA OU LINHA CRIADA PELO AVISO DE ATRASO) -----------
           05 ARQ-DAL-STATUS            PIC X(10).
           05 ARQ-DAL-DATA-RECEB        PIC X(08).
           05 ARQ-DAL-OPERADOR          PIC X(08).
      *--- REFERENCIA DO DOCUMENTO (NUMERO, ORGAO, PROTOCOLO...) ------
           05 ARQ-DAL-REFERENCIA        PIC X(20).
      *--- DATA DO ULTIMO AVISO DE ATRASO ENVIADO (PROGRDOC) ----------
           05 ARQ-DAL-DATA-AVISO        PIC X(08).
