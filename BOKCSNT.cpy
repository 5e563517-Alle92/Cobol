      *-----------------------------------------------------------------
      *---- BOOK       : BOKCSNT
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CONSENT
      *----               (CONSENTIMENTO DE COMUNICACAO: UM REGISTRO
      *----               POR TITULAR - ALUNO OU RESPONSAVEL
      *----               FINANCEIRO -, CANAL E CATEGORIA DE MENSAGEM,
      *----               COM A ULTIMA MANIFESTACAO, A DATA, A ORIGEM
      *----               E O OPERADOR. SEM REGISTRO VALE O PADRAO:
      *----               FINANCEIRO E ACADEMICO AUTORIZADOS,
      *----               MARKETING SO COM AUTORIZACAO EXPRESSA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CONSENT.
           05 ARQ-CSN-CHAVE.
      *--- ARQ-CSN-TIPO: A = ALUNO (RM) / R = RESPONSAVEL (CODIGO) -----
               10 ARQ-CSN-TIPO          PIC X(01).
      *--- RM DO ALUNO (6 POSICOES) OU CODIGO DO RESPONSAVEL -----------
               10 ARQ-CSN-TITULAR       PIC X(06).
      *--- ARQ-CSN-CANAL: EMAIL / SMS / CARTA --------------------------
               10 ARQ-CSN-CANAL         PIC X(05).
      *--- ARQ-CSN-CATEGORIA: FIN / ACAD / MKT -------------------------
               10 ARQ-CSN-CATEGORIA     PIC X(04).
      *--- "S" = AUTORIZA (OPT-IN) / "N" = RECUSA (OPT-OUT) ------------
           05 ARQ-CSN-AUTORIZA          PIC X(01).
           05 ARQ-CSN-DATA              PIC X(08).
      *--- ARQ-CSN-ORIGEM: BALCAO / AUTOATEND --------------------------
           05 ARQ-CSN-ORIGEM            PIC X(10).
           05 ARQ-CSN-OPERADOR          PIC X(08).
