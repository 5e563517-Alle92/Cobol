      *-----------------------------------------------------------------
      *---- BOOK       : BOKRCRT
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO RECERT
      *----               (RECERTIFICACAO TRIMESTRAL DE ACESSO: UM
      *----               REGISTRO POR OPERADOR E CICLO, COM A FOTO DO
      *----               ACESSO NA GERACAO (PROGRCGE), A DECISAO DO
      *----               GESTOR DO CAMPUS (PROGRCRV) E A APLICACAO
      *----               NO CADASTRO DE OPERADORES (PROGRCAP). O
      *----               PERFIL CERTIFICADO DO ULTIMO CICLO APLICADO E
      *----               A BASE DA CONFERENCIA DE PERFIL ELEVADO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-RECERT.
           05 ARQ-RCT-CHAVE.
               10 ARQ-RCT-OPERADOR      PIC X(08).
      *--- CICLO AAAATN (ANO E TRIMESTRE, EX.: 2026T4) -----------------
               10 ARQ-RCT-CICLO         PIC X(06).
      *--- FOTO DO OPERADOR NA GERACAO DO CICLO ------------------------
           05 ARQ-RCT-NOME              PIC X(30).
           05 ARQ-RCT-PERFIL            PIC X(01).
           05 ARQ-RCT-CAMPUS            PIC X(15).
      *--- ULTIMO LOGIN ACEITO E ULTIMA ATIVIDADE (AAAAMMDDHHMMSS) -----
           05 ARQ-RCT-ULT-LOGIN         PIC X(14).
           05 ARQ-RCT-ULT-ATIVIDADE     PIC X(14).
      *--- OPERACOES SENSIVEIS NOS ULTIMOS 90 DIAS: LINHAS DA ----------
      *--- AUDITORIA E RELATORIOS GERADOS (OPLOG) ----------------------
           05 ARQ-RCT-QTD-AUDITORIA     PIC 9(06).
           05 ARQ-RCT-QTD-RELATORIOS    PIC 9(06).
      *--- "S" = PERFIL ACIMA DO CERTIFICADO NO ULTIMO CICLO APLICADO -
           05 ARQ-RCT-ELEVADO           PIC X(01).
      *--- ARQ-RCT-SITUACAO: PENDENTE / REVISADO / APLICADO / VENCIDO -
      *--- (VENCIDO = NAO APLICADO ATE A GERACAO DO CICLO SEGUINTE) ---
           05 ARQ-RCT-SITUACAO          PIC X(10).
      *--- DECISAO DO GESTOR: M = MANTER / A = ALTERAR / R = REVOGAR --
           05 ARQ-RCT-DECISAO           PIC X(01).
           05 ARQ-RCT-NOVO-PERFIL       PIC X(01).
           05 ARQ-RCT-NOVO-CAMPUS       PIC X(15).
           05 ARQ-RCT-REVISOR           PIC X(08).
           05 ARQ-RCT-DATA-REVISAO      PIC X(14).
           05 ARQ-RCT-APLICADOR         PIC X(08).
           05 ARQ-RCT-DATA-APLIC        PIC X(14).
      *--- PERFIL VALIDO APOS A APLICACAO (EM BRANCO NA REVOGACAO) ----
           05 ARQ-RCT-PERFIL-CERTIF     PIC X(01).
