      *-----------------------------------------------------------------
      *---- BOOK       : BOKEHOR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ESTHORAS
      *----               (RELATORIOS DE HORAS DE ESTAGIO: LANCADOS NO
      *----               PROGEHOR COMO PENDENTE E APROVADOS OU
      *----               REJEITADOS PELA COORDENACAO NO PROGEAPR)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-ESTHORAS.
           05 ARQ-EHR-NUMERO            PIC 9(06).
      *--- ESTAGIO DO RELATORIO (MESMO LAYOUT DE ARQ-EST-CHAVE) --------
           05 ARQ-EHR-ESTAGIO.
              10 ARQ-EHR-RM             PIC X(06).
              10 ARQ-EHR-SEQ            PIC 9(02).
      *--- MES DAS HORAS, AAAAMM ---------------------------------------
           05 ARQ-EHR-REFERENCIA        PIC X(06).
           05 ARQ-EHR-HORAS             PIC 9(03).
           05 ARQ-EHR-DESCRICAO         PIC X(40).
      *--- ARQ-EHR-STATUS: PENDENTE / APROVADO / REJEITADO ------------
           05 ARQ-EHR-STATUS            PIC X(10).
           05 ARQ-EHR-LANCADOR          PIC X(08).
           05 ARQ-EHR-DATA-LANC         PIC X(08).
           05 ARQ-EHR-COORDENADOR       PIC X(08).
           05 ARQ-EHR-DATA-APROV        PIC X(14).
