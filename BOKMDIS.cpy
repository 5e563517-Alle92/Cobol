      *-----------------------------------------------------------------
       01  ARQ-DADOS-MATDISC.
           05 ARQ-MDI-CHAVE.
              10 ARQ-MDI-RM             PIC X(06).
              10 ARQ-MDI-DISCIPLINA     PIC X(15).
           05 ARQ-MDI-SEMESTRE          PIC X(02).
           05 ARQ-MDI-TURMA             PIC X(03).
      *--- ARQ-MDI-STATUS: ATIVA / TRANCADA / SUSPENSA -----------------
      *--- SUSPENSA: ALUNO TRANCADO (PROGTRCM); PROGTRET REATIVA --------
           05 ARQ-MDI-STATUS            PIC X(10).
           05 ARQ-MDI-DATA              PIC X(08).
