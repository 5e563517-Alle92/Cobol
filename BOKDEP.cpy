      *-----------------------------------------------------------------
       01  ARQ-DADOS-DEPENDENCIA.
           05 ARQ-DEP-CHAVE.
              10 ARQ-DEP-RM             PIC X(06).
              10 ARQ-DEP-DISCIPLINA     PIC X(15).
      *--- SEMESTRE EM QUE A REPROVACAO OCORREU -------------------------
           05 ARQ-DEP-SEM-ORIGEM        PIC X(02).
