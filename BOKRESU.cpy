       01  ARQ-DADOS-RESULTADO.
           05 ARQ-RES-CHAVE.
              10 ARQ-RES-SEMESTRE       PIC X(02).
              10 ARQ-RES-RM             PIC X(06).
              10 ARQ-RES-DISCIPLINA     PIC X(15).
           05 ARQ-RES-MEDIA             PIC 9(02)V99.
      *--- ARQ-RES-RESULTADO: APROVADO / REPROVADO / REP.FALTA ---------
