           05 ARQ-REV-NUMERO            PIC 9(06).
      *--- LANCAMENTO DE NOTAS.dat OBJETO DA REVISAO -------------------
           05 ARQ-REV-NOTA-NUMERO       PIC 9(08).
           05 ARQ-REV-RM                PIC X(06).
           05 ARQ-REV-DISCIPLINA        PIC X(15).
      *--- SEMESTRE DO RESULTADO A REFAZER (CHAVE DE RESULTADOS.dat) ---
           05 ARQ-REV-SEMESTRE          PIC X(02).
