      *----               SOBRESCREVER ARQ-MENSALIDADE EM ALUNOS.dat)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-DESCONTO.
           05 ARQ-DES-RM                PIC X(06).
      *--- ARQ-DES-TIPO: IRMAO / FUNCIONARIO / CONVENIO / BOLSA ...
           05 ARQ-DES-TIPO              PIC X(15).
      *--- QUANDO ARQ-DES-PERCENTUAL MAIOR QUE ZEROS O DESCONTO E
