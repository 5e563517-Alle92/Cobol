      *----               COBRADO EM NOME DO PROPRIO ALUNO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-RESPVINC.
           05 ARQ-RVI-RM                PIC X(06).
           05 ARQ-RVI-CODIGO            PIC 9(06).
