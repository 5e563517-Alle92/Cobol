      *----               REGISTRO DO ALUNO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-READMISSAO.
           05 ARQ-RDM-RM-NOVO           PIC X(06).
           05 ARQ-RDM-RM-ANTIGO         PIC X(06).
      *--- DATA DO REINGRESSO (AAAAMMDD) E OPERADOR --------------------
           05 ARQ-RDM-DATA              PIC X(08).
           05 ARQ-RDM-OPERADOR          PIC X(08).
