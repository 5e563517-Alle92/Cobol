      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO ALUNOS
      *-----------------------------------------------------------------
       01  ARQ-DADOS.
           05 ARQ-RM                    PIC X(06).
           05 ARQ-NOMEALUNO             PIC X(20).
           05 ARQ-CURSO                 PIC X(15).
           05 ARQ-SEMESTRE              PIC X(02).
