
      *--- RM ANTIGO DO ALUNO READMITIDO (READMIS.dat); EM BRANCO ------
      *--- QUANDO O RM NAO E REINGRESSO --------------------------------
       77  WRK-RM-ANTIGO                PIC X(06) VALUE SPACES.

       77  WRK-REQUISITO                PIC X(15) VALUE SPACES.
       77  WRK-TEM-APROVADO             PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-PREQ-RM                        PIC X(06).
       01  LNK-PREQ-DISCIPLINA                PIC X(15).
       01  LNK-PREQ-LIBERADO                  PIC X(01).
       01  LNK-PREQ-PENDENTE                  PIC X(15).
