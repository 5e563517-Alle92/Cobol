           05 ARQ-CURSO-COD             PIC X(15).
           05 ARQ-CURSO-DESC            PIC X(30).
           05 ARQ-CURSO-VAGAS           PIC 9(04).
      *--- HORAS DE ESTAGIO SUPERVISIONADO EXIGIDAS PARA A CONCLUSAO --
      *--- (ZEROS = CURSO SEM ESTAGIO OBRIGATORIO) ---------------------
           05 ARQ-CURSO-HORAS-ESTAGIO   PIC 9(04).
      *--- PRAZO MAXIMO DE INTEGRALIZACAO EM SEMESTRES (JUBILAMENTO - --
      *--- PROGJUBI); ZEROS = PRAZO PADRAO DO PARAMETRO JUBI-MAXSEM ----
           05 ARQ-CURSO-MAX-SEMESTRES   PIC 9(02).
