           05 ARQ-OPER-NOME             PIC X(30).
           05 ARQ-OPER-PIN              PIC X(04).
      *--- PERFIL DE ACESSO: A = ADMINISTRADOR / S = SUPERVISOR /
      *--- O = OPERADOR DE BALCAO / P = PROFESSOR (SO O PORTAL DO
      *--- PROFESSOR, MENUDOC). EM BRANCO (REGISTRO ANTIGO) VALE
      *--- COMO OPERADOR DE BALCAO, EXCETO O USUARIO ADMIN
           05 ARQ-OPER-PERFIL           PIC X(01).
      *--- DATA DA ULTIMA TROCA DE PIN (AAAAMMDD); EM BRANCO OBRIGA
      *--- ENXERGAM ALUNOS DO MESMO CAMPUS (PERFIS S E A, OU CAMPUS ----
      *--- EM BRANCO, ENXERGAM TODOS) ----------------------------------
           05 ARQ-OPER-CAMPUS           PIC X(15).
      *--- PROFESSOR (PROFESSOR.dat) VINCULADO AO OPERADOR DE PERFIL ---
      *--- P: O PORTAL SO MOSTRA AS TURMAS ATRIBUIDAS A ELE ------------
           05 ARQ-OPER-PROFESSOR        PIC X(06).
