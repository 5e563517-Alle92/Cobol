      *-----------------------------------------------------------------
      *---- BOOK       : BOKAUSE
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO AUSENCIAS
      *----               (AUSENCIA DO PROFESSOR POR DATA, TURMA E
      *----               DISCIPLINA: A AULA E CANCELADA OU DADA POR
      *----               UM SUBSTITUTO. A AULA CANCELADA ABRE UMA
      *----               REPOSICAO QUE SO FECHA QUANDO A CHAMADA DA
      *----               DATA DE REPOSICAO E LANCADA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-AUSENCIA.
           05 ARQ-AUS-CHAVE.
      *--- DATA DA AULA (AAAAMMDD) -------------------------------------
              10 ARQ-AUS-DATA           PIC X(08).
              10 ARQ-AUS-CURSO          PIC X(15).
              10 ARQ-AUS-TURMA          PIC X(03).
              10 ARQ-AUS-DISCIPLINA     PIC X(15).
           05 ARQ-AUS-SEMESTRE          PIC X(02).
      *--- PROFESSOR TITULAR, DA ATRIBUICAO DE AULAS (ATRIBUIC) --------
           05 ARQ-AUS-PROFESSOR         PIC X(06).
           05 ARQ-AUS-MOTIVO            PIC X(30).
      *--- ARQ-AUS-TIPO: C = AULA CANCELADA / S = AULA SUBSTITUIDA -----
           05 ARQ-AUS-TIPO              PIC X(01).
      *--- ID DO PROFESSOR SUBSTITUTO (PROFESSOR.dat) QUANDO TIPO S ----
           05 ARQ-AUS-SUBSTITUTO        PIC X(06).
      *--- REPOSICAO DA AULA CANCELADA: PENDENTE / REALIZADA -----------
      *--- (EM BRANCO NA AULA SUBSTITUIDA) -----------------------------
           05 ARQ-AUS-REPOSICAO         PIC X(10).
      *--- DATA EM QUE A REPOSICAO FOI DADA (AAAAMMDD) -----------------
           05 ARQ-AUS-DATA-REPOSICAO    PIC X(08).
           05 ARQ-AUS-OPERADOR          PIC X(08).
