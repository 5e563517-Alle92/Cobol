      *-----------------------------------------------------------------
      *---- BOOK       : BOKHORA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO HORARIO
      *----               (GRADE HORARIA SEMANAL: EM QUE DIA E PERIODO
      *----               CADA TURMA TEM CADA DISCIPLINA E EM QUE SALA.
      *----               A CHAVE GARANTE UMA UNICA DISCIPLINA POR
      *----               TURMA NO MESMO HORARIO; O PROFESSOR VEM DA
      *----               ATRIBUICAO DE AULAS - ATRIBUIC.dat. O PROGHGER
      *----               GERA O CALENDARIO AULAPLAN.dat A PARTIR DELA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-HORARIO.
           05 ARQ-HOR-CHAVE.
              10 ARQ-HOR-SEMESTRE       PIC X(02).
              10 ARQ-HOR-CURSO          PIC X(15).
              10 ARQ-HOR-TURMA          PIC X(03).
      *--- DIA DA SEMANA: 1 = SEGUNDA ... 6 = SABADO -------------------
              10 ARQ-HOR-DIA            PIC 9(01).
      *--- PERIODO (AULA) DO TURNO: 1 A 6 ------------------------------
              10 ARQ-HOR-PERIODO        PIC 9(01).
           05 ARQ-HOR-DISCIPLINA        PIC X(15).
           05 ARQ-HOR-SALA              PIC X(10).
