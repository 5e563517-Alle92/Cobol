      *-----------------------------------------------------------------
      *---- BOOK       : BOKHDOC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO HORASDOC
      *----               (APURACAO MENSAL DAS AULAS DADAS POR
      *----               PROFESSOR, TURMA E DISCIPLINA - PROGHDOC.
      *----               AULA DADA E CADA DATA COM CHAMADA LANCADA EM
      *----               FREQUENCIA.dat; PREVISTA E CADA DATA DO
      *----               CALENDARIO AULAPLAN.dat NO MES. A LIBERACAO
      *----               (PROGLHDO) GERA DAQUI O ARQUIVO DO RH)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-HORASDOC.
           05 ARQ-HDO-CHAVE.
      *--- COMPETENCIA AAAAMM ------------------------------------------
              10 ARQ-HDO-COMPETENCIA    PIC X(06).
      *--- PROFESSOR EM BRANCO = AULA SEM ATRIBUICAO NO SEMESTRE -------
              10 ARQ-HDO-PROFESSOR      PIC X(06).
              10 ARQ-HDO-CURSO          PIC X(15).
              10 ARQ-HDO-TURMA          PIC X(03).
              10 ARQ-HDO-DISCIPLINA     PIC X(15).
           05 ARQ-HDO-SEMESTRE          PIC X(02).
           05 ARQ-HDO-TITULACAO         PIC X(20).
           05 ARQ-HDO-QTD-DADAS         PIC 9(03).
           05 ARQ-HDO-QTD-PREVISTAS     PIC 9(03).
      *--- HORAS-AULA: PERIODOS DA GRADE NO DIA DE CADA AULA DADA -----
      *--- (UMA POR AULA QUANDO A GRADE NAO TEM O HORARIO) ------------
           05 ARQ-HDO-HORAS             PIC 9(04).
      *--- ZERO = TITULACAO SEM TAXA VIGENTE (PENDENCIA) ---------------
           05 ARQ-HDO-VALOR-HORA        PIC 9(04)V99.
           05 ARQ-HDO-VALOR             PIC 9(08)V99.
      *--- ORIGEM: A = PROFESSOR DA ATRIBUICAO / S = SUBSTITUTO DO -----
      *--- REGISTRO DE AUSENCIAS (SEM AULA PREVISTA PROPRIA) -----------
           05 ARQ-HDO-ORIGEM            PIC X(01).
