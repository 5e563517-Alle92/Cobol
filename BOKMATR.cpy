      *---- BOOK       : BOKMATR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO MATRIZ
      *----               (MATRIZ CURRICULAR - UMA LINHA POR DISCIPLINA
      *----               QUE COMPOE CADA VERSAO DA MATRIZ DE CADA
      *----               CURSO EM CADA SEMESTRE, USADA PELO PROGNOTA
      *----               PARA RECUSAR NOTA DE DISCIPLINA FORA DO
      *----               CURRICULO DO ALUNO E PELO PROGREL5 PARA
      *----               APONTAR NOTAS FALTANTES. A VERSAO DO ALUNO
      *----               VEM DO PROGVMAT)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-MATRIZ.
           05 ARQ-MAT-CHAVE.
              10 ARQ-MAT-CURSO          PIC X(15).
      *--- VERSAO DA MATRIZ (MATVERS.dat); "01" = MATRIZ ORIGINAL ------
              10 ARQ-MAT-VERSAO         PIC X(02).
              10 ARQ-MAT-SEMESTRE       PIC X(02).
              10 ARQ-MAT-DISCIPLINA     PIC X(15).
