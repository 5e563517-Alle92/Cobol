      *-----------------------------------------------------------------
      *---- BOOK       : BOKCAVA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CTLAVAL
      *----               (CONTROLE DE QUEM JA RESPONDEU A AVALIACAO
      *----               INSTITUCIONAL: A CHAVE IMPEDE A SEGUNDA
      *----               RESPOSTA DO ALUNO NA MESMA DISCIPLINA E
      *----               SEMESTRE. NAO GUARDA AS NOTAS DADAS, QUE
      *----               FICAM SEM RM EM RESPAVAL.dat)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CTLAVAL.
           05 ARQ-CAV-CHAVE.
              10 ARQ-CAV-SEMESTRE       PIC X(02).
              10 ARQ-CAV-RM             PIC X(06).
              10 ARQ-CAV-DISCIPLINA     PIC X(15).
      *--- GRUPO DA TABULACAO (TAXA DE RESPOSTA DO PROGRAVA) -----------
           05 ARQ-CAV-PROFESSOR         PIC X(06).
           05 ARQ-CAV-CURSO             PIC X(15).
           05 ARQ-CAV-CAMPUS            PIC X(15).
           05 ARQ-CAV-DATA              PIC X(08).
