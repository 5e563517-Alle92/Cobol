      *-----------------------------------------------------------------
      *---- BOOK       : BOKRAVA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO RESPAVAL
      *----               (RESPOSTAS DA AVALIACAO INSTITUCIONAL, UMA
      *----               LINHA POR QUESTAO RESPONDIDA. ANONIMO: NAO
      *----               GUARDA RM NEM DATA - QUEM JA RESPONDEU FICA
      *----               SO NO CONTROLE CTLAVAL.dat, BOOK BOKCAVA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-RESPAVAL.
           05 ARQ-RAV-SEMESTRE          PIC X(02).
           05 ARQ-RAV-PROFESSOR         PIC X(06).
           05 ARQ-RAV-DISCIPLINA        PIC X(15).
           05 ARQ-RAV-CURSO             PIC X(15).
           05 ARQ-RAV-CAMPUS            PIC X(15).
           05 ARQ-RAV-QUESTAO           PIC X(03).
      *--- NOTA DE 1 (PESSIMO) A 5 (OTIMO) -----------------------------
           05 ARQ-RAV-NOTA              PIC 9(01).
