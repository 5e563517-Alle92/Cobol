      *-----------------------------------------------------------------
      *---- BOOK       : BOKTCC
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO TCC (TRABALHO DE
      *----               CONCLUSAO DE CURSO: UM REGISTRO POR ALUNO,
      *----               COM TEMA E ORIENTADOR - PROGTEMA -, DEPOSITO
      *----               E DEFESA COM SALA E BANCA - PROGBANC - E A
      *----               NOTA DA BANCA - PROGNTCC -, QUE TAMBEM VAI
      *----               PARA NOTAS.dat NA DISCIPLINA DO TCC)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-TCC.
           05 ARQ-TCC-RM                PIC X(06).
           05 ARQ-TCC-TITULO            PIC X(60).
      *--- DISCIPLINA DO TCC NA MATRIZ (DISCIPLINAS.dat) ---------------
           05 ARQ-TCC-DISCIPLINA        PIC X(15).
      *--- PROFESSORES GUARDADOS PELO ARQ-PRO-ID (PROFESSOR.dat) -------
           05 ARQ-TCC-ORIENTADOR        PIC X(06).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
           05 ARQ-TCC-DATA-CADASTRO     PIC X(08).
           05 ARQ-TCC-PRAZO-DEPOSITO    PIC X(08).
      *--- EM BRANCO ENQUANTO O TRABALHO NAO FOR DEPOSITADO ------------
           05 ARQ-TCC-DATA-DEPOSITO     PIC X(08).
           05 ARQ-TCC-DATA-DEFESA       PIC X(08).
      *--- HORA DA DEFESA COMO HHMM ------------------------------------
           05 ARQ-TCC-HORA-DEFESA       PIC X(04).
      *--- MESMO CODIGO DE SALA DE SALAS.dat ---------------------------
           05 ARQ-TCC-SALA              PIC X(10).
      *--- BANCA: O ORIENTADOR PRESIDE, COM MAIS DOIS MEMBROS ----------
           05 ARQ-TCC-BANCA-1           PIC X(06).
           05 ARQ-TCC-BANCA-2           PIC X(06).
           05 ARQ-TCC-NOTA              PIC 9(02)V99.
           05 ARQ-TCC-DATA-NOTA         PIC X(08).
      *--- NUMERO DO LANCAMENTO GERADO EM NOTAS.dat --------------------
           05 ARQ-TCC-NOTA-NUMERO       PIC 9(08).
      *--- ARQ-TCC-STATUS: EM ANDAMENTO / DEPOSITADO / AGENDADO / ------
      *--- AVALIADO ----------------------------------------------------
           05 ARQ-TCC-STATUS            PIC X(12).
