      *-----------------------------------------------------------------
      *---- BOOK       : BOKFPRO
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO FREQPROP
      *----               (PRESENCA PROPOSTA PELA IMPORTACAO DAS
      *----               CATRACAS - PROGCATR - PARA CADA ALUNO DE CADA
      *----               AULA DO DIA. NADA VAI PARA FREQUENCIA.dat
      *----               ANTES DE O PROFESSOR OU A SECRETARIA CONFIRMAR
      *----               OU ALTERAR A PROPOSTA NA CHAMADA - PROGDCHA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-FREQPROP.
           05 ARQ-FPR-CHAVE.
      *--- DATA DA AULA (AAAAMMDD) -------------------------------------
              10 ARQ-FPR-DATA           PIC X(08).
              10 ARQ-FPR-CURSO          PIC X(15).
              10 ARQ-FPR-TURMA          PIC X(03).
              10 ARQ-FPR-DISCIPLINA     PIC X(15).
              10 ARQ-FPR-RM             PIC X(06).
      *--- ARQ-FPR-PRESENCA: P = ENTROU NA CATRACA / A = SEM ENTRADA ---
           05 ARQ-FPR-PRESENCA          PIC X(01).
      *--- PRIMEIRA ENTRADA DO DIA (HHMM) E PORTAO; EM BRANCO SE "A" ---
           05 ARQ-FPR-HORA              PIC X(04).
           05 ARQ-FPR-PORTAO            PIC X(04).
      *--- ARQ-FPR-STATUS: PROPOSTA / CONFIRMADA (LANCADA COMO ---------
      *--- PROPOSTO) / ALTERADA (LANCADA COM A PRESENCA TROCADA) -------
           05 ARQ-FPR-STATUS            PIC X(10).
           05 ARQ-FPR-DATA-IMPORTACAO   PIC X(08).
      *--- OPERADOR QUE CONFIRMOU OU ALTEROU NA CHAMADA ----------------
           05 ARQ-FPR-OPERADOR          PIC X(08).
