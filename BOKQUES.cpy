      *-----------------------------------------------------------------
      *---- BOOK       : BOKQUES
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO QUESTOES
      *----               (BANCO DE QUESTOES DA AVALIACAO INSTITUCIONAL,
      *----               MANTIDO PELA COORDENACAO - PROGQAVA. SO A
      *----               QUESTAO ATIVA E PERGUNTADA AO ALUNO; A NOTA
      *----               DE CADA QUESTAO VAI DE 1 A 5)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-QUESTAO.
           05 ARQ-QUE-COD               PIC X(03).
           05 ARQ-QUE-TEXTO             PIC X(60).
      *--- ARQ-QUE-STATUS: ATIVA / INATIVA -----------------------------
           05 ARQ-QUE-STATUS            PIC X(10).
