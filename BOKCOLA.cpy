      *-----------------------------------------------------------------
      *---- BOOK       : BOKCOLA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO COLACAO
      *----               (CALENDARIO DE COLACOES DE GRAU POR CAMPUS E
      *----               CURSO. MANTIDO PELO PROGCOLA; A ATA E O
      *----               NUMERO DELA SAO GRAVADOS PELO PROGCOLP QUANDO
      *----               A PRESENCA E REGISTRADA DEPOIS DO EVENTO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-COLACAO.
           05 ARQ-COL-CODIGO            PIC 9(06).
           05 ARQ-COL-CAMPUS            PIC X(15).
           05 ARQ-COL-CURSO             PIC X(15).
      *--- DATA (AAAAMMDD), HORA (HHMM) E LOCAL DA CERIMONIA -----------
           05 ARQ-COL-DATA              PIC X(08).
           05 ARQ-COL-HORA              PIC X(04).
           05 ARQ-COL-LOCAL             PIC X(30).
      *--- R = REGULAR / E = ESPECIAL (RECEBE OS AUSENTES DE OUTRA) ----
           05 ARQ-COL-TIPO              PIC X(01).
      *--- A = AGENDADA / R = REALIZADA (PRESENCA E ATA REGISTRADAS) ---
           05 ARQ-COL-SITUACAO          PIC X(01).
      *--- NUMERO DA ATA (ATACTRL.dat) E DATA DO REGISTRO DA PRESENCA --
           05 ARQ-COL-ATA               PIC 9(08).
           05 ARQ-COL-DATA-ATA          PIC X(08).
           05 ARQ-COL-OPERADOR          PIC X(08).
