      *-----------------------------------------------------------------
      *---- BOOK       : BOKJAVA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO JANAVAL
      *----               (JANELA DA AVALIACAO INSTITUCIONAL POR
      *----               SEMESTRE - PROGJAVA. O ALUNO SO RESPONDE NO
      *----               AUTOATENDIMENTO ENTRE O INICIO E O FIM)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-JANAVAL.
           05 ARQ-JAV-SEMESTRE          PIC X(02).
      *--- DATAS GUARDADAS COMO AAAAMMDD -------------------------------
           05 ARQ-JAV-INICIO            PIC X(08).
           05 ARQ-JAV-FIM               PIC X(08).
