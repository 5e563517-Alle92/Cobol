      *-----------------------------------------------------------------
      *---- BOOK       : BOKCOLP
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO COLAPART
      *----               (FORMADOS DESIGNADOS PARA CADA COLACAO DE
      *----               GRAU - PROGCOLD - E A PRESENCA REGISTRADA
      *----               DEPOIS DO EVENTO - PROGCOLP. O FORMADO
      *----               AUSENTE GANHA UM REGISTRO NOVO NA COLACAO
      *----               ESPECIAL; O DA COLACAO PERDIDA FICA COMO
      *----               AUSENTE. CHAVE ALTERNATIVA PELO RM, USADA
      *----               PELO PROGCOLV NA EMISSAO DO DIPLOMA)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-COLAPART.
           05 ARQ-CLP-CHAVE.
              10 ARQ-CLP-CODIGO         PIC 9(06).
              10 ARQ-CLP-RM             PIC X(06).
           05 ARQ-CLP-NOME              PIC X(20).
           05 ARQ-CLP-CURSO             PIC X(15).
      *--- C = CONVOCADO / P = PRESENTE / A = AUSENTE ------------------
           05 ARQ-CLP-PRESENCA          PIC X(01).
      *--- COLACAO PERDIDA QUE TROUXE O FORMADO PARA A ESPECIAL --------
      *--- (ZEROS = DESIGNACAO NORMAL) ---------------------------------
           05 ARQ-CLP-ORIGEM            PIC 9(06).
           05 ARQ-CLP-DATA-DESIG        PIC X(08).
           05 ARQ-CLP-OPERADOR          PIC X(08).
