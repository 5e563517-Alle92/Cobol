      *-----------------------------------------------------------------
      *---- BOOK       : BOKCRTA
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CARTOES
      *----               (CARTOES DE ACESSO DAS CATRACAS ENTREGUES
      *----               AOS ALUNOS, MANTIDO PELO PROGCRTA. O PROGCATR
      *----               TRADUZ POR ELE O CARTAO DO LOG DA CATRACA
      *----               NO RM DO ALUNO)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CARTAO.
           05 ARQ-CRT-CARTAO            PIC X(10).
           05 ARQ-CRT-RM                PIC X(06).
      *--- DATA GUARDADA COMO AAAAMMDD ---------------------------------
           05 ARQ-CRT-DATA-CADASTRO     PIC X(08).
           05 ARQ-CRT-OPERADOR          PIC X(08).
