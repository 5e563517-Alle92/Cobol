      *-----------------------------------------------------------------
      *---- BOOK       : BOKCVPG
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CONVPAG
      *----               (ESCOLHA DO PAGADOR: CONVENIO DE COBRANCA
      *----               EM QUE O RM QUER RECEBER OS BOLETOS. TEM
      *----               PRECEDENCIA SOBRE O CONVENIO DO CAMPUS NO
      *----               ROTEAMENTO DO PROGREME. MANTIDO PELO
      *----               PROGBESC)
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CONVPAG.
           05 ARQ-CVP-RM                PIC X(06).
           05 ARQ-CVP-CONVENIO          PIC X(03).
           05 ARQ-CVP-DATA              PIC X(08).
           05 ARQ-CVP-OPERADOR          PIC X(08).
