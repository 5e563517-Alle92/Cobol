      *-----------------------------------------------------------------
      *---- BOOK       : BOKCATR
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO LOG DAS CATRACAS DE
      *----               ACESSO (CATRACA.dat - UMA LINHA POR ENTRADA
      *----               REGISTRADA PELA CATRACA, DEPOSITADO TODO DIA
      *----               PELO SISTEMA DE CONTROLE DE ACESSO). REGISTRO
      *----               DE POSICAO FIXA, IMPORTADO PELO PROGCATR
      *-----------------------------------------------------------------
       01  ARQ-REG-CATRACA.
      *--- CARTAO DE ACESSO (CARTOES.dat) OU O PROPRIO RM DIGITADO -----
           05 ARQ-CAT-IDENTIFICACAO     PIC X(10).
      *--- DATA (AAAAMMDD) E HORA (HHMM) DA PASSAGEM -------------------
           05 ARQ-CAT-DATA              PIC X(08).
           05 ARQ-CAT-HORA              PIC X(04).
           05 ARQ-CAT-PORTAO            PIC X(04).
