      *----    CADASTRO RESPONSAV.dat. SEM VINCULO (OU SEM OS ARQUIVOS)
      *----    DEVOLVE "N" E OS CAMPOS EM BRANCO: A COBRANCA E AS
      *----    CORRESPONDENCIAS SAEM EM NOME DO PROPRIO ALUNO. CHAMADO
      *----    POR PROGREME, PROGCART, PROGDECL E PROGNFSE.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-RESP-RM                        PIC X(06).
       01  LNK-RESP-ACHOU                     PIC X(01).
       01  LNK-RESP-NOME                      PIC X(30).
       01  LNK-RESP-CPF                       PIC X(11).
