      *----    NOTIFICACOES (EVENTOS.dat): RM, TIPO E DADOS-CHAVE,
      *----    COM DATA/HORA E MARCA DE NAO ENVIADO. O FORMATADOR
      *----    NOTURNO (PROGNOTI) DESPACHA OS PENDENTES. CHAMADO POR
      *----    PROGCOBR, PROGPAG, PROGRETO, PROGFECH, PROGESPE,
      *----    PROGNEGA, PROGJUBI E PROGRDOC.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-EVTG-RM                        PIC X(06).
       01  LNK-EVTG-TIPO                      PIC X(12).
       01  LNK-EVTG-DADOS                     PIC X(30).

