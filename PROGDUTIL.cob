      *----    DATA INFORMADA CAI EM SABADO, DOMINGO OU FERIADO DO
      *----    CALENDARIO FERIADOS.dat, DEVOLVE O PRIMEIRO DIA UTIL
      *----    SEGUINTE; SENAO DEVOLVE A PROPRIA DATA. CHAMADO POR
      *----    PROGCOBR, PROGREME, PROGMULT, PROGRENE, PROGFLUX,
      *----    PROGROLL, PROGCAMT, PROGCLAS E PROGDUSM.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
