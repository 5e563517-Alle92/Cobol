      *-----------------------------------------------------------------
      *---- BOOK       : BOKCVRM
      *---- DESCRICAO  : LAYOUT DO REGISTRO DO ARQUIVO CVRMCTL
      *----               (ARQUIVOS JA CONVERTIDOS PARA O RM DE 6
      *----               POSICOES PELO PROGCVRM: UMA LINHA POR
      *----               ARQUIVO SUBSTITUIDO, PARA QUE A REEXECUCAO
      *----               NAO O CONVERTA DE NOVO). O PROGCONV
      *----               ANOTA AQUI OS ARQUIVOS QUE JA REGRAVA NO
      *----               BOOK ATUAL E, NA RODADA SEM PENDENCIA, A
      *----               LINHA "PROGCONV" EXIGIDA PELO PROGCVRM
      *-----------------------------------------------------------------
       01  ARQ-DADOS-CVRMCTL.
           05 ARQ-CVC-ARQUIVO           PIC X(12).
           05 ARQ-CVC-DATAHORA          PIC X(14).
      *--- REGISTROS GRAVADOS E TOTAL DE CONTROLE (SOMA DOS RMS) -------
           05 ARQ-CVC-QTD               PIC 9(08).
           05 ARQ-CVC-TOTAL             PIC 9(12).
           05 ARQ-CVC-OPERADOR          PIC X(08).
