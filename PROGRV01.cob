      *-------------------- AREA DE CONTROLE DA NUMERACAO DE RM --------
       FD  RMCTRL.
       01  ARQ-RMCTRL.
           05 ARQ-RMCTRL-PROXNUM        PIC 9(06).

       FD  PRECOS.
       COPY "BOKPREC".
      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06).
           05 WRK-TEMP-NOMEALUNO        PIC X(20).
           05 WRK-TEMP-CURSO            PIC X(15).
           05 WRK-TEMP-SEMESTRE         PIC X(02).
       77  FS-RESPVINC                  PIC 9(02).

      *------------- PROXIMO RM A RESERVAR NA GRAVACAO CONFIRMADA ------
       77  WRK-RM-NUM                   PIC 9(06) VALUE ZEROS.

      *------------- PRECO VIGENTE DO CURSO (TABELA DE PRECOS) ----------
       77  WRK-PRECO-VIGENTE            PIC 9(06)V99 VALUE ZEROS.
      *----------- RESERVA NA SEQUENCIA O PROXIMO NUMERO APOS O RM -----
      *----------- RECEM-GRAVADO (A SEQUENCIA NUNCA RETROCEDE) ---------

      *----------- O RM E ALINHADO A ESQUERDA: CONVERTE PELO VALOR -----
           COMPUTE WRK-RM-NUM = FUNCTION NUMVAL(WRK-TEMP-RM) + 1
           MOVE WRK-RM-NUM              TO ARQ-RMCTRL-PROXNUM
           OPEN OUTPUT RMCTRL
           WRITE ARQ-RMCTRL
