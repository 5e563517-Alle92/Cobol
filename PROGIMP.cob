      *-------------------- AREA DE CONTROLE DA NUMERACAO DE RM --------
       FD  RMCTRL.
       01  ARQ-RMCTRL.
           05 ARQ-RMCTRL-PROXNUM        PIC 9(06).

       FD  ALUNOS.
       COPY "BOKALU".
      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-CAMPO-DADOS.
           05 WRK-CAMPO-RM              PIC X(06).
           05 WRK-CAMPO-NOMEALUNO       PIC X(20).
           05 WRK-CAMPO-CURSO           PIC X(15).
           05 WRK-CAMPO-SEMESTRE        PIC X(02).
      *--- "S" = O RM VEIO DO PROGNRM; A RESERVA EM RMCTRL.dat SO E ----
      *--- GRAVADA QUANDO A LINHA E EFETIVAMENTE CARREGADA -------------
       77  WRK-RM-AUTOMATICO            PIC X(01) VALUE "N".
       77  WRK-RM-NUM                   PIC 9(06) VALUE ZEROS.

      *------------- VARIAVEIS DE CONTROLE DE VAGAS ---------------------
       77  WRK-TEMP-VAGAS               PIC 9(04) VALUE ZEROS.
      *----------- RESERVA NA SEQUENCIA O PROXIMO NUMERO APOS O RM -----
      *----------- RECEM-GRAVADO (A SEQUENCIA NUNCA RETROCEDE) ---------

      *----------- O RM E ALINHADO A ESQUERDA: CONVERTE PELO VALOR -----
           COMPUTE WRK-RM-NUM = FUNCTION NUMVAL(WRK-CAMPO-RM) + 1
           MOVE WRK-RM-NUM              TO ARQ-RMCTRL-PROXNUM
           OPEN OUTPUT RMCTRL
           WRITE ARQ-RMCTRL
