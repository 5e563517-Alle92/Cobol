      *-------------------- AREA DE CONTROLE DA NUMERACAO DE RM --------
       FD  RMCTRL.
       01  ARQ-RMCTRL.
           05 ARQ-RMCTRL-PROXNUM        PIC 9(06).

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
       77  FS-RMCTRL                    PIC 9(02).

      *------------- VARIAVEIS DA BUSCA DO PROXIMO RM LIVRE ------------
       77  WRK-PROX-RM                  PIC 9(06) VALUE ZEROS.
       77  WRK-RM-LIVRE                 PIC X(01) VALUE SPACES.
      *--- RM ALINHADO A ESQUERDA: 4 DIGITOS ATE 9998 (COMO OS RMS JA --
      *--- EMITIDOS), 5 OU 6 DIGITOS A PARTIR DE 10000 ----------------
       77  WRK-PROX-RM-X                PIC X(06) VALUE SPACES.

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA. O FILE STATUS GUARDA ----
      *--- O ULTIMO READ (A LEITURA SEM ACHAR E O CAMINHO NORMAL), -----
      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-NRM-RM                         PIC X(06).

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
           MOVE "N"                            TO WRK-RM-LIVRE.

           PERFORM UNTIL WRK-RM-LIVRE EQUAL "S"
                       OR WRK-PROX-RM EQUAL 999999

      *----------- 9999 E O CODIGO DE SAIDA DAS TELAS: NUNCA E RM ------
               IF  WRK-PROX-RM EQUAL 9999
                   ADD 1                       TO WRK-PROX-RM
               END-IF

               MOVE "S"                        TO WRK-RM-LIVRE
               PERFORM 0210-FORMATAR-RM

               IF  WRK-ABRIU-ALUNOS EQUAL "S"
                   MOVE WRK-PROX-RM-X          TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       NOT INVALID KEY
                           MOVE "N"            TO WRK-RM-LIVRE

               IF  WRK-RM-LIVRE EQUAL "S"
               AND WRK-ABRIU-ALUNHIST EQUAL "S"
                   MOVE WRK-PROX-RM-X          TO ARQ-HIST-RM
                   READ ALUNHIST KEY IS ARQ-HIST-RM
                       NOT INVALID KEY
                           MOVE "N"            TO WRK-RM-LIVRE

      *----------- DEVOLVE O RM LIVRE; O CHAMADOR GRAVA RMCTRL.dat -----
      *----------- QUANDO A MATRICULA E CONFIRMADA ---------------------
           PERFORM 0210-FORMATAR-RM.
           MOVE WRK-PROX-RM-X                  TO LNK-NRM-RM.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-FORMATAR-RM                                        SECTION.
      *-----------------------------------------------------------------
      *----------- ATE 9998 MANTEM OS 4 DIGITOS COM ZEROS A ESQUERDA ---
      *----------- (MESMA CHAVE DOS RMS JA GRAVADOS); ACIMA DISSO USA --
      *----------- 5 OU 6 DIGITOS, SEMPRE ALINHADO A ESQUERDA ----------

           MOVE SPACES                         TO WRK-PROX-RM-X.

           IF  WRK-PROX-RM LESS 10000
               MOVE WRK-PROX-RM (3:4)          TO WRK-PROX-RM-X
           ELSE
               IF  WRK-PROX-RM LESS 100000
                   MOVE WRK-PROX-RM (2:5)      TO WRK-PROX-RM-X
               ELSE
                   MOVE WRK-PROX-RM            TO WRK-PROX-RM-X
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       0210-FORMATAR-RM-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
