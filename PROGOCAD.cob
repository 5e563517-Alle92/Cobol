      *--- DATA     : 21/08/2026
      *--- OBJETIVOS: MANUTENCAO DO CADASTRO DE OPERADORES (ARQUIVO
      *----    OPERADORES): INCLUSAO, SUBSTITUICAO E EXCLUSAO DE
      *----    OPERADOR COM NOME, PIN E PERFIL DE ACESSO (A/S/O/P).
      *----    O PERFIL P (PROFESSOR) EXIGE O VINCULO COM UM
      *----    PROFESSOR DE PROFESSOR.dat.
      *----    ROTINA RESTRITA AO PERFIL ADMINISTRADOR, GARANTIDO
      *----    PELO MENU DE ROTINAS ADMINISTRATIVAS.
      *---------------------------------------------------
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- OPERADORES        E             BOKOPER
      *---- PROFESSOR         I             BOKPROF
      *---- AUDITORIA         E             BOKAUDIT
      *----
      *---------------------------------------------------
                  RECORD KEY IS ARQ-OPER-ID
                  FILE STATUS IS FS-OPERADORES.

      *----------- CADASTRO DE PROFESSORES (VINCULO DO PERFIL P) -------
           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.
       FD  OPERADORES.
       COPY "BOKOPER".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

           05 WRK-TEMP-OPER-PERFIL      PIC X(01).
      *--- CAMPUS DE LOTACAO (EM BRANCO = TODOS OS CAMPUSES) -----------
           05 WRK-TEMP-OPER-CAMPUS      PIC X(15).
      *--- PROFESSOR VINCULADO (OBRIGATORIO NO PERFIL P) ---------------
           05 WRK-TEMP-OPER-PROFESSOR   PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-OPERADORES                PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  WRK-ABRIU-PROFESSOR          PIC X(01) VALUE "N".

      *------------- VARIAVEL DE APOIO A TRILHA DE AUDITORIA -----------
       77  WRK-DATA-HORA                PIC X(21).
           05 LINE  08 COLUMN 60 USING WRK-TEMP-OPER-NOME.
           05 LINE  09 COLUMN 30 VALUE "PIN (4 DIGITOS)..".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-OPER-PIN.
           05 LINE  10 COLUMN 30 VALUE "PERFIL (A/S/O/P).".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-OPER-PERFIL.
           05 LINE  11 COLUMN 30 VALUE "CAMPUS (OPCIONAL)".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-OPER-CAMPUS.
           05 LINE  12 COLUMN 30 VALUE "PROFESSOR (PERF.P)".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-OPER-PROFESSOR.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.
                  GOBACK
            END-IF.

      *----------- ABERTURA DO CADASTRO DE PROFESSORES -----------------
            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-PROFESSOR
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.


                IF WRK-TEMP-OPER-PERFIL NOT EQUAL "A" AND
                   WRK-TEMP-OPER-PERFIL NOT EQUAL "S" AND
                   WRK-TEMP-OPER-PERFIL NOT EQUAL "O" AND
                   WRK-TEMP-OPER-PERFIL NOT EQUAL "P"
                   MOVE WRK-MSG-OPCAO-ERRO     TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
                END-IF

      *--------------- PERFIL P EXIGE PROFESSOR CADASTRADO; NOS --------
      *--------------- DEMAIS PERFIS O VINCULO FICA EM BRANCO ----------
                IF WRK-TEMP-OPER-PERFIL EQUAL "P"
                   PERFORM 0250-CONFERIR-PROFESSOR
                   IF WRK-MSG EQUAL WRK-MSG-OPER-SEMPROF
                      PERFORM 0900-MOSTRA
                      GO TO 0200-PROCESSAR
                   END-IF
                ELSE
                   MOVE SPACES            TO WRK-TEMP-OPER-PROFESSOR
                END-IF

                MOVE WRK-TEMP-OPER-ID         TO ARQ-OPER-ID
                MOVE WRK-TEMP-OPER-NOME       TO ARQ-OPER-NOME
                MOVE WRK-TEMP-OPER-PIN        TO ARQ-OPER-PIN
                MOVE WRK-TEMP-OPER-PERFIL     TO ARQ-OPER-PERFIL
                MOVE WRK-TEMP-OPER-CAMPUS     TO ARQ-OPER-CAMPUS
                MOVE WRK-TEMP-OPER-PROFESSOR  TO ARQ-OPER-PROFESSOR

      *--------------- A REGRAVACAO ZERA AS FALHAS E DESBLOQUEIA O -----
      *--------------- OPERADOR (DESBLOQUEIO PELO ADMINISTRADOR) E -----
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CONFERIR-PROFESSOR                                 SECTION.
      *-----------------------------------------------------------------
      *----------- O OPERADOR DE PERFIL P PRECISA ESTAR VINCULADO A ----
      *----------- UM PROFESSOR DE PROFESSOR.dat -----------------------

           MOVE SPACES                         TO WRK-MSG.

           IF  WRK-TEMP-OPER-PROFESSOR EQUAL SPACES
           OR  WRK-ABRIU-PROFESSOR NOT EQUAL "S"
               MOVE WRK-MSG-OPER-SEMPROF       TO WRK-MSG
               GO TO 0250-CONFERIR-PROFESSOR-99-FIM
           END-IF.

           MOVE WRK-TEMP-OPER-PROFESSOR        TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               INVALID KEY
                   MOVE WRK-MSG-OPER-SEMPROF   TO WRK-MSG
           END-READ.

      *-----------------------------------------------------------------
       0250-CONFERIR-PROFESSOR-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-GRAVAR-AUDITORIA                                   SECTION.
      *-----------------------------------------------------------------
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                 CLOSE PROFESSOR
             END-IF.

             CLOSE  AUDITORIA.

      *-----------------------------------------------------------------
