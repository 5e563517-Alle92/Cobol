      *----    TODAS AS DISCIPLINAS DESSE SEMESTRE, MUDA O STATUS
      *----    PARA "FORMADO", GRAVA O REGISTRO DE CONCLUSAO EM
      *----    FORMADOS.dat E IMPRIME A LISTA DE FORMANDOS POR CURSO.
      *----    CURSO COM ESTAGIO OBRIGATORIO (ARQ-CURSO-HORAS-ESTAGIO)
      *----    SO FORMA O ALUNO COM AS HORAS EXIGIDAS APROVADAS; SEM
      *----    ELAS O ALUNO FICA ATIVO E SAI NA LISTA COMO PENDENTE.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- MATRIZ            I             BOKMATR
      *---- RESULTADOS        I             BOKRESU
      *---- FORMADOS          E             BOKFORM
      *---- CURSOS            I             BOKCURS
      *---- ESTAGIOS          I             BOKESTG
      *---- RELFORM           O              ----
      *---- AUDITORIA         E             BOKAUDIT
      *---- OPLOG             E             BOKOPLOG
                  RECORD KEY IS ARQ-RDM-RM-NOVO
                  FILE STATUS IS FS-READMIS.

      *----------- ESTAGIO OBRIGATORIO: HORAS EXIGIDAS PELO CURSO E ---
      *----------- HORAS APROVADAS NOS ESTAGIOS DO ALUNO ---------------
           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

           SELECT ESTAGIOS  ASSIGN TO WRK-PATH-ESTAGIOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EST-CHAVE
                  FILE STATUS IS FS-ESTAGIOS.

           SELECT RELFORM ASSIGN TO WRK-PATH-RELFORM
                  FILE STATUS IS FS-RELFORM.

       FD  READMIS.
       COPY "BOKREAD".

       FD  CURSOS.
       COPY "BOKCURS".

       FD  ESTAGIOS.
       COPY "BOKESTG".

      *-------------------- AREA DA LISTA DE FORMANDOS -----------------
       FD  RELFORM.

       01  ARQ-RELFORM                  PIC X(82).

       FD  AUDITORIA.
       COPY "BOKAUDIT".
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-PATH-RELFORM             PIC X(80).


      *------------- VARIAVEIS DA DETECCAO DE FORMANDOS ----------------
       77  WRK-QTD-FORMADOS             PIC 9(04) VALUE ZEROS.
       77  WRK-RM-CORRENTE              PIC X(06) VALUE SPACES.

      *------------- REINGRESSO: RM ANTIGO DO ALUNO CORRENTE -----------
       77  FS-READMIS                   PIC 9(02).
       77  WRK-ABRIU-READMIS            PIC X(01) VALUE "N".
       77  WRK-RM-ANTIGO                PIC X(06) VALUE SPACES.
       77  WRK-DISC-APROVADA            PIC X(01) VALUE SPACES.
       77  WRK-SEM-FINAL                PIC X(02) VALUE SPACES.
       77  WRK-QTD-DISC-MATRIZ          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DISC-APROV           PIC 9(03) VALUE ZEROS.
       77  WRK-FORMOU                   PIC X(01) VALUE SPACES.

      *------------- ESTAGIO OBRIGATORIO -------------------------------
       77  FS-CURSOS                    PIC 9(02).
       77  FS-ESTAGIOS                  PIC 9(02).
       77  WRK-ABRIU-CURSOS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-ESTAGIOS           PIC X(01) VALUE "N".
       77  WRK-HORAS-EXIGIDAS           PIC 9(04) VALUE ZEROS.
       77  WRK-HORAS-APROVADAS          PIC 9(05) VALUE ZEROS.
       77  WRK-RM-ESTAGIO               PIC X(06) VALUE SPACES.
       77  WRK-QTD-PEND-ESTAGIO         PIC 9(04) VALUE ZEROS.
       77  WRK-HORAS-EDIT               PIC ZZZZ9.
       77  WRK-EXIGIDAS-EDIT            PIC ZZZ9.

      *------------- LINHA DA LISTA DE FORMANDOS -----------------------
       01  WRK-LINHA-FORM.
           05 WRK-LF-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LF-OBS                PIC X(38) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "ALUNOS FORMADOS......".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-FORMADOS.
           05 LINE  13 COLUMN 30 VALUE "PENDENTES DE ESTAGIO.".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-PEND-ESTAGIO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                MOVE "S"                      TO WRK-ABRIU-READMIS
            END-IF.

      *----------- SEM CURSOS OU ESTAGIOS NAO HA EXIGENCIA A CONFERIR -
            OPEN INPUT CURSOS.

            IF  FS-CURSOS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CURSOS
            END-IF.

            OPEN INPUT ESTAGIOS.

            IF  FS-ESTAGIOS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-ESTAGIOS
            END-IF.

            OPEN I-O FORMADOS.

            IF  FS-FORMADOS EQUAL 35

           OPEN OUTPUT RELFORM.

           STRING "CURSO           RM     NOME ALUNO           "
                  "OBSERVACAO"
                  DELIMITED BY SIZE INTO ARQ-RELFORM
           WRITE ARQ-RELFORM.

                   MOVE ARQ-RM                 TO WRK-RM-CORRENTE
                   PERFORM 0210-AVALIAR-CONCLUSAO

                   IF  WRK-FORMOU EQUAL "S"
                       PERFORM 0220-CONFERIR-ESTAGIO
                   END-IF

                   IF  WRK-FORMOU EQUAL "S"
                       PERFORM 0230-EFETIVAR-FORMADO
                   END-IF
               END-READ
           END-IF.

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                     TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-MAT-DISCIPLINA

      *----------- E O MAIOR ARQ-MAT-SEMESTRE LIDO ---------------------
           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                       OR ARQ-MAT-CURSO NOT EQUAL ARQ-CURSO
                       OR ARQ-MAT-VERSAO NOT EQUAL WRK-VERSAO-MATRIZ

               IF  ARQ-MAT-SEMESTRE GREATER WRK-SEM-FINAL
               OR  WRK-SEM-FINAL EQUAL SPACES
      *----------- ULTIMO SEMESTRE DA MATRIZ ---------------------------

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE WRK-SEM-FINAL                  TO ARQ-MAT-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-MAT-DISCIPLINA


           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                       OR ARQ-MAT-CURSO    NOT EQUAL ARQ-CURSO
                       OR ARQ-MAT-VERSAO   NOT EQUAL WRK-VERSAO-MATRIZ
                       OR ARQ-MAT-SEMESTRE NOT EQUAL WRK-SEM-FINAL

               ADD 1                           TO WRK-QTD-DISC-MATRIZ
       0215-PROCURAR-APROVADO-ANTIGO-99-FIM                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-ESTAGIO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CURSO COM ESTAGIO OBRIGATORIO: SOMA AS HORAS -------
      *----------- APROVADAS DOS ESTAGIOS DO ALUNO (E DO RM ANTIGO NO --
      *----------- REINGRESSO). ABAIXO DO EXIGIDO, NAO FORMA ----------

           MOVE ZEROS                          TO WRK-HORAS-EXIGIDAS
                                                  WRK-HORAS-APROVADAS.

           IF  WRK-ABRIU-CURSOS NOT EQUAL "S"
               GO TO 0220-CONFERIR-ESTAGIO-99-FIM
           END-IF.

           MOVE ARQ-CURSO                      TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   GO TO 0220-CONFERIR-ESTAGIO-99-FIM
           END-READ.

           MOVE ARQ-CURSO-HORAS-ESTAGIO        TO WRK-HORAS-EXIGIDAS.

           IF  WRK-HORAS-EXIGIDAS EQUAL ZEROS
               GO TO 0220-CONFERIR-ESTAGIO-99-FIM
           END-IF.

           IF  WRK-ABRIU-ESTAGIOS EQUAL "S"
               MOVE WRK-RM-CORRENTE            TO WRK-RM-ESTAGIO
               PERFORM 0225-SOMAR-HORAS-ESTAGIO
               IF  WRK-RM-ANTIGO NOT EQUAL SPACES
                   MOVE WRK-RM-ANTIGO          TO WRK-RM-ESTAGIO
                   PERFORM 0225-SOMAR-HORAS-ESTAGIO
               END-IF
           END-IF.

           IF  WRK-HORAS-APROVADAS NOT LESS WRK-HORAS-EXIGIDAS
               GO TO 0220-CONFERIR-ESTAGIO-99-FIM
           END-IF.

      *----------- PENDENTE: CONTINUA ATIVO E SAI NA LISTA -------------
           MOVE "N"                            TO WRK-FORMOU

           MOVE WRK-HORAS-APROVADAS            TO WRK-HORAS-EDIT
           MOVE WRK-HORAS-EXIGIDAS             TO WRK-EXIGIDAS-EDIT
           MOVE SPACES                         TO WRK-LF-OBS
           STRING "PENDENTE ESTAGIO " WRK-HORAS-EDIT "/"
                  WRK-EXIGIDAS-EDIT " H"
                  DELIMITED BY SIZE INTO WRK-LF-OBS

           MOVE ARQ-CURSO                      TO WRK-LF-CURSO
           MOVE ARQ-RM                         TO WRK-LF-RM
           MOVE ARQ-NOMEALUNO                  TO WRK-LF-NOME
           MOVE WRK-LINHA-FORM                 TO ARQ-RELFORM
           WRITE ARQ-RELFORM.

           MOVE SPACES                         TO WRK-LF-OBS
           ADD 1                               TO WRK-QTD-PEND-ESTAGIO.

      *-----------------------------------------------------------------
       0220-CONFERIR-ESTAGIO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-SOMAR-HORAS-ESTAGIO                                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RM-ESTAGIO                 TO ARQ-EST-RM
           MOVE ZEROS                          TO ARQ-EST-SEQ

           START ESTAGIOS KEY IS GREATER THAN OR EQUAL ARQ-EST-CHAVE
               INVALID KEY
                   GO TO 0225-SOMAR-HORAS-ESTAGIO-99-FIM
           END-START.

           READ ESTAGIOS NEXT RECORD
               AT END
                   GO TO 0225-SOMAR-HORAS-ESTAGIO-99-FIM
           END-READ.

           PERFORM UNTIL FS-ESTAGIOS NOT EQUAL ZEROS
                      OR ARQ-EST-RM NOT EQUAL WRK-RM-ESTAGIO

               ADD ARQ-EST-HORAS-APROV         TO WRK-HORAS-APROVADAS

               READ ESTAGIOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESTAGIOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ESTAGIOS.

      *-----------------------------------------------------------------
       0225-SOMAR-HORAS-ESTAGIO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-EFETIVAR-FORMADO                                   SECTION.
      *-----------------------------------------------------------------
                 CLOSE READMIS
             END-IF.

             IF  WRK-ABRIU-CURSOS EQUAL "S"
                 CLOSE CURSOS
             END-IF.

             IF  WRK-ABRIU-ESTAGIOS EQUAL "S"
                 CLOSE ESTAGIOS
             END-IF.

             CLOSE  AUDITORIA.

             CLOSE OPLOG.
