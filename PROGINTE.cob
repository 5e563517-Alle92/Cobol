      *----    RECONHECIDOS, QUE JA ESTAO LA), REPROVADA OU PENDENTE,
      *----    E FECHA O PERCENTUAL CUMPRIDO EM DISCIPLINAS E EM HORAS
      *----    (ARQ-DIS-CARGA), COM A LISTA DO QUE FALTA - O DOCUMENTO
      *----    DO ATENDIMENTO DE COORDENACAO. CURSO COM ESTAGIO
      *----    OBRIGATORIO TRAZ AS HORAS EXIGIDAS E AS APROVADAS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- RESULTADOS        I             BOKRESU
      *---- DISCIPLINAS       I             BOKDISC
      *---- READMIS           I             BOKREAD
      *---- CURSOS            I             BOKCURS
      *---- ESTAGIOS          I             BOKESTG
      *---- RELINTE           O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  RECORD KEY IS ARQ-RDM-RM-NOVO
                  FILE STATUS IS FS-READMIS.

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

           SELECT RELINTE ASSIGN TO WRK-PATH-RELINTE
                  FILE STATUS IS FS-RELINTE.

       FD  READMIS.
       COPY "BOKREAD".

       FD  CURSOS.
       COPY "BOKCURS".

       FD  ESTAGIOS.
       COPY "BOKESTG".

      *-------------------- AREA DO DOCUMENTO DE INTEGRALIZACAO --------
       FD  RELINTE.

       77  FS-RELINTE                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- VERSAO DA MATRIZ QUE O ALUNO SEGUE (PROGVMAT) ---------------
       77  WRK-VERSAO-MATRIZ            PIC X(02) VALUE "01".

       77  WRK-PATH-RELINTE             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-ABRIU-READMIS            PIC X(01) VALUE "N".
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS E APURACAO -----------------------------
       77  WRK-TEMP-RM                  PIC X(06) VALUE SPACES.
       77  WRK-RM-ANTIGO                PIC X(06) VALUE SPACES.
       77  WRK-SEM-ANTERIOR             PIC X(02) VALUE SPACES.
       77  WRK-SITUACAO-DISC            PIC X(10) VALUE SPACES.
       77  WRK-CARGA-DISC               PIC 9(03) VALUE ZEROS.
       77  WRK-PERC-HORAS               PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PERC-ED                  PIC ZZ9,99.

      *------------- ESTAGIO OBRIGATORIO -------------------------------
       77  FS-CURSOS                    PIC 9(02).
       77  FS-ESTAGIOS                  PIC 9(02).
       77  WRK-ABRIU-CURSOS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-ESTAGIOS           PIC X(01) VALUE "N".
       77  WRK-HORAS-EXIGIDAS           PIC 9(04) VALUE ZEROS.
       77  WRK-HORAS-ESTAGIO            PIC 9(05) VALUE ZEROS.
       77  WRK-RM-ESTAGIO               PIC X(06) VALUE SPACES.
       77  WRK-HORAS-EDIT               PIC ZZZZ9.
       77  WRK-EXIGIDAS-EDIT            PIC ZZZ9.

      *------------- LINHAS DO DOCUMENTO -------------------------------
       01  WRK-LINHA-SEMESTRE.
           05 FILLER                    PIC X(09) VALUE "SEMESTRE ".
           05 LINE  12 COLUMN 55 FROM  WRK-PERC-DISC.
           05 LINE  13 COLUMN 30 VALUE "PCT EM HORAS.........".
           05 LINE  13 COLUMN 55 FROM  WRK-PERC-HORAS.
           05 LINE  14 COLUMN 30 VALUE "ESTAGIO (APROV/EXIG).".
           05 LINE  14 COLUMN 55 FROM  WRK-HORAS-ESTAGIO.
           05 LINE  14 COLUMN 61 FROM  WRK-HORAS-EXIGIDAS.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
                MOVE "S"                      TO WRK-ABRIU-READMIS
            END-IF.

      *----------- CURSOS E ESTAGIOS SAO OPCIONAIS ---------------------
            OPEN INPUT CURSOS.

            IF  FS-CURSOS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CURSOS
            END-IF.

            OPEN INPUT ESTAGIOS.

            IF  FS-ESTAGIOS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-ESTAGIOS
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

                  DELIMITED BY SIZE INTO ARQ-RELINTE
           WRITE ARQ-RELINTE.

           PERFORM 0240-APURAR-ESTAGIO.

           CLOSE RELINTE.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
      *----------- PERCORRE A MATRIZ DO CURSO DO ALUNO, SEMESTRE A -----
      *----------- SEMESTRE, APURANDO A SITUACAO DE CADA DISCIPLINA ----

      *----------- VERSAO DA MATRIZ QUE O ALUNO SEGUE ------------------
           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           MOVE ARQ-CURSO                      TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-MATRIZ              TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                     TO ARQ-MAT-SEMESTRE
                                                  ARQ-MAT-DISCIPLINA


           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR ARQ-MAT-CURSO NOT EQUAL ARQ-CURSO
                      OR ARQ-MAT-VERSAO NOT EQUAL WRK-VERSAO-MATRIZ

      *----------- QUEBRA DE SEMESTRE ----------------------------------
               IF  ARQ-MAT-SEMESTRE NOT EQUAL WRK-SEM-ANTERIOR
       0230-PROCURAR-RESULTADO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-APURAR-ESTAGIO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CURSO COM ESTAGIO OBRIGATORIO: HORAS EXIGIDAS ------
      *----------- CONTRA AS APROVADAS NOS ESTAGIOS DO ALUNO (E DO RM --
      *----------- ANTIGO NO REINGRESSO) -------------------------------

           MOVE ZEROS                          TO WRK-HORAS-EXIGIDAS
                                                  WRK-HORAS-ESTAGIO.

           IF  WRK-ABRIU-CURSOS NOT EQUAL "S"
               GO TO 0240-APURAR-ESTAGIO-99-FIM
           END-IF.

           MOVE ARQ-CURSO                      TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   GO TO 0240-APURAR-ESTAGIO-99-FIM
           END-READ.

           MOVE ARQ-CURSO-HORAS-ESTAGIO        TO WRK-HORAS-EXIGIDAS.

           IF  WRK-HORAS-EXIGIDAS EQUAL ZEROS
               GO TO 0240-APURAR-ESTAGIO-99-FIM
           END-IF.

           IF  WRK-ABRIU-ESTAGIOS EQUAL "S"
               MOVE WRK-TEMP-RM                TO WRK-RM-ESTAGIO
               PERFORM 0245-SOMAR-HORAS-ESTAGIO
               IF  WRK-RM-ANTIGO NOT EQUAL SPACES
                   MOVE WRK-RM-ANTIGO          TO WRK-RM-ESTAGIO
                   PERFORM 0245-SOMAR-HORAS-ESTAGIO
               END-IF
           END-IF.

           MOVE WRK-HORAS-EXIGIDAS             TO WRK-EXIGIDAS-EDIT
           MOVE WRK-HORAS-ESTAGIO              TO WRK-HORAS-EDIT
           MOVE SPACES                         TO ARQ-RELINTE
           STRING "ESTAGIO OBRIGATORIO....: "
                  WRK-EXIGIDAS-EDIT " H EXIGIDAS, "
                  WRK-HORAS-EDIT " H APROVADAS - "
                  DELIMITED BY SIZE INTO ARQ-RELINTE
           IF  WRK-HORAS-ESTAGIO LESS WRK-HORAS-EXIGIDAS
               MOVE "PENDENTE"                 TO ARQ-RELINTE(63:8)
           ELSE
               MOVE "CUMPRIDO"                 TO ARQ-RELINTE(63:8)
           END-IF
           WRITE ARQ-RELINTE.

      *-----------------------------------------------------------------
       0240-APURAR-ESTAGIO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-SOMAR-HORAS-ESTAGIO                                SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-RM-ESTAGIO                 TO ARQ-EST-RM
           MOVE ZEROS                          TO ARQ-EST-SEQ

           START ESTAGIOS KEY IS GREATER THAN OR EQUAL ARQ-EST-CHAVE
               INVALID KEY
                   GO TO 0245-SOMAR-HORAS-ESTAGIO-99-FIM
           END-START.

           READ ESTAGIOS NEXT RECORD
               AT END
                   GO TO 0245-SOMAR-HORAS-ESTAGIO-99-FIM
           END-READ.

           PERFORM UNTIL FS-ESTAGIOS NOT EQUAL ZEROS
                      OR ARQ-EST-RM NOT EQUAL WRK-RM-ESTAGIO

               ADD ARQ-EST-HORAS-APROV         TO WRK-HORAS-ESTAGIO

               READ ESTAGIOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESTAGIOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ESTAGIOS.

      *-----------------------------------------------------------------
       0245-SOMAR-HORAS-ESTAGIO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
                 CLOSE READMIS
             END-IF.

             IF  WRK-ABRIU-CURSOS EQUAL "S"
                 CLOSE CURSOS
             END-IF.

             IF  WRK-ABRIU-ESTAGIOS EQUAL "S"
                 CLOSE ESTAGIOS
             END-IF.

             CLOSE  OPLOG.

      *-----------------------------------------------------------------
