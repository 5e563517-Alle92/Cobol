      *----    POR TIPO DE AVALIACAO DE NOTAS.dat E O PERCENTUAL DE
      *----    FALTAS CONTRA A REGRA DOS 25 POR CENTO. DOCUMENTO
      *----    DATADO E PAGINADO, UM POR TURMA, PARA ASSINATURA DO
      *----    PROFESSOR A CADA MES. O PROFESSOR TITULAR VEM DA
      *----    ATRIBUICAO DE AULAS; A DATA DADA POR SUBSTITUTO SAI COM
      *----    O SUBSTITUTO E AS DATAS CANCELADAS SAEM COM A SITUACAO
      *----    DA REPOSICAO, CONFORME O REGISTRO AUSENCIAS.dat. O
      *----    ALUNO COM NOME SOCIAL EM USO SAI PELO NOME SOCIAL
      *----    (PROGNOME).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- ALUNOS            I             BOKALU
      *---- FREQUENCIA        I             BOKFREQ
      *---- NOTAS             I             BOKNOTA
      *---- ATRIBUIC          I             BOKATRB
      *---- PROFESSOR         I             BOKPROF
      *---- AUSENCIAS         I             BOKAUSE
      *---- DIARIO            O              ----
      *---- OPLOG             E             BOKOPLOG
      *---------------------------------------------------
                  RECORD KEY IS ARQ-NOTA-NUMERO
                  FILE STATUS IS FS-NOTAS.

           SELECT ATRIBUIC  ASSIGN TO WRK-PATH-ATRIBUIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ATR-CHAVE
                  FILE STATUS IS FS-ATRIBUIC.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT AUSENCIAS  ASSIGN TO WRK-PATH-AUSENCIAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-AUS-CHAVE
                  FILE STATUS IS FS-AUSENCIAS.

           SELECT DIARIO ASSIGN TO WRK-PATH-DIARIO
                  FILE STATUS IS FS-DIARIO.

       FD  NOTAS.
       COPY "BOKNOTA".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  AUSENCIAS.
       COPY "BOKAUSE".

      *-------------------- AREA DO DIARIO DE CLASSE -------------------
       FD  DIARIO.

       77  FS-ALUNOS                    PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-NOTAS                     PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-AUSENCIAS                 PIC 9(02).
       77  FS-DIARIO                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-DIARIO              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = ARQUIVO OPCIONAL ABERTO -------------------------------
       77  WRK-ABRIU-ATRIBUIC           PIC X(01) VALUE "N".
       77  WRK-ABRIU-PROFESSOR          PIC X(01) VALUE "N".
       77  WRK-ABRIU-AUSENCIAS          PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *--- WRK-GA-MARCAS: UMA COLUNA POR DATA DE AULA (P / A / J / .) --
       01  WRK-TAB-GRADE.
           05 WRK-GRADE-ITEM OCCURS 60 TIMES INDEXED BY IX-GRADE.
               10 WRK-GA-RM             PIC X(06).
               10 WRK-GA-NOME           PIC X(20).
               10 WRK-GA-MARCAS         PIC X(31).
               10 WRK-GA-FALTAS         PIC 9(03).

       77  WRK-QTD-ALUNOS               PIC 9(02) VALUE ZEROS.

      *------------- NOME DA RELACAO: O NOME SOCIAL, QUANDO EM USO -----
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGDIAR".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- DATAS DE AULA JA LANCADAS DA DISCIPLINA -----------
       01  WRK-TAB-DATAS.
           05 WRK-DATA-ITEM OCCURS 31 TIMES INDEXED BY IX-DATA.
               10 WRK-DT-DATA           PIC X(08).
      *--- QUEM DEU A AULA: O TITULAR OU O SUBSTITUTO REGISTRADO -------
               10 WRK-DT-PROFESSOR      PIC X(06).
               10 WRK-DT-SUBSTITUICAO   PIC X(01).

       77  WRK-QTD-DATAS                PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-FALTA-ABONADA            PIC X(01) VALUE SPACES.
       77  WRK-BASE-FALTAS              PIC 9(03) VALUE ZEROS.

      *------------- PROFESSOR TITULAR E AUSENCIAS DA TURMA ------------
       77  WRK-TITULAR                  PIC X(06) VALUE SPACES.
       77  WRK-NOME-PROFESSOR           PIC X(30) VALUE SPACES.
       77  WRK-QTD-SUBSTITUICOES        PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-CANCELADAS           PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
                OPEN INPUT  NOTAS
            END-IF.

      *----------- ATRIBUICAO, PROFESSORES E AUSENCIAS (OPCIONAIS) -----
            MOVE "N"                           TO WRK-ABRIU-ATRIBUIC
            OPEN INPUT ATRIBUIC.

            IF  FS-ATRIBUIC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ATRIBUIC
            END-IF.

            MOVE "N"                           TO WRK-ABRIU-PROFESSOR
            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-PROFESSOR
            END-IF.

            MOVE "N"                           TO WRK-ABRIU-AUSENCIAS
            OPEN INPUT AUSENCIAS.

            IF  FS-AUSENCIAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-AUSENCIAS
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0215-BUSCAR-TITULAR.

           PERFORM 0220-MONTAR-GRADE.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
               AND WRK-QTD-ALUNOS LESS 60
                   ADD 1                       TO WRK-QTD-ALUNOS
                   MOVE ARQ-RM        TO WRK-GA-RM (WRK-QTD-ALUNOS)
                   CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-RM,
                        ARQ-NOMEALUNO, WRK-NOM-NOME, WRK-NOM-SOCIAL
                   MOVE WRK-NOM-NOME  TO WRK-GA-NOME (WRK-QTD-ALUNOS)
                   MOVE ALL "."       TO WRK-GA-MARCAS (WRK-QTD-ALUNOS)
                   MOVE ZEROS         TO WRK-GA-FALTAS (WRK-QTD-ALUNOS)
                   MOVE ZEROS         TO WRK-GA-ABONOS (WRK-QTD-ALUNOS)
       0210-MONTAR-RELACAO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-BUSCAR-TITULAR                                     SECTION.
      *-----------------------------------------------------------------
      *----------- PROFESSOR DA ATRIBUICAO DA TURMA NA DISCIPLINA, -----
      *----------- DO SEMESTRE MAIS RECENTE ATRIBUIDO ------------------

           MOVE SPACES                         TO WRK-TITULAR

           IF  WRK-ABRIU-ATRIBUIC NOT EQUAL "S"
               GO TO 0215-BUSCAR-TITULAR-99-FIM
           END-IF.

           MOVE WRK-TEMP-CURSO                 TO ARQ-ATR-CURSO
           MOVE WRK-TEMP-TURMA                 TO ARQ-ATR-TURMA
           MOVE WRK-TEMP-DISCIPLINA            TO ARQ-ATR-DISCIPLINA
           MOVE LOW-VALUES                     TO ARQ-ATR-SEMESTRE

           START ATRIBUIC KEY IS GREATER THAN OR EQUAL ARQ-ATR-CHAVE
               INVALID KEY
                   GO TO 0215-BUSCAR-TITULAR-99-FIM
           END-START.

           READ ATRIBUIC NEXT RECORD
               AT END
                   GO TO 0215-BUSCAR-TITULAR-99-FIM
           END-READ.

           PERFORM UNTIL FS-ATRIBUIC NOT EQUAL ZEROS
                      OR ARQ-ATR-CURSO      NOT EQUAL WRK-TEMP-CURSO
                      OR ARQ-ATR-TURMA      NOT EQUAL WRK-TEMP-TURMA
                      OR ARQ-ATR-DISCIPLINA NOT EQUAL
                         WRK-TEMP-DISCIPLINA

               MOVE ARQ-ATR-PROFESSOR          TO WRK-TITULAR

               READ ATRIBUIC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ATRIBUIC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ATRIBUIC.

      *-----------------------------------------------------------------
       0215-BUSCAR-TITULAR-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-MONTAR-GRADE                                       SECTION.
      *-----------------------------------------------------------------
      *----------- COLUNAS DE DATA E AS MARCAS P/A DE CADA ALUNO -------

           MOVE ZEROS                          TO WRK-QTD-DATAS
                                                  WRK-QTD-SUBSTITUICOES
           MOVE LOW-VALUES                     TO ARQ-FRE-NUMERO

           START FREQUENCIA KEY IS GREATER THAN OR EQUAL ARQ-FRE-NUMERO
                       ADD 1                   TO WRK-QTD-DATAS
                       SET IX-DATA             TO WRK-QTD-DATAS
                       MOVE ARQ-FRE-DATA TO WRK-DT-DATA (IX-DATA)
                       PERFORM 0235-CONFERIR-SUBSTITUTO
                   ELSE
                       MOVE "N"                TO WRK-DATA-OK
                   END-IF
       0230-MARCAR-PRESENCA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-CONFERIR-SUBSTITUTO                                SECTION.
      *-----------------------------------------------------------------
      *----------- A DATA NOVA FICA COM O TITULAR, A MENOS QUE O -------
      *----------- REGISTRO DE AUSENCIAS APONTE UM SUBSTITUTO ----------

           MOVE WRK-TITULAR             TO WRK-DT-PROFESSOR (IX-DATA)
           MOVE "N"                     TO WRK-DT-SUBSTITUICAO (IX-DATA)

           IF  WRK-ABRIU-AUSENCIAS NOT EQUAL "S"
               GO TO 0235-CONFERIR-SUBSTITUTO-99-FIM
           END-IF.

           MOVE ARQ-FRE-DATA                   TO ARQ-AUS-DATA
           MOVE WRK-TEMP-CURSO                 TO ARQ-AUS-CURSO
           MOVE WRK-TEMP-TURMA                 TO ARQ-AUS-TURMA
           MOVE WRK-TEMP-DISCIPLINA            TO ARQ-AUS-DISCIPLINA
           READ AUSENCIAS KEY IS ARQ-AUS-CHAVE
               INVALID KEY
                   GO TO 0235-CONFERIR-SUBSTITUTO-99-FIM
           END-READ.

           IF  ARQ-AUS-TIPO EQUAL "S"
               MOVE ARQ-AUS-SUBSTITUTO  TO WRK-DT-PROFESSOR (IX-DATA)
               MOVE "S"                 TO WRK-DT-SUBSTITUICAO (IX-DATA)
               ADD 1                    TO WRK-QTD-SUBSTITUICOES
           END-IF.

      *-----------------------------------------------------------------
       0235-CONFERIR-SUBSTITUTO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-ESCREVER-DIARIO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- ESCREVE O DOCUMENTO: CABECALHO, RELACAO DE DATAS, ---
      *----------- GRADE DE PRESENCA, NOTAS E PERCENTUAL DE FALTAS -----

      *----------- PROFESSOR TITULAR DA TURMA NA DISCIPLINA ------------
           MOVE WRK-TITULAR                    TO ARQ-PRO-ID
           PERFORM 0255-BUSCAR-NOME.
           MOVE SPACES                         TO WRK-LINHA-SAIDA
           STRING "PROFESSOR TITULAR: " WRK-TITULAR " - "
                  WRK-NOME-PROFESSOR
                  DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
           PERFORM 0950-ESCREVER-LINHA.

           MOVE SPACES                         TO WRK-LINHA-SAIDA
           PERFORM 0950-ESCREVER-LINHA.

      *----------- RELACAO DAS DATAS DE AULA (UMA LINHA POR COLUNA) ----
      *----------- COM O PROFESSOR QUE DEU A AULA ----------------------
           MOVE "DATAS DE AULA LANCADAS:"      TO WRK-LINHA-SAIDA
           PERFORM 0950-ESCREVER-LINHA.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-DATAS
               MOVE SPACES                     TO WRK-LINHA-SAIDA
               IF  WRK-DT-SUBSTITUICAO (WRK-IX) EQUAL "S"
                   MOVE WRK-DT-PROFESSOR (WRK-IX) TO ARQ-PRO-ID
                   PERFORM 0255-BUSCAR-NOME
                   STRING "COLUNA " WRK-IX " = "
                          WRK-DT-DATA (WRK-IX) (7:2) "/"
                          WRK-DT-DATA (WRK-IX) (5:2) "/"
                          WRK-DT-DATA (WRK-IX) (1:4)
                          " SUBSTITUTO " WRK-DT-PROFESSOR (WRK-IX)
                          " - " WRK-NOME-PROFESSOR
                          DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               ELSE
                   STRING "COLUNA " WRK-IX " = "
                          WRK-DT-DATA (WRK-IX) (7:2) "/"
                          WRK-DT-DATA (WRK-IX) (5:2) "/"
                          WRK-DT-DATA (WRK-IX) (1:4)
                          DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               END-IF
               PERFORM 0950-ESCREVER-LINHA
           END-PERFORM.

           MOVE SPACES                         TO WRK-LINHA-SAIDA
           PERFORM 0950-ESCREVER-LINHA.

      *----------- AULAS CANCELADAS POR AUSENCIA DO PROFESSOR ----------
           PERFORM 0250-LISTAR-CANCELADAS.

      *----------- GRADE DE PRESENCA -----------------------------------
           MOVE "RM     ALUNO                PRESENCAS"
                                               TO WRK-LINHA-SAIDA
           PERFORM 0950-ESCREVER-LINHA.

                                               TO WRK-LINHA-SAIDA
           PERFORM 0950-ESCREVER-LINHA.

           IF  WRK-QTD-SUBSTITUICOES GREATER ZEROS
               MOVE SPACES                     TO WRK-LINHA-SAIDA
               PERFORM 0950-ESCREVER-LINHA
               MOVE "ASSINATURA DO(S) SUBSTITUTO(S): _____________"
                                               TO WRK-LINHA-SAIDA
               PERFORM 0950-ESCREVER-LINHA
           END-IF.

      *-----------------------------------------------------------------
       0240-ESCREVER-DIARIO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-LISTAR-CANCELADAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- DATAS DA TURMA NA DISCIPLINA CANCELADAS PELA --------
      *----------- AUSENCIA DO PROFESSOR, COM A SITUACAO DA REPOSICAO --

           MOVE ZEROS                          TO WRK-QTD-CANCELADAS

           IF  WRK-ABRIU-AUSENCIAS NOT EQUAL "S"
               GO TO 0250-LISTAR-CANCELADAS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-AUS-CHAVE

           START AUSENCIAS KEY IS GREATER THAN OR EQUAL ARQ-AUS-CHAVE
               INVALID KEY
                   GO TO 0250-LISTAR-CANCELADAS-99-FIM
           END-START.

           READ AUSENCIAS NEXT RECORD
               AT END
                   GO TO 0250-LISTAR-CANCELADAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-AUSENCIAS NOT EQUAL ZEROS

               IF  ARQ-AUS-CURSO      EQUAL WRK-TEMP-CURSO
               AND ARQ-AUS-TURMA      EQUAL WRK-TEMP-TURMA
               AND ARQ-AUS-DISCIPLINA EQUAL WRK-TEMP-DISCIPLINA
               AND ARQ-AUS-TIPO       EQUAL "C"
                   IF  WRK-QTD-CANCELADAS EQUAL ZEROS
                       MOVE "AULAS CANCELADAS (AUSENCIA DO PROFESSOR):"
                            TO WRK-LINHA-SAIDA
                       PERFORM 0950-ESCREVER-LINHA
                   END-IF
                   ADD 1                       TO WRK-QTD-CANCELADAS
                   MOVE SPACES                 TO WRK-LINHA-SAIDA
                   IF  ARQ-AUS-REPOSICAO EQUAL "REALIZADA"
                       STRING ARQ-AUS-DATA (7:2) "/"
                              ARQ-AUS-DATA (5:2) "/"
                              ARQ-AUS-DATA (1:4) " "
                              ARQ-AUS-MOTIVO " REPOSTA EM "
                              ARQ-AUS-DATA-REPOSICAO (7:2) "/"
                              ARQ-AUS-DATA-REPOSICAO (5:2) "/"
                              ARQ-AUS-DATA-REPOSICAO (1:4)
                              DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
                   ELSE
                       STRING ARQ-AUS-DATA (7:2) "/"
                              ARQ-AUS-DATA (5:2) "/"
                              ARQ-AUS-DATA (1:4) " "
                              ARQ-AUS-MOTIVO " REPOSICAO PENDENTE"
                              DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
                   END-IF
                   PERFORM 0950-ESCREVER-LINHA
               END-IF

               READ AUSENCIAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-AUSENCIAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-AUSENCIAS.

           IF  WRK-QTD-CANCELADAS GREATER ZEROS
               MOVE SPACES                     TO WRK-LINHA-SAIDA
               PERFORM 0950-ESCREVER-LINHA
           END-IF.

      *-----------------------------------------------------------------
       0250-LISTAR-CANCELADAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-BUSCAR-NOME                                        SECTION.
      *-----------------------------------------------------------------
      *----------- NOME DO PROFESSOR DE ARQ-PRO-ID ---------------------

           MOVE SPACES                         TO WRK-NOME-PROFESSOR

           IF  WRK-ABRIU-PROFESSOR NOT EQUAL "S"
           OR  ARQ-PRO-ID EQUAL SPACES
               GO TO 0255-BUSCAR-NOME-99-FIM
           END-IF.

           READ PROFESSOR KEY IS ARQ-PRO-ID
               NOT INVALID KEY
                   MOVE ARQ-PRO-NOME           TO WRK-NOME-PROFESSOR
           END-READ.

      *-----------------------------------------------------------------
       0255-BUSCAR-NOME-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-ESCREVER-ALUNO                                     SECTION.
      *-----------------------------------------------------------------

             CLOSE  NOTAS.

             IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
                 CLOSE ATRIBUIC
             END-IF.

             IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                 CLOSE PROFESSOR
             END-IF.

             IF  WRK-ABRIU-AUSENCIAS EQUAL "S"
                 CLOSE AUSENCIAS
             END-IF.

             CLOSE  OPLOG.

      *-----------------------------------------------------------------
