       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGHCAD.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER A GRADE HORARIA SEMANAL (HORARIO.dat):
      *----    EM QUE DIA E PERIODO CADA TURMA TEM CADA DISCIPLINA E
      *----    EM QUE SALA. TURMA, SEMESTRE, DISCIPLINA E SALA SAO
      *----    VALIDADOS NOS CADASTROS, E O CHOQUE E RECUSADO: SALA
      *----    USADA DUAS VEZES NO MESMO HORARIO, PROFESSOR (DA
      *----    ATRIBUICAO DE AULAS) EM DOIS LUGARES, TURMA COM DUAS
      *----    DISCIPLINAS AO MESMO TEMPO OU SALA MENOR QUE AS VAGAS
      *----    DA TURMA. O PROGHIMP IMPRIME A GRADE E O PROGHGER GERA
      *----    O CALENDARIO DE AULAS PREVISTAS A PARTIR DELA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TURMAS            I             BOKTURM
      *---- DISCIPLINAS       I             BOKDISC
      *---- SEMESTRES         I             BOKSEM
      *---- SALAS             I             BOKSALA
      *---- ATRIBUIC          I             BOKATRB
      *---- HORARIO           E             BOKHORA
      *---------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT                                             DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       CONFIGURATION                                           SECTION.
      *-----------------------------------------------------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *-----------------------------------------------------------------
       INPUT-OUTPUT                                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE-CONTROL.
      *-----------------------------------------------------------------
           SELECT TURMAS  ASSIGN TO WRK-PATH-TURMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TUR-CHAVE
                  FILE STATUS IS FS-TURMAS.

           SELECT DISCIPLINAS  ASSIGN TO WRK-PATH-DISCIPLINAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DIS-COD
                  FILE STATUS IS FS-DISCIPLINAS.

           SELECT SEMESTRES  ASSIGN TO WRK-PATH-SEMESTRES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SEM-COD
                  FILE STATUS IS FS-SEMESTRES.

           SELECT SALAS  ASSIGN TO WRK-PATH-SALAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SAL-COD
                  FILE STATUS IS FS-SALAS.

           SELECT ATRIBUIC  ASSIGN TO WRK-PATH-ATRIBUIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ATR-CHAVE
                  FILE STATUS IS FS-ATRIBUIC.

           SELECT HORARIO  ASSIGN TO WRK-PATH-HORARIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HOR-CHAVE
                  FILE STATUS IS FS-HORARIO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TURMAS.
       COPY "BOKTURM".

       FD  DISCIPLINAS.
       COPY "BOKDISC".

       FD  SEMESTRES.
       COPY "BOKSEM".

       FD  SALAS.
       COPY "BOKSALA".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  HORARIO.
       COPY "BOKHORA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-HOR-CURSO        PIC X(15).
           05 WRK-TEMP-HOR-TURMA        PIC X(03).
           05 WRK-TEMP-HOR-SEMESTRE     PIC X(02).
           05 WRK-TEMP-HOR-DIA          PIC 9(01) VALUE ZEROS.
           05 WRK-TEMP-HOR-PERIODO      PIC 9(01) VALUE ZEROS.
           05 WRK-TEMP-HOR-DISCIPLINA   PIC X(15).
           05 WRK-TEMP-HOR-SALA         PIC X(10).

      *------------- VARIAVEIS DE STATUS
       77  FS-TURMAS                    PIC 9(02).
       77  FS-DISCIPLINAS               PIC 9(02).
       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-SALAS                     PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-HORARIO                   PIC 9(02).

      *--- "S" = ATRIBUICAO DE AULAS ABERTA (SEM ELA O CHOQUE DE -------
      *--- PROFESSOR NAO E CONFERIDO) ----------------------------------
       77  WRK-ABRIU-ATRIBUIC           PIC X(01) VALUE "N".

      *------------- CHOQUE NA GRADE -----------------------------------
       77  WRK-TEM-CHOQUE               PIC X(01) VALUE SPACES.
       77  WRK-PROFESSOR-NOVO           PIC X(06) VALUE SPACES.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 30 VALUE "GRADE HORARIA"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CURSO............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-HOR-CURSO.
           05 LINE  08 COLUMN 30 VALUE "TURMA............".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-HOR-TURMA.
           05 LINE  09 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-HOR-SEMESTRE.
           05 LINE  10 COLUMN 30 VALUE "DIA (1=SEG..6=SAB)".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-HOR-DIA.
           05 LINE  11 COLUMN 30 VALUE "PERIODO (1 A 6)..".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-HOR-PERIODO.
           05 LINE  12 COLUMN 30 VALUE "DISCIPLINA.......".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-HOR-DISCIPLINA.
           05 LINE  13 COLUMN 30 VALUE "SALA.............".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-HOR-SALA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GRAVAR (S) / EXCLUIR (E) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 52 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG WRK-TEMP-DADOS.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ABERTURA DOS CADASTROS (SOMENTE LEITURA) ------------
            OPEN INPUT TURMAS.

            IF  FS-TURMAS NOT EQUAL 0
                EVALUATE FS-TURMAS
                    WHEN 35
                        MOVE WRK-MSG-FS-NAOENCONT TO WRK-MSG
                    WHEN 37
                        MOVE WRK-MSG-FS-PERMISSAO TO WRK-MSG
                    WHEN 39
                        MOVE WRK-MSG-FS-INCONSIST TO WRK-MSG
                    WHEN OTHER
                        MOVE WRK-MSG-OPEN         TO WRK-MSG
                END-EVALUATE
                 PERFORM 0900-MOSTRA
                  GOBACK
            END-IF.

            OPEN INPUT DISCIPLINAS.

            IF  FS-DISCIPLINAS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TURMAS
                GOBACK
            END-IF.

            OPEN INPUT SEMESTRES.

            IF  FS-SEMESTRES NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TURMAS
                CLOSE DISCIPLINAS
                GOBACK
            END-IF.

            OPEN INPUT SALAS.

            IF  FS-SALAS NOT EQUAL 0
                MOVE WRK-MSG-SALA-NAOENCONT    TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TURMAS
                CLOSE DISCIPLINAS
                CLOSE SEMESTRES
                GOBACK
            END-IF.

      *----------- ATRIBUICAO DE AULAS (PODE NAO EXISTIR AINDA) --------
            MOVE "N"                           TO WRK-ABRIU-ATRIBUIC
            OPEN INPUT ATRIBUIC.

            IF  FS-ATRIBUIC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ATRIBUIC
            END-IF.

      *----------- ABERTURA DA GRADE (I-O; CRIA NA PRIMEIRA GRAVACAO) --
            OPEN I-O  HORARIO.

            IF  FS-HORARIO EQUAL 35
                OPEN OUTPUT HORARIO
                CLOSE       HORARIO
                OPEN I-O    HORARIO
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-HOR-CURSO (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-HOR-CURSO      EQUAL SPACES
           OR WRK-TEMP-HOR-TURMA      EQUAL SPACES
           OR WRK-TEMP-HOR-SEMESTRE   EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-HOR-DIA     LESS 1
           OR WRK-TEMP-HOR-DIA     GREATER 6
           OR WRK-TEMP-HOR-PERIODO LESS 1
           OR WRK-TEMP-HOR-PERIODO GREATER 6
              MOVE WRK-MSG-HOR-INVALIDO       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ A TURMA PRECISA EXISTIR NO CURSO -------------------

           MOVE WRK-TEMP-HOR-CURSO            TO ARQ-TUR-CURSO
           MOVE WRK-TEMP-HOR-TURMA            TO ARQ-TUR-COD
           READ TURMAS KEY IS ARQ-TUR-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-TURMA-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *------------ O SEMESTRE PRECISA ESTAR NO CALENDARIO -------------

           MOVE WRK-TEMP-HOR-SEMESTRE         TO ARQ-SEM-COD
           READ SEMESTRES KEY IS ARQ-SEM-COD
               INVALID KEY
                   MOVE WRK-MSG-SEM-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           MOVE WRK-TEMP-HOR-SEMESTRE          TO ARQ-HOR-SEMESTRE
           MOVE WRK-TEMP-HOR-CURSO             TO ARQ-HOR-CURSO
           MOVE WRK-TEMP-HOR-TURMA             TO ARQ-HOR-TURMA
           MOVE WRK-TEMP-HOR-DIA               TO ARQ-HOR-DIA
           MOVE WRK-TEMP-HOR-PERIODO           TO ARQ-HOR-PERIODO

      *--------------------- AREA DE GRAVACAO --------------------------
           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                    PERFORM 0210-VALIDAR-AULA
                    IF  WRK-MSG EQUAL SPACES
                        MOVE WRK-TEMP-HOR-SEMESTRE TO ARQ-HOR-SEMESTRE
                        MOVE WRK-TEMP-HOR-CURSO    TO ARQ-HOR-CURSO
                        MOVE WRK-TEMP-HOR-TURMA    TO ARQ-HOR-TURMA
                        MOVE WRK-TEMP-HOR-DIA      TO ARQ-HOR-DIA
                        MOVE WRK-TEMP-HOR-PERIODO  TO ARQ-HOR-PERIODO
                        MOVE WRK-TEMP-HOR-DISCIPLINA
                                                TO ARQ-HOR-DISCIPLINA
                        MOVE WRK-TEMP-HOR-SALA     TO ARQ-HOR-SALA

      *--------------- MESMA AULA NO MESMO HORARIO: TROCA A SALA -------
                        WRITE ARQ-DADOS-HORARIO
                            INVALID KEY
                                REWRITE ARQ-DADOS-HORARIO
                        END-WRITE

                        MOVE WRK-REGISTRO         TO WRK-MSG
                    END-IF

               WHEN "E"
               WHEN "e"
                    DELETE HORARIO RECORD
                        INVALID KEY
                            MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                        NOT INVALID KEY
                            MOVE WRK-REGISTRO TO WRK-MSG
                    END-DELETE

               WHEN OTHER
                    MOVE WRK-SEMCONFIRM       TO WRK-MSG
           END-EVALUATE.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VALIDAR-AULA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE A AULA DIGITADA; A RECUSA SAI EM WRK-MSG ----
      *----------- (EM BRANCO = PODE GRAVAR) ---------------------------

           MOVE SPACES                         TO WRK-MSG.

           IF  WRK-TEMP-HOR-DISCIPLINA EQUAL SPACES
           OR  WRK-TEMP-HOR-SALA       EQUAL SPACES
               MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
               GO TO 0210-VALIDAR-AULA-99-FIM
           END-IF.

      *------------ A DISCIPLINA PRECISA ESTAR NO CATALOGO -------------
           MOVE WRK-TEMP-HOR-DISCIPLINA        TO ARQ-DIS-COD
           READ DISCIPLINAS KEY IS ARQ-DIS-COD
               INVALID KEY
                   MOVE WRK-MSG-DISC-NAOENCONT TO WRK-MSG
                   GO TO 0210-VALIDAR-AULA-99-FIM
           END-READ.

      *------------ A SALA PRECISA ESTAR CADASTRADA E COMPORTAR AS -----
      *------------ VAGAS DA TURMA (ZEROS = TURMA SEM LIMITE) ----------
           MOVE WRK-TEMP-HOR-SALA              TO ARQ-SAL-COD
           READ SALAS KEY IS ARQ-SAL-COD
               INVALID KEY
                   MOVE WRK-MSG-SALA-NAOENCONT TO WRK-MSG
                   GO TO 0210-VALIDAR-AULA-99-FIM
           END-READ.

           IF  ARQ-TUR-VAGAS GREATER ZEROS
           AND ARQ-SAL-CAPACIDADE LESS ARQ-TUR-VAGAS
               MOVE WRK-MSG-SALA-PEQUENA       TO WRK-MSG
               GO TO 0210-VALIDAR-AULA-99-FIM
           END-IF.

      *------------ A TURMA NAO PODE TER OUTRA DISCIPLINA NO HORARIO ---
           READ HORARIO KEY IS ARQ-HOR-CHAVE
               NOT INVALID KEY
                   IF  ARQ-HOR-DISCIPLINA NOT EQUAL
                       WRK-TEMP-HOR-DISCIPLINA
                       MOVE WRK-MSG-HOR-TURMA  TO WRK-MSG
                       GO TO 0210-VALIDAR-AULA-99-FIM
                   END-IF
           END-READ.

      *------------ PROFESSOR ATRIBUIDO A DISCIPLINA DA TURMA ----------
           MOVE SPACES                         TO WRK-PROFESSOR-NOVO
           IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
               MOVE WRK-TEMP-HOR-CURSO         TO ARQ-ATR-CURSO
               MOVE WRK-TEMP-HOR-TURMA         TO ARQ-ATR-TURMA
               MOVE WRK-TEMP-HOR-DISCIPLINA    TO ARQ-ATR-DISCIPLINA
               MOVE WRK-TEMP-HOR-SEMESTRE      TO ARQ-ATR-SEMESTRE
               READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
                   NOT INVALID KEY
                       MOVE ARQ-ATR-PROFESSOR  TO WRK-PROFESSOR-NOVO
               END-READ
           END-IF.

      *------------ SALA E PROFESSOR LIVRES NO HORARIO -----------------
           PERFORM 0220-CONFERIR-CHOQUE.

      *-----------------------------------------------------------------
       0210-VALIDAR-AULA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-CHOQUE                                    SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE A GRADE DO SEMESTRE PROCURANDO AULA DE OUTRA --
      *----------- TURMA NO MESMO DIA E PERIODO NA MESMA SALA OU COM ---
      *----------- O MESMO PROFESSOR -----------------------------------

           MOVE "N"                            TO WRK-TEM-CHOQUE

           MOVE WRK-TEMP-HOR-SEMESTRE          TO ARQ-HOR-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-HOR-CURSO
                                                  ARQ-HOR-TURMA
           MOVE ZEROS                          TO ARQ-HOR-DIA
                                                  ARQ-HOR-PERIODO

           START HORARIO KEY IS GREATER THAN OR EQUAL ARQ-HOR-CHAVE
               INVALID KEY
                   GO TO 0220-CONFERIR-CHOQUE-99-FIM
           END-START.

           READ HORARIO NEXT RECORD
               AT END
                   GO TO 0220-CONFERIR-CHOQUE-99-FIM
           END-READ.

           PERFORM UNTIL FS-HORARIO NOT EQUAL ZEROS
                      OR ARQ-HOR-SEMESTRE NOT EQUAL
                         WRK-TEMP-HOR-SEMESTRE
                      OR WRK-TEM-CHOQUE EQUAL "S"

               IF  ARQ-HOR-DIA     EQUAL WRK-TEMP-HOR-DIA
               AND ARQ-HOR-PERIODO EQUAL WRK-TEMP-HOR-PERIODO
               AND (ARQ-HOR-CURSO NOT EQUAL WRK-TEMP-HOR-CURSO OR
                    ARQ-HOR-TURMA NOT EQUAL WRK-TEMP-HOR-TURMA)
                   PERFORM 0230-CONFERIR-AULA
               END-IF

               IF  WRK-TEM-CHOQUE NOT EQUAL "S"
                   READ HORARIO NEXT RECORD
                       AT END
                           MOVE 9              TO FS-HORARIO
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORARIO.

      *-----------------------------------------------------------------
       0220-CONFERIR-CHOQUE-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFERIR-AULA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- AULA DE OUTRA TURMA NO MESMO HORARIO: MESMA SALA ----
      *----------- OU MESMO PROFESSOR E CHOQUE -------------------------

           IF  ARQ-HOR-SALA EQUAL WRK-TEMP-HOR-SALA
               MOVE "S"                        TO WRK-TEM-CHOQUE
               MOVE WRK-MSG-HOR-SALA           TO WRK-MSG
               GO TO 0230-CONFERIR-AULA-99-FIM
           END-IF.

           IF  WRK-PROFESSOR-NOVO EQUAL SPACES
               GO TO 0230-CONFERIR-AULA-99-FIM
           END-IF.

           MOVE ARQ-HOR-CURSO                  TO ARQ-ATR-CURSO
           MOVE ARQ-HOR-TURMA                  TO ARQ-ATR-TURMA
           MOVE ARQ-HOR-DISCIPLINA             TO ARQ-ATR-DISCIPLINA
           MOVE ARQ-HOR-SEMESTRE               TO ARQ-ATR-SEMESTRE
           READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
               NOT INVALID KEY
                   IF  ARQ-ATR-PROFESSOR EQUAL WRK-PROFESSOR-NOVO
                       MOVE "S"                TO WRK-TEM-CHOQUE
                       MOVE WRK-MSG-HOR-PROFESSOR
                                               TO WRK-MSG
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       0230-CONFERIR-AULA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  TURMAS.

              IF  FS-TURMAS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  DISCIPLINAS.

             CLOSE  SEMESTRES.

             CLOSE  SALAS.

             IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
                 CLOSE ATRIBUIC
             END-IF.

             CLOSE  HORARIO.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0900-MOSTRA                                             SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-RODAPE.

      *-----------------------------------------------------------------
       0900-MOSTRA-99-FIM                                      SECTION.
      *-----------------------------------------------------------------
