       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGAUSE.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER O REGISTRO DE AUSENCIAS DE PROFESSORES
      *----    (AUSENCIAS.dat) POR DATA, TURMA E DISCIPLINA, COM O
      *----    MOTIVO E O DESTINO DA AULA: CANCELADA (C) OU DADA POR
      *----    UM SUBSTITUTO (S) CADASTRADO EM PROFESSOR.dat. O
      *----    TITULAR VEM DA ATRIBUICAO DE AULAS. A AULA CANCELADA
      *----    FICA COM A REPOSICAO PENDENTE ATE QUE SE INFORME A
      *----    DATA DA REPOSICAO, ACEITA SOMENTE SE A CHAMADA DA
      *----    DISCIPLINA NAQUELA DATA JA ESTIVER EM FREQUENCIA.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TURMAS            I             BOKTURM
      *---- ATRIBUIC          I             BOKATRB
      *---- PROFESSOR         I             BOKPROF
      *---- FREQUENCIA        I             BOKFREQ
      *---- AUSENCIAS         E             BOKAUSE
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

           SELECT FREQUENCIA  ASSIGN TO WRK-PATH-FREQUENCIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

           SELECT AUSENCIAS  ASSIGN TO WRK-PATH-AUSENCIAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-AUS-CHAVE
                  FILE STATUS IS FS-AUSENCIAS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TURMAS.
       COPY "BOKTURM".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  FREQUENCIA.
       COPY "BOKFREQ".

       FD  AUSENCIAS.
       COPY "BOKAUSE".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-AUS-DATA         PIC X(08).
           05 WRK-TEMP-AUS-CURSO        PIC X(15).
           05 WRK-TEMP-AUS-TURMA        PIC X(03).
           05 WRK-TEMP-AUS-DISCIPLINA   PIC X(15).
           05 WRK-TEMP-AUS-SEMESTRE     PIC X(02).
           05 WRK-TEMP-AUS-MOTIVO       PIC X(30).
           05 WRK-TEMP-AUS-TIPO         PIC X(01).
           05 WRK-TEMP-AUS-SUBSTITUTO   PIC X(06).
           05 WRK-TEMP-AUS-DATA-REPOS   PIC X(08).
           05 WRK-TEMP-AUS-PROFESSOR    PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-TURMAS                    PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-AUSENCIAS                 PIC 9(02).

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.

      *--- "S" = HA CHAMADA DA DISCIPLINA NA DATA DA REPOSICAO ---------
       77  WRK-TEM-CHAMADA              PIC X(01)    VALUE SPACES.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-OPERADOR                       PIC X(08).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 24 VALUE "AUSENCIAS E SUBSTITUICOES"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "DATA AAAAMMDD....".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-AUS-DATA.
           05 LINE  08 COLUMN 30 VALUE "CURSO............".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-AUS-CURSO.
           05 LINE  09 COLUMN 30 VALUE "TURMA............".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-AUS-TURMA.
           05 LINE  10 COLUMN 30 VALUE "DISCIPLINA.......".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-AUS-DISCIPLINA.
           05 LINE  11 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-AUS-SEMESTRE.
           05 LINE  12 COLUMN 30 VALUE "MOTIVO...........".
           05 LINE  12 COLUMN 48 USING WRK-TEMP-AUS-MOTIVO.
           05 LINE  13 COLUMN 30 VALUE "CANCELADA/SUBST. (C/S)".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-AUS-TIPO.
           05 LINE  14 COLUMN 30 VALUE "PROFESSOR SUBSTITUTO".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-AUS-SUBSTITUTO.
           05 LINE  15 COLUMN 30 VALUE "DATA DA REPOSICAO".
           05 LINE  15 COLUMN 60 USING WRK-TEMP-AUS-DATA-REPOS.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-TITULAR.
           05 LINE  17 COLUMN 30 VALUE "PROFESSOR TITULAR....".
           05 LINE  17 COLUMN 60 FROM  WRK-TEMP-AUS-PROFESSOR.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GRAVAR (S) / EXCLUIR (E) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 52 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
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

      *----------- ABERTURA DOS CATALOGOS (SOMENTE LEITURA) ------------
            OPEN INPUT TURMAS ATRIBUIC PROFESSOR.

            IF  FS-TURMAS    NOT EQUAL 0
            OR  FS-ATRIBUIC  NOT EQUAL 0
            OR  FS-PROFESSOR NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TURMAS ATRIBUIC PROFESSOR
                GOBACK
            END-IF.

      *----------- ABERTURA DA FREQUENCIA (SOMENTE LEITURA) ------------
            OPEN INPUT FREQUENCIA.

      *------ ARQUIVO AINDA NAO EXISTE: CRIA VAZIO ---------------------
            IF  FS-FREQUENCIA EQUAL 35
                OPEN OUTPUT FREQUENCIA
                CLOSE       FREQUENCIA
                OPEN INPUT  FREQUENCIA
            END-IF.

      *----------- ABERTURA DO REGISTRO (I-O; CRIA NA PRIMEIRA
      *----------- GRAVACAO) -------------------------------------------
            OPEN I-O AUSENCIAS.

            IF  FS-AUSENCIAS EQUAL 35
                OPEN OUTPUT AUSENCIAS
                CLOSE       AUSENCIAS
                OPEN I-O    AUSENCIAS
            END-IF.

            IF  FS-AUSENCIAS NOT EQUAL 0
                EVALUATE FS-AUSENCIAS
                    WHEN 37
                        MOVE WRK-MSG-FS-PERMISSAO TO WRK-MSG
                    WHEN 39
                        MOVE WRK-MSG-FS-INCONSIST TO WRK-MSG
                    WHEN OTHER
                        MOVE WRK-MSG-OPEN         TO WRK-MSG
                END-EVALUATE
                 PERFORM 0900-MOSTRA
                 CLOSE TURMAS ATRIBUIC PROFESSOR FREQUENCIA
                  GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           DISPLAY SCR-TELA
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-AUS-DATA (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-AUS-DATA       EQUAL SPACES
           OR WRK-TEMP-AUS-CURSO      EQUAL SPACES
           OR WRK-TEMP-AUS-TURMA      EQUAL SPACES
           OR WRK-TEMP-AUS-DISCIPLINA EQUAL SPACES
           OR WRK-TEMP-AUS-SEMESTRE   EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-AUS-DATA             TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
               MOVE WRK-MSG-AUS-DATA          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO  TO  0200-PROCESSAR
           END-IF.

      *------------ A TURMA PRECISA EXISTIR NO CURSO -------------------

           MOVE WRK-TEMP-AUS-CURSO            TO ARQ-TUR-CURSO
           MOVE WRK-TEMP-AUS-TURMA            TO ARQ-TUR-COD
           READ TURMAS KEY IS ARQ-TUR-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-TURMA-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *------------ O TITULAR E O PROFESSOR DA ATRIBUICAO DE AULAS -----

           MOVE WRK-TEMP-AUS-CURSO            TO ARQ-ATR-CURSO
           MOVE WRK-TEMP-AUS-TURMA            TO ARQ-ATR-TURMA
           MOVE WRK-TEMP-AUS-DISCIPLINA       TO ARQ-ATR-DISCIPLINA
           MOVE WRK-TEMP-AUS-SEMESTRE         TO ARQ-ATR-SEMESTRE
           READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-AUS-SEMATRIB   TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           MOVE ARQ-ATR-PROFESSOR             TO WRK-TEMP-AUS-PROFESSOR
           DISPLAY SCR-TITULAR.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                    PERFORM 0210-CONFERIR-DESTINO
                    IF  WRK-MSG NOT EQUAL SPACES
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                    END-IF

                    MOVE WRK-TEMP-AUS-DATA    TO ARQ-AUS-DATA
                    MOVE WRK-TEMP-AUS-CURSO   TO ARQ-AUS-CURSO
                    MOVE WRK-TEMP-AUS-TURMA   TO ARQ-AUS-TURMA
                    MOVE WRK-TEMP-AUS-DISCIPLINA
                                              TO ARQ-AUS-DISCIPLINA
                    MOVE WRK-TEMP-AUS-SEMESTRE
                                              TO ARQ-AUS-SEMESTRE
                    MOVE WRK-TEMP-AUS-PROFESSOR
                                              TO ARQ-AUS-PROFESSOR
                    MOVE WRK-TEMP-AUS-MOTIVO  TO ARQ-AUS-MOTIVO
                    MOVE WRK-TEMP-AUS-TIPO    TO ARQ-AUS-TIPO
                    MOVE WRK-TEMP-AUS-SUBSTITUTO
                                              TO ARQ-AUS-SUBSTITUTO
                    MOVE WRK-TEMP-AUS-DATA-REPOS
                                              TO ARQ-AUS-DATA-REPOSICAO
                    MOVE LNK-OPERADOR         TO ARQ-AUS-OPERADOR

      *--------------- A AULA CANCELADA FICA COM REPOSICAO PENDENTE ----
      *--------------- ATE QUE A DATA DA REPOSICAO SEJA INFORMADA ------
                    EVALUATE TRUE
                        WHEN WRK-TEMP-AUS-TIPO EQUAL "S"
                             MOVE SPACES      TO ARQ-AUS-REPOSICAO
                        WHEN WRK-TEMP-AUS-DATA-REPOS EQUAL SPACES
                             MOVE "PENDENTE"  TO ARQ-AUS-REPOSICAO
                        WHEN OTHER
                             MOVE "REALIZADA" TO ARQ-AUS-REPOSICAO
                    END-EVALUATE

      *--------------- MESMA CHAVE SUBSTITUI O REGISTRO ANTERIOR -------
                    WRITE ARQ-DADOS-AUSENCIA
                        INVALID KEY
                            REWRITE ARQ-DADOS-AUSENCIA
                    END-WRITE

                    MOVE WRK-REGISTRO         TO WRK-MSG

               WHEN "E"
               WHEN "e"
                    MOVE WRK-TEMP-AUS-DATA    TO ARQ-AUS-DATA
                    MOVE WRK-TEMP-AUS-CURSO   TO ARQ-AUS-CURSO
                    MOVE WRK-TEMP-AUS-TURMA   TO ARQ-AUS-TURMA
                    MOVE WRK-TEMP-AUS-DISCIPLINA
                                              TO ARQ-AUS-DISCIPLINA
                    DELETE AUSENCIAS RECORD
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
       0210-CONFERIR-DESTINO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- AULA SUBSTITUIDA: SUBSTITUTO CADASTRADO E DIFERENTE -
      *----------- DO TITULAR. AULA CANCELADA: A REPOSICAO, SE HOUVER, -
      *----------- E POSTERIOR A AUSENCIA E TEM CHAMADA LANCADA --------
      *----------- (WRK-MSG EM BRANCO = DESTINO ACEITO) ----------------

           MOVE SPACES                         TO WRK-MSG.

           IF  WRK-TEMP-AUS-TIPO EQUAL "c"
               MOVE "C"                        TO WRK-TEMP-AUS-TIPO
           END-IF.

           IF  WRK-TEMP-AUS-TIPO EQUAL "s"
               MOVE "S"                        TO WRK-TEMP-AUS-TIPO
           END-IF.

           IF  WRK-TEMP-AUS-TIPO NOT EQUAL "C"
           AND WRK-TEMP-AUS-TIPO NOT EQUAL "S"
               MOVE WRK-MSG-AUS-TIPO           TO WRK-MSG
               GO TO 0210-CONFERIR-DESTINO-99-FIM
           END-IF.

           IF  WRK-TEMP-AUS-MOTIVO EQUAL SPACES
               MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
               GO TO 0210-CONFERIR-DESTINO-99-FIM
           END-IF.

           IF  WRK-TEMP-AUS-TIPO EQUAL "S"
               MOVE SPACES              TO WRK-TEMP-AUS-DATA-REPOS
               IF  WRK-TEMP-AUS-SUBSTITUTO EQUAL SPACES
               OR  WRK-TEMP-AUS-SUBSTITUTO EQUAL WRK-TEMP-AUS-PROFESSOR
                   MOVE WRK-MSG-AUS-SUBST      TO WRK-MSG
                   GO TO 0210-CONFERIR-DESTINO-99-FIM
               END-IF
               MOVE WRK-TEMP-AUS-SUBSTITUTO    TO ARQ-PRO-ID
               READ PROFESSOR KEY IS ARQ-PRO-ID
                   INVALID KEY
                       MOVE WRK-MSG-AUS-SUBST  TO WRK-MSG
               END-READ
               GO TO 0210-CONFERIR-DESTINO-99-FIM
           END-IF.

      *----------- AULA CANCELADA NAO TEM SUBSTITUTO -------------------
           MOVE SPACES                    TO WRK-TEMP-AUS-SUBSTITUTO.

           IF  WRK-TEMP-AUS-DATA-REPOS EQUAL SPACES
               GO TO 0210-CONFERIR-DESTINO-99-FIM
           END-IF.

           MOVE WRK-TEMP-AUS-DATA-REPOS        TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
           OR  WRK-TEMP-AUS-DATA-REPOS NOT GREATER WRK-TEMP-AUS-DATA
               MOVE WRK-MSG-AUS-DATA           TO WRK-MSG
               GO TO 0210-CONFERIR-DESTINO-99-FIM
           END-IF.

           PERFORM 0220-CONFERIR-CHAMADA.

           IF  WRK-TEM-CHAMADA NOT EQUAL "S"
               MOVE WRK-MSG-AUS-REPOSICAO      TO WRK-MSG
           END-IF.

      *-----------------------------------------------------------------
       0210-CONFERIR-DESTINO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-CHAMADA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA EM FREQUENCIA.dat QUALQUER LANCAMENTO -------
      *----------- DA DISCIPLINA NA DATA DA REPOSICAO ------------------

           MOVE "N"                            TO WRK-TEM-CHAMADA
           MOVE LOW-VALUES                     TO ARQ-FRE-NUMERO

           START FREQUENCIA KEY IS GREATER THAN OR EQUAL ARQ-FRE-NUMERO
               INVALID KEY
                   GO TO 0220-CONFERIR-CHAMADA-99-FIM
           END-START.

           READ FREQUENCIA NEXT RECORD
               AT END
                   GO TO 0220-CONFERIR-CHAMADA-99-FIM
           END-READ.

           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL ZEROS
                      OR WRK-TEM-CHAMADA EQUAL "S"

               IF  ARQ-FRE-DISCIPLINA EQUAL WRK-TEMP-AUS-DISCIPLINA
               AND ARQ-FRE-DATA       EQUAL WRK-TEMP-AUS-DATA-REPOS
                   MOVE "S"                    TO WRK-TEM-CHAMADA
               END-IF

               IF  WRK-TEM-CHAMADA NOT EQUAL "S"
                   READ FREQUENCIA NEXT RECORD
                       AT END
                           MOVE 9              TO FS-FREQUENCIA
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-FREQUENCIA.

      *-----------------------------------------------------------------
       0220-CONFERIR-CHAMADA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE O FORMATO AAAAMMDD DA DATA EM ---------------
      *----------- WRK-DATA-TESTE-X ------------------------------------

           MOVE "N"                            TO WRK-DATA-VALIDA.

           IF  WRK-DATA-TESTE-X NOT NUMERIC
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-ANO LESS 1601
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-MES LESS 1 OR WRK-DT-MES GREATER 12
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-DIA LESS 1 OR WRK-DT-DIA GREATER 31
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-DATA-VALIDA.

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  AUSENCIAS.

              IF  FS-AUSENCIAS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  TURMAS ATRIBUIC PROFESSOR FREQUENCIA.

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
