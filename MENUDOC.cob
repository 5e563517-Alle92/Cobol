       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. MENUDOC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: PORTAL DO PROFESSOR. UNICA TELA DO OPERADOR DE
      *----    PERFIL P: LISTA AS TURMAS E DISCIPLINAS ATRIBUIDAS AO
      *----    PROFESSOR VINCULADO AO OPERADOR (ATRIBUIC.dat) NO
      *----    SEMESTRE ATUAL (O MAIOR CODIGO DE SEMESTRES.dat) E
      *----    DESVIA PARA A CHAMADA (PROGDCHA) OU PARA O LANCAMENTO
      *----    DE NOTAS (PROGDNOT) DA TURMA ESCOLHIDA. O LANCAMENTO
      *----    FECHA SOZINHO QUANDO O SEMESTRE JA TEM RESULTADOS DO
      *----    FECHAMENTO (PROGFECH) OU QUANDO PASSA O PRAZO DA
      *----    TURMA: A ULTIMA PROVA DO CALENDARIO (PROVAS.dat) MAIS
      *----    OS DIAS DO PARAMETRO PRAZO-LANCTO (PADRAO 7).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- OPERADORES        I             BOKOPER
      *---- PROFESSOR         I             BOKPROF
      *---- SEMESTRES         I             BOKSEM
      *---- ATRIBUIC          I             BOKATRB
      *---- RESULTADOS        I             BOKRESU
      *---- PROVAS            I             BOKPROV
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
           SELECT OPERADORES ASSIGN TO WRK-PATH-OPERADORES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-OPER-ID
                  FILE STATUS IS FS-OPERADORES.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT SEMESTRES  ASSIGN TO WRK-PATH-SEMESTRES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SEM-COD
                  FILE STATUS IS FS-SEMESTRES.

           SELECT ATRIBUIC  ASSIGN TO WRK-PATH-ATRIBUIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ATR-CHAVE
                  FILE STATUS IS FS-ATRIBUIC.

      *----------- RESULTADOS DO FECHAMENTO (SEMESTRE FECHADO) ---------
           SELECT RESULTADOS  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESULTADOS.

      *----------- CALENDARIO DE PROVAS (PRAZO DE LANCAMENTO) ----------
           SELECT PROVAS  ASSIGN TO WRK-PATH-PROVAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRV-CHAVE
                  FILE STATUS IS FS-PROVAS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  OPERADORES.
       COPY "BOKOPER".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  SEMESTRES.
       COPY "BOKSEM".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  RESULTADOS.
       COPY "BOKRESU".

       FD  PROVAS.
       COPY "BOKPROV".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-OPERADORES                PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-RESULTADOS                PIC 9(02).
       77  FS-PROVAS                    PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO -------------------------------
       77  WRK-ABRIU-RESULTADOS         PIC X(01) VALUE "N".
       77  WRK-ABRIU-PROVAS             PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PROFESSOR LOGADO E SEMESTRE ATUAL -----------------
       77  WRK-PROFESSOR                PIC X(06) VALUE SPACES.
       77  WRK-NOME-PROFESSOR           PIC X(30) VALUE SPACES.
       77  WRK-SEMESTRE-ATUAL           PIC X(02) VALUE SPACES.
      *--- "S" = SEMESTRE ATUAL JA FECHADO PELO PROGFECH ---------------
       77  WRK-SEM-FECHADO              PIC X(01) VALUE SPACES.

      *------------- PRAZO DE LANCAMENTO APOS A ULTIMA PROVA -----------
       77  WRK-PARM-CODIGO              PIC X(12) VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PRAZO-DIAS               PIC 9(03) VALUE 7.
       77  WRK-ULTIMA-PROVA             PIC X(08) VALUE SPACES.
       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE                PIC X(08) VALUE SPACES.

      *------------- TURMAS ATRIBUIDAS AO PROFESSOR NO SEMESTRE --------
       01  WRK-TAB-TURMAS.
           05 WRK-TT-ITEM OCCURS 14 TIMES.
              10 WRK-TT-CURSO           PIC X(15).
              10 WRK-TT-TURMA           PIC X(03).
              10 WRK-TT-DISCIPLINA      PIC X(15).
      *--- PRAZO FINAL DE LANCAMENTO (EM BRANCO = SEM PROVA MARCADA) ---
              10 WRK-TT-PRAZO           PIC X(08).
       77  WRK-QTD-TURMAS               PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-LINHA                    PIC 9(02) VALUE ZEROS.
       77  WRK-ESCOLHA                  PIC 9(02) VALUE ZEROS.

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
           05 LINE  01 COLUMN 30 VALUE "PORTAL DO PROFESSOR"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 05 VALUE "PROFESSOR: ".
           05 LINE  03 COLUMN 16 FROM  WRK-NOME-PROFESSOR.
           05 LINE  03 COLUMN 50 VALUE "SEMESTRE: ".
           05 LINE  03 COLUMN 60 FROM  WRK-SEMESTRE-ATUAL.
           05 LINE  05 COLUMN 05 VALUE
              "NUM CURSO           TURMA DISCIPLINA      PRAZO".

       01  SCR-FECHADO.
           05 LINE  03 COLUMN 64 VALUE "(FECHADO)"
                  BACKGROUND-COLOR 4.

       01  SCR-ESCOLHA.
           05 LINE  20 COLUMN 09 VALUE
                  "NUMERO DA TURMA...................: "
                              BACKGROUND-COLOR 2.
           05 LINE  20 COLUMN 46 USING WRK-ESCOLHA.
           05 LINE  21 COLUMN 09 VALUE
                  "F - CHAMADA / N - NOTAS / 9 - SAIR: "
                              BACKGROUND-COLOR 2.
           05 LINE  21 COLUMN 46 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
      *-----------------------------------------------------------------
           INITIALIZE WRK-MSG.

       0001-PRINCIPAL                          SECTION.

            PERFORM 0100-INICIALIZAR.
            PERFORM 0200-PROCESSAR.
            PERFORM 0300-FINALIZAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- PROFESSOR VINCULADO AO OPERADOR LOGADO --------------
            OPEN INPUT OPERADORES.

            IF  FS-OPERADORES NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            MOVE LNK-OPERADOR                  TO ARQ-OPER-ID
            READ OPERADORES KEY IS ARQ-OPER-ID
                INVALID KEY
                    MOVE SPACES                TO ARQ-OPER-PROFESSOR
            END-READ.

            MOVE ARQ-OPER-PROFESSOR            TO WRK-PROFESSOR.
            CLOSE OPERADORES.

            IF  WRK-PROFESSOR EQUAL SPACES
                MOVE WRK-MSG-OPER-SEMPROF      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- NOME DO PROFESSOR PARA O CABECALHO ------------------
            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR EQUAL ZEROS
                MOVE WRK-PROFESSOR             TO ARQ-PRO-ID
                READ PROFESSOR KEY IS ARQ-PRO-ID
                    NOT INVALID KEY
                        MOVE ARQ-PRO-NOME      TO WRK-NOME-PROFESSOR
                END-READ
                CLOSE PROFESSOR
            END-IF.

      *----------- SEMESTRE ATUAL: O MAIOR CODIGO DO CALENDARIO --------
            OPEN INPUT SEMESTRES.

            IF  FS-SEMESTRES NOT EQUAL 0
                MOVE WRK-MSG-SEM-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            PERFORM 0110-BUSCAR-SEMESTRE.
            CLOSE SEMESTRES.

            IF  WRK-SEMESTRE-ATUAL EQUAL SPACES
                MOVE WRK-MSG-SEM-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- DIAS DE PRAZO APOS A ULTIMA PROVA DA TURMA ----------
            MOVE "PRAZO-LANCTO"                TO WRK-PARM-CODIGO
            MOVE WRK-PRAZO-DIAS                TO WRK-PARM-PADRAO
            CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                 WRK-PARM-VALOR
            MOVE WRK-PARM-VALOR                TO WRK-PRAZO-DIAS.

      *----------- ABERTURA DA ATRIBUICAO DE AULAS ---------------------
            OPEN INPUT ATRIBUIC.

            IF  FS-ATRIBUIC NOT EQUAL 0
                MOVE WRK-MSG-DOC-SEMTURMA      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- SEM RESULTADOS NENHUM SEMESTRE FOI FECHADO ----------
            OPEN INPUT RESULTADOS.

            IF  FS-RESULTADOS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-RESULTADOS
            END-IF.

      *----------- SEM CALENDARIO DE PROVAS NAO HA PRAZO POR PROVA -----
            OPEN INPUT PROVAS.

            IF  FS-PROVAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-PROVAS
            END-IF.

            PERFORM 0120-CONFERIR-FECHAMENTO.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-BUSCAR-SEMESTRE                                    SECTION.
      *-----------------------------------------------------------------
      *----------- O SEMESTRE ATUAL E O ULTIMO DO CALENDARIO -----------

           MOVE SPACES                         TO WRK-SEMESTRE-ATUAL
           MOVE LOW-VALUES                     TO ARQ-SEM-COD

           START SEMESTRES KEY IS GREATER THAN OR EQUAL ARQ-SEM-COD
               INVALID KEY
                   GO TO 0110-BUSCAR-SEMESTRE-99-FIM
           END-START.

           READ SEMESTRES NEXT RECORD
               AT END
                   GO TO 0110-BUSCAR-SEMESTRE-99-FIM
           END-READ.

           PERFORM UNTIL FS-SEMESTRES NOT EQUAL ZEROS

               MOVE ARQ-SEM-COD                TO WRK-SEMESTRE-ATUAL

               READ SEMESTRES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-SEMESTRES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-SEMESTRES.

      *-----------------------------------------------------------------
       0110-BUSCAR-SEMESTRE-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0120-CONFERIR-FECHAMENTO                                SECTION.
      *-----------------------------------------------------------------
      *----------- SEMESTRE COM RESULTADO GRAVADO PELO PROGFECH ESTA ---
      *----------- FECHADO: NAO ACEITA MAIS NOTA NEM CHAMADA -----------

           MOVE "N"                            TO WRK-SEM-FECHADO.

           IF  WRK-ABRIU-RESULTADOS NOT EQUAL "S"
               GO TO 0120-CONFERIR-FECHAMENTO-99-FIM
           END-IF.

           MOVE WRK-SEMESTRE-ATUAL             TO ARQ-RES-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-RES-RM
                                                  ARQ-RES-DISCIPLINA

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   GO TO 0120-CONFERIR-FECHAMENTO-99-FIM
           END-START.

           READ RESULTADOS NEXT RECORD
               AT END
                   GO TO 0120-CONFERIR-FECHAMENTO-99-FIM
           END-READ.

           IF  ARQ-RES-SEMESTRE EQUAL WRK-SEMESTRE-ATUAL
               MOVE "S"                        TO WRK-SEM-FECHADO
           END-IF.

      *-----------------------------------------------------------------
       0120-CONFERIR-FECHAMENTO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *----------- EXIBE AS TURMAS DO PROFESSOR ------------------------
           DISPLAY SCR-TELA
           PERFORM 0210-CARREGAR-TURMAS.

           IF  WRK-QTD-TURMAS EQUAL ZEROS
               MOVE WRK-MSG-DOC-SEMTURMA       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF  WRK-SEM-FECHADO EQUAL "S"
               DISPLAY SCR-FECHADO
           END-IF.

           PERFORM 0230-LISTAR-TURMAS.

      *----------- ESCOLHA DA TURMA E DA OPERACAO ----------------------
           MOVE ZEROS                          TO WRK-ESCOLHA
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-ESCOLHA.

           IF  WRK-OPCAO EQUAL "9"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF  WRK-ESCOLHA EQUAL ZEROS
           OR  WRK-ESCOLHA GREATER WRK-QTD-TURMAS
               MOVE WRK-MSG-OPCAO-ERRO         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- LANCAMENTO FECHADO: SEMESTRE FECHADO OU PRAZO -------
      *----------- DA TURMA VENCIDO ------------------------------------
           IF  WRK-SEM-FECHADO EQUAL "S"
               MOVE WRK-MSG-DOC-FECHADO        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8)     TO WRK-DATA-HOJE.

           IF  WRK-TT-PRAZO (WRK-ESCOLHA) NOT EQUAL SPACES
           AND WRK-DATA-HOJE GREATER WRK-TT-PRAZO (WRK-ESCOLHA)
               MOVE WRK-MSG-DOC-PRAZO          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           EVALUATE WRK-OPCAO
               WHEN "F"
               WHEN "f"
                   CALL "PROGDCHA" USING LNK-OPERADOR,
                        WRK-PROFESSOR, WRK-SEMESTRE-ATUAL,
                        WRK-TT-CURSO (WRK-ESCOLHA),
                        WRK-TT-TURMA (WRK-ESCOLHA),
                        WRK-TT-DISCIPLINA (WRK-ESCOLHA),
                        WRK-TT-PRAZO (WRK-ESCOLHA), WRK-PRAZO-DIAS
               WHEN "N"
               WHEN "n"
                   CALL "PROGDNOT" USING LNK-OPERADOR,
                        WRK-PROFESSOR, WRK-SEMESTRE-ATUAL,
                        WRK-TT-CURSO (WRK-ESCOLHA),
                        WRK-TT-TURMA (WRK-ESCOLHA),
                        WRK-TT-DISCIPLINA (WRK-ESCOLHA),
                        WRK-TT-PRAZO (WRK-ESCOLHA), WRK-PRAZO-DIAS
               WHEN OTHER
                   MOVE WRK-MSG-OPCAO-ERRO     TO WRK-MSG
                   PERFORM 0900-MOSTRA
           END-EVALUATE.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-TURMAS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE ATRIBUIC GUARDANDO AS TURMAS E DISCIPLINAS ----
      *----------- DO PROFESSOR NO SEMESTRE ATUAL ----------------------

           MOVE ZEROS                          TO WRK-QTD-TURMAS
           MOVE LOW-VALUES                     TO ARQ-ATR-CHAVE

           START ATRIBUIC KEY IS GREATER THAN OR EQUAL ARQ-ATR-CHAVE
               INVALID KEY
                   GO TO 0210-CARREGAR-TURMAS-99-FIM
           END-START.

           READ ATRIBUIC NEXT RECORD
               AT END
                   GO TO 0210-CARREGAR-TURMAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ATRIBUIC NOT EQUAL ZEROS
                      OR WRK-QTD-TURMAS EQUAL 14

               IF  ARQ-ATR-PROFESSOR EQUAL WRK-PROFESSOR
               AND ARQ-ATR-SEMESTRE  EQUAL WRK-SEMESTRE-ATUAL
                   ADD 1                       TO WRK-QTD-TURMAS
                   MOVE ARQ-ATR-CURSO
                        TO WRK-TT-CURSO (WRK-QTD-TURMAS)
                   MOVE ARQ-ATR-TURMA
                        TO WRK-TT-TURMA (WRK-QTD-TURMAS)
                   MOVE ARQ-ATR-DISCIPLINA
                        TO WRK-TT-DISCIPLINA (WRK-QTD-TURMAS)
                   PERFORM 0220-CALCULAR-PRAZO
                   MOVE WRK-ULTIMA-PROVA
                        TO WRK-TT-PRAZO (WRK-QTD-TURMAS)
               END-IF

               READ ATRIBUIC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ATRIBUIC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ATRIBUIC.

      *-----------------------------------------------------------------
       0210-CARREGAR-TURMAS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CALCULAR-PRAZO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- PRAZO FINAL DA TURMA NA DISCIPLINA: ULTIMA PROVA ----
      *----------- DO CALENDARIO MAIS OS DIAS DE PRAZO-LANCTO. SEM -----
      *----------- PROVA MARCADA O PRAZO FICA EM BRANCO (SO O ---------
      *----------- FECHAMENTO DO SEMESTRE ENCERRA O LANCAMENTO) --------

           MOVE SPACES                         TO WRK-ULTIMA-PROVA.

           IF  WRK-ABRIU-PROVAS NOT EQUAL "S"
               GO TO 0220-CALCULAR-PRAZO-99-FIM
           END-IF.

           MOVE ARQ-ATR-CURSO                  TO ARQ-PRV-CURSO
           MOVE ARQ-ATR-TURMA                  TO ARQ-PRV-TURMA
           MOVE ARQ-ATR-DISCIPLINA             TO ARQ-PRV-DISCIPLINA
           MOVE LOW-VALUES                     TO ARQ-PRV-TIPO

           START PROVAS KEY IS GREATER THAN OR EQUAL ARQ-PRV-CHAVE
               INVALID KEY
                   GO TO 0220-CALCULAR-PRAZO-99-FIM
           END-START.

           READ PROVAS NEXT RECORD
               AT END
                   GO TO 0220-CALCULAR-PRAZO-99-FIM
           END-READ.

           PERFORM UNTIL FS-PROVAS NOT EQUAL ZEROS
                      OR ARQ-PRV-CURSO      NOT EQUAL ARQ-ATR-CURSO
                      OR ARQ-PRV-TURMA      NOT EQUAL ARQ-ATR-TURMA
                      OR ARQ-PRV-DISCIPLINA NOT EQUAL
                         ARQ-ATR-DISCIPLINA

               IF  ARQ-PRV-DATA GREATER WRK-ULTIMA-PROVA
                   MOVE ARQ-PRV-DATA           TO WRK-ULTIMA-PROVA
               END-IF

               READ PROVAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PROVAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PROVAS.

           IF  WRK-ULTIMA-PROVA EQUAL SPACES
           OR  WRK-ULTIMA-PROVA NOT NUMERIC
               MOVE SPACES                     TO WRK-ULTIMA-PROVA
               GO TO 0220-CALCULAR-PRAZO-99-FIM
           END-IF.

           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-ULTIMA-PROVA))
                 + WRK-PRAZO-DIAS
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           MOVE WRK-DATA-NUM                   TO WRK-ULTIMA-PROVA.

      *-----------------------------------------------------------------
       0220-CALCULAR-PRAZO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LISTAR-TURMAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- EXIBE NA TELA AS TURMAS CARREGADAS ------------------

           MOVE 6                              TO WRK-LINHA.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-TURMAS
               DISPLAY WRK-IX
                       LINE WRK-LINHA COLUMN 06
               DISPLAY WRK-TT-CURSO      (WRK-IX)
                       LINE WRK-LINHA COLUMN 09
               DISPLAY WRK-TT-TURMA      (WRK-IX)
                       LINE WRK-LINHA COLUMN 25
               DISPLAY WRK-TT-DISCIPLINA (WRK-IX)
                       LINE WRK-LINHA COLUMN 31
               DISPLAY WRK-TT-PRAZO      (WRK-IX)
                       LINE WRK-LINHA COLUMN 47
               ADD 1                           TO WRK-LINHA
           END-PERFORM.

      *-----------------------------------------------------------------
       0230-LISTAR-TURMAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ATRIBUIC.

             IF  WRK-ABRIU-RESULTADOS EQUAL "S"
                 CLOSE RESULTADOS
             END-IF.

             IF  WRK-ABRIU-PROVAS EQUAL "S"
                 CLOSE PROVAS
             END-IF.

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
