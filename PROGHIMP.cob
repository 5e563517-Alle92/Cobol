       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGHIMP.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: IMPRIMIR A GRADE HORARIA SEMANAL DO SEMESTRE
      *----    (HORARIO.dat) EM QUADRO DE PERIODOS X DIAS: MODO T
      *----    GERA A GRADE DE UMA TURMA (CURSO + TURMA); MODO P A DE
      *----    UM PROFESSOR, PELA ATRIBUICAO DE AULAS; MODO S A DE UMA
      *----    SALA. DOCUMENTO DATADO, REGISTRADO EM OPLOG.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- HORARIO           I             BOKHORA
      *---- ATRIBUIC          I             BOKATRB
      *---- RELHOR            O              ----
      *---- OPLOG             E             BOKOPLOG
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
           SELECT HORARIO  ASSIGN TO WRK-PATH-HORARIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HOR-CHAVE
                  FILE STATUS IS FS-HORARIO.

           SELECT ATRIBUIC  ASSIGN TO WRK-PATH-ATRIBUIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ATR-CHAVE
                  FILE STATUS IS FS-ATRIBUIC.

           SELECT RELHOR ASSIGN TO WRK-PATH-RELHOR
                  FILE STATUS IS FS-RELHOR.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  HORARIO.
       COPY "BOKHORA".

       FD  ATRIBUIC.
       COPY "BOKATRB".

      *-------------------- AREA DA GRADE IMPRESSA ---------------------
       FD  RELHOR.

       01  ARQ-RELHOR                   PIC X(100).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-HORARIO                   PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-RELHOR                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELHOR              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = ATRIBUICAO DE AULAS ABERTA (O MODO P DEPENDE DELA) ----
       77  WRK-ABRIU-ATRIBUIC           PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DA IMPRESSAO ---------------------------
       01  WRK-TEMP-DADOS.
      *--- MODO: T = POR TURMA / P = POR PROFESSOR / S = POR SALA ------
           05 WRK-TEMP-MODO             PIC X(01).
           05 WRK-TEMP-SEMESTRE         PIC X(02).
           05 WRK-TEMP-CURSO            PIC X(15).
           05 WRK-TEMP-TURMA            PIC X(03).
           05 WRK-TEMP-PROFESSOR        PIC X(06).
           05 WRK-TEMP-SALA             PIC X(10).

       77  WRK-QTD-AULAS                PIC 9(04) VALUE ZEROS.
       77  WRK-IDENTIFICACAO            PIC X(20) VALUE SPACES.
       77  WRK-AULA-ENTRA               PIC X(01) VALUE SPACES.
       77  WRK-IP                       PIC 9(01) VALUE ZEROS.
       77  WRK-ID                       PIC 9(01) VALUE ZEROS.

      *------------- QUADRO DA SEMANA: PERIODO X DIA, DUAS LINHAS ------
      *------------- POR CELULA (DISCIPLINA E COMPLEMENTO) -------------
       01  WRK-GRADE.
           05 WRK-GR-PERIODO OCCURS 6 TIMES.
               10 WRK-GR-DIA OCCURS 6 TIMES.
                   15 WRK-GR-LINHA1     PIC X(15).
                   15 WRK-GR-LINHA2     PIC X(15).

      *------------- LINHAS DA GRADE -----------------------------------
       01  WRK-CABECALHO-GRADE.
           05 FILLER                    PIC X(04) VALUE "PER".
           05 FILLER                    PIC X(16) VALUE "SEGUNDA".
           05 FILLER                    PIC X(16) VALUE "TERCA".
           05 FILLER                    PIC X(16) VALUE "QUARTA".
           05 FILLER                    PIC X(16) VALUE "QUINTA".
           05 FILLER                    PIC X(16) VALUE "SEXTA".
           05 FILLER                    PIC X(16) VALUE "SABADO".

       01  WRK-LINHA-GRADE.
           05 WRK-LG-PERIODO            PIC X(04).
           05 WRK-LG-CELULA OCCURS 6 TIMES.
               10 WRK-LG-TEXTO          PIC X(15).
               10 FILLER                PIC X(01).

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
           05 LINE  01 COLUMN 24 VALUE "IMPRESSAO DA GRADE HORARIA"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "MODO (T/P/S).....".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-MODO.
           05 LINE  08 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-SEMESTRE.
           05 LINE  09 COLUMN 30 VALUE "CURSO (MODO T)...".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CURSO.
           05 LINE  10 COLUMN 30 VALUE "TURMA (MODO T)...".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-TURMA.
           05 LINE  11 COLUMN 30 VALUE "PROFESSOR (MODO P)".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-PROFESSOR.
           05 LINE  12 COLUMN 30 VALUE "SALA (MODO S)....".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-SALA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-RESULTADO.
           05 LINE  14 COLUMN 30 VALUE "AULAS NA GRADE.......".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-AULAS.

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

      *----------- ABERTURA DA GRADE HORARIA ---------------------------
            OPEN INPUT HORARIO.

            IF  FS-HORARIO NOT EQUAL 0
                EVALUATE FS-HORARIO
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

      *----------- ATRIBUICAO DE AULAS (MODO POR PROFESSOR) ------------
            MOVE "N"                           TO WRK-ABRIU-ATRIBUIC
            OPEN INPUT ATRIBUIC.

            IF  FS-ATRIBUIC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ATRIBUIC
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-MODO EQUAL "9"
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           IF  WRK-TEMP-MODO EQUAL "t"
               MOVE "T"                        TO WRK-TEMP-MODO
           END-IF.

           IF  WRK-TEMP-MODO EQUAL "p"
               MOVE "P"                        TO WRK-TEMP-MODO
           END-IF.

           IF  WRK-TEMP-MODO EQUAL "s"
               MOVE "S"                        TO WRK-TEMP-MODO
           END-IF.

      *----------- CADA MODO EXIGE A SUA IDENTIFICACAO -----------------
           MOVE SPACES                         TO WRK-IDENTIFICACAO
           EVALUATE WRK-TEMP-MODO
               WHEN "T"
                   IF  WRK-TEMP-CURSO NOT EQUAL SPACES
                   AND WRK-TEMP-TURMA NOT EQUAL SPACES
                       MOVE WRK-TEMP-TURMA     TO WRK-IDENTIFICACAO
                   END-IF
               WHEN "P"
                   IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
                       MOVE WRK-TEMP-PROFESSOR TO WRK-IDENTIFICACAO
                   END-IF
               WHEN "S"
                   MOVE WRK-TEMP-SALA          TO WRK-IDENTIFICACAO
               WHEN OTHER
                   MOVE WRK-MSG-OPCAO-ERRO     TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-EVALUATE.

           IF  WRK-TEMP-SEMESTRE  EQUAL SPACES
           OR  WRK-IDENTIFICACAO  EQUAL SPACES
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE ZEROS                          TO WRK-QTD-AULAS
           MOVE SPACES                         TO WRK-GRADE
           STRING FUNCTION TRIM(WRK-PATH-BASE) "GRADEHORARIA_"
                  WRK-TEMP-MODO "_"
                  FUNCTION TRIM(WRK-IDENTIFICACAO) "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELHOR

      *--------------------- AREA DE VARREDURA DA GRADE ----------------
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-HOR-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-HOR-CURSO
                                                  ARQ-HOR-TURMA
           MOVE ZEROS                          TO ARQ-HOR-DIA
                                                  ARQ-HOR-PERIODO
           IF  WRK-TEMP-MODO EQUAL "T"
               MOVE WRK-TEMP-CURSO             TO ARQ-HOR-CURSO
               MOVE WRK-TEMP-TURMA             TO ARQ-HOR-TURMA
           END-IF.

           START HORARIO KEY IS GREATER THAN OR EQUAL ARQ-HOR-CHAVE
               INVALID KEY
                   GO TO 0200-PROCESSAR-IMPRIMIR
           END-START.

           READ HORARIO NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-IMPRIMIR
           END-READ.

           PERFORM UNTIL FS-HORARIO NOT EQUAL ZEROS
                      OR ARQ-HOR-SEMESTRE NOT EQUAL WRK-TEMP-SEMESTRE

               PERFORM 0210-MONTAR-CELULA

               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HORARIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORARIO.

       0200-PROCESSAR-IMPRIMIR.

           PERFORM 0220-IMPRIMIR-GRADE.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGHIMP"                     TO ARQ-LOG-PROGRAMA
           MOVE "GRADE HORARIA"                TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-AULAS                  TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELHOR                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-MONTAR-CELULA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- SE A AULA CORRENTE ENTRA NA GRADE PEDIDA, OCUPA A ---
      *----------- CELULA DO SEU DIA E PERIODO -------------------------

           MOVE "N"                            TO WRK-AULA-ENTRA

           EVALUATE WRK-TEMP-MODO
               WHEN "T"
                   IF  ARQ-HOR-CURSO EQUAL WRK-TEMP-CURSO
                   AND ARQ-HOR-TURMA EQUAL WRK-TEMP-TURMA
                       MOVE "S"                TO WRK-AULA-ENTRA
                   END-IF
               WHEN "P"
                   MOVE ARQ-HOR-CURSO          TO ARQ-ATR-CURSO
                   MOVE ARQ-HOR-TURMA          TO ARQ-ATR-TURMA
                   MOVE ARQ-HOR-DISCIPLINA     TO ARQ-ATR-DISCIPLINA
                   MOVE ARQ-HOR-SEMESTRE       TO ARQ-ATR-SEMESTRE
                   READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
                       NOT INVALID KEY
                           IF  ARQ-ATR-PROFESSOR EQUAL
                               WRK-TEMP-PROFESSOR
                               MOVE "S"        TO WRK-AULA-ENTRA
                           END-IF
                   END-READ
               WHEN "S"
                   IF  ARQ-HOR-SALA EQUAL WRK-TEMP-SALA
                       MOVE "S"                TO WRK-AULA-ENTRA
                   END-IF
           END-EVALUATE.

           IF  WRK-AULA-ENTRA NOT EQUAL "S"
               GO TO 0210-MONTAR-CELULA-99-FIM
           END-IF.

           IF  ARQ-HOR-DIA     LESS 1 OR ARQ-HOR-DIA     GREATER 6
           OR  ARQ-HOR-PERIODO LESS 1 OR ARQ-HOR-PERIODO GREATER 6
               GO TO 0210-MONTAR-CELULA-99-FIM
           END-IF.

           MOVE ARQ-HOR-PERIODO                TO WRK-IP
           MOVE ARQ-HOR-DIA                    TO WRK-ID
           ADD 1                               TO WRK-QTD-AULAS

      *----------- DUAS AULAS NA MESMA CELULA (GRADE ANTERIOR A -------
      *----------- CONFERENCIA DE CHOQUE) FICAM MARCADAS --------------
           IF  WRK-GR-LINHA1 (WRK-IP, WRK-ID) NOT EQUAL SPACES
               MOVE "** CHOQUE **"     TO WRK-GR-LINHA1 (WRK-IP, WRK-ID)
               GO TO 0210-MONTAR-CELULA-99-FIM
           END-IF.

           MOVE ARQ-HOR-DISCIPLINA     TO WRK-GR-LINHA1 (WRK-IP, WRK-ID)

           EVALUATE WRK-TEMP-MODO
               WHEN "T"
                   MOVE ARQ-HOR-SALA   TO WRK-GR-LINHA2 (WRK-IP, WRK-ID)
               WHEN "P"
                   STRING ARQ-HOR-TURMA " " ARQ-HOR-SALA
                          DELIMITED BY SIZE
                          INTO WRK-GR-LINHA2 (WRK-IP, WRK-ID)
               WHEN "S"
                   STRING ARQ-HOR-TURMA " " ARQ-HOR-CURSO
                          DELIMITED BY SIZE
                          INTO WRK-GR-LINHA2 (WRK-IP, WRK-ID)
           END-EVALUATE.

      *-----------------------------------------------------------------
       0210-MONTAR-CELULA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-IMPRIMIR-GRADE                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA O QUADRO: CABECALHO E DUAS LINHAS POR PERIODO -

           OPEN OUTPUT RELHOR.

           MOVE SPACES                         TO ARQ-RELHOR
           EVALUATE WRK-TEMP-MODO
               WHEN "T"
                   STRING "GRADE HORARIA - SEMESTRE "
                          WRK-TEMP-SEMESTRE " - TURMA "
                          WRK-TEMP-TURMA " - "
                          FUNCTION TRIM(WRK-TEMP-CURSO)
                          DELIMITED BY SIZE INTO ARQ-RELHOR
               WHEN "P"
                   STRING "GRADE HORARIA - SEMESTRE "
                          WRK-TEMP-SEMESTRE " - PROFESSOR "
                          WRK-TEMP-PROFESSOR
                          DELIMITED BY SIZE INTO ARQ-RELHOR
               WHEN "S"
                   STRING "GRADE HORARIA - SEMESTRE "
                          WRK-TEMP-SEMESTRE " - SALA "
                          WRK-TEMP-SALA
                          DELIMITED BY SIZE INTO ARQ-RELHOR
           END-EVALUATE.
           WRITE ARQ-RELHOR.

           MOVE SPACES                         TO ARQ-RELHOR
           WRITE ARQ-RELHOR.

           MOVE WRK-CABECALHO-GRADE            TO ARQ-RELHOR
           WRITE ARQ-RELHOR.

           PERFORM VARYING WRK-IP FROM 1 BY 1 UNTIL WRK-IP GREATER 6

               MOVE SPACES                     TO WRK-LINHA-GRADE
               STRING WRK-IP "A" DELIMITED BY SIZE
                      INTO WRK-LG-PERIODO
               PERFORM VARYING WRK-ID FROM 1 BY 1 UNTIL WRK-ID GREATER 6
                   MOVE WRK-GR-LINHA1 (WRK-IP, WRK-ID)
                                               TO WRK-LG-TEXTO (WRK-ID)
               END-PERFORM
               MOVE WRK-LINHA-GRADE            TO ARQ-RELHOR
               WRITE ARQ-RELHOR

               MOVE SPACES                     TO WRK-LINHA-GRADE
               PERFORM VARYING WRK-ID FROM 1 BY 1 UNTIL WRK-ID GREATER 6
                   MOVE WRK-GR-LINHA2 (WRK-IP, WRK-ID)
                                               TO WRK-LG-TEXTO (WRK-ID)
               END-PERFORM
               MOVE WRK-LINHA-GRADE            TO ARQ-RELHOR
               WRITE ARQ-RELHOR

               MOVE SPACES                     TO ARQ-RELHOR
               WRITE ARQ-RELHOR

           END-PERFORM.

           CLOSE RELHOR.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-GRADE-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  HORARIO.

              IF  FS-HORARIO NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
                 CLOSE ATRIBUIC
             END-IF.

             CLOSE  OPLOG.

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
