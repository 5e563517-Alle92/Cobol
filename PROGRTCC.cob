       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRTCC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DO TCC EM DUAS PARTES: A CARGA DE
      *----    ORIENTACAO POR PROFESSOR (TCCS EM ANDAMENTO,
      *----    DEPOSITADOS, AGENDADOS E AVALIADOS) E OS ALUNOS COM O
      *----    PRAZO DE DEPOSITO VENCIDO SEM O TRABALHO DEPOSITADO,
      *----    COM OS DIAS DE ATRASO. GERA O ARQUIVO
      *----    TCC_ORIENTACAO_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TCC               I             BOKTCC
      *---- PROFESSOR         I             BOKPROF
      *---- ALUNOS            I             BOKALU
      *---- RELTCC            O              ----
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
           SELECT TCC  ASSIGN TO WRK-PATH-TCC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TCC-RM
                  FILE STATUS IS FS-TCC.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT SORTTCC ASSIGN TO "SORTTCC.TMP".

           SELECT RELTCC ASSIGN TO WRK-PATH-RELTCC
                  FILE STATUS IS FS-RELTCC.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TCC.
       COPY "BOKTCC".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  ALUNOS.
       COPY "BOKALU".

      *-------------------- TCCS ORDENADOS POR ORIENTADOR -------------
       SD  SORTTCC.
       01  SD-ORIENTACAO.
           05 SD-ORI-ORIENTADOR         PIC X(06).
           05 SD-ORI-RM                 PIC X(06).
           05 SD-ORI-STATUS             PIC X(12).

      *-------------------- AREA DO RELATORIO DO TCC -------------------
       FD  RELTCC.

       01  ARQ-RELTCC                   PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-TCC                       PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELTCC                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELTCC              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- QUEBRA POR ORIENTADOR -----------------------------
       77  WRK-ORIENTADOR-ANT           PIC X(06)    VALUE SPACES.
       77  WRK-QTD-ANDAMENTO            PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-DEPOSITADO           PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-AGENDADO             PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-AVALIADO             PIC 9(04)    VALUE ZEROS.

      *------------- TOTAIS --------------------------------------------
       77  WRK-QTD-ORIENTADORES         PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-ATRASADOS            PIC 9(04)    VALUE ZEROS.

      *------------- ATRASO DO DEPOSITO --------------------------------
       77  WRK-HOJE                     PIC X(08)    VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(07)    VALUE ZEROS.
       77  WRK-PRAZO-INT                PIC 9(07)    VALUE ZEROS.
       77  WRK-DIAS-ATRASO              PIC 9(05)    VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-CARGA.
           05 WRK-LC-ORIENTADOR         PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-NOME               PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-ANDAMENTO          PIC ZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LC-DEPOSITADO         PIC ZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LC-AGENDADO           PIC ZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LC-AVALIADO           PIC ZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LC-TOTAL              PIC ZZZ9.

       01  WRK-LINHA-ATRASO.
           05 WRK-LT-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-TITULO             PIC X(25).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-ORIENTADOR         PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-PRAZO              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-DIAS               PIC ZZZZ9.

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
           05 LINE  01 COLUMN 24 VALUE "TCC - ORIENTACAO E DEPOSITOS"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR O RELATORIO DO TCC (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 43 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "ORIENTADORES.........".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-ORIENTADORES.
           05 LINE  13 COLUMN 30 VALUE "DEPOSITOS ATRASADOS..".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ATRASADOS.

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

      *----------- ARQUIVOS CONSULTADOS (SOMENTE LEITURA) --------------
            OPEN INPUT TCC.

            IF  FS-TCC NOT EQUAL 0
                MOVE WRK-MSG-TCC-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TCC
                GOBACK
            END-IF.

            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TCC PROFESSOR
                GOBACK
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

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-HOJE)).

           MOVE ZEROS                          TO WRK-QTD-ORIENTADORES
                                                  WRK-QTD-ATRASADOS

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "TCC_ORIENTACAO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELTCC

           OPEN OUTPUT RELTCC.

      *------------- PARTE 1: CARGA DE ORIENTACAO POR PROFESSOR --------
           MOVE SPACES                         TO ARQ-RELTCC
           STRING "CARGA DE ORIENTACAO DE TCC - POSICAO DE "
                  WRK-HOJE
                  DELIMITED BY SIZE INTO ARQ-RELTCC
           WRITE ARQ-RELTCC.

           MOVE SPACES                         TO ARQ-RELTCC
           STRING "ORIENT NOME PROFESSOR                  "
                  "ANDAM. DEPOS. AGEND. AVAL. TOTAL"
                  DELIMITED BY SIZE INTO ARQ-RELTCC
           WRITE ARQ-RELTCC.

           MOVE ZEROS                          TO FS-SORT
           SORT SORTTCC
               ON ASCENDING KEY SD-ORI-ORIENTADOR
                                SD-ORI-RM
               INPUT PROCEDURE 0210-SELECIONAR-TCC
               OUTPUT PROCEDURE 0220-IMPRIMIR-CARGA.

      *------------- PARTE 2: DEPOSITOS COM PRAZO VENCIDO --------------
           MOVE SPACES                         TO ARQ-RELTCC
           WRITE ARQ-RELTCC.

           MOVE SPACES                         TO ARQ-RELTCC
           STRING "TCC COM PRAZO DE DEPOSITO VENCIDO"
                  DELIMITED BY SIZE INTO ARQ-RELTCC
           WRITE ARQ-RELTCC.

           MOVE SPACES                         TO ARQ-RELTCC
           STRING "RM     NOME ALUNO           TITULO                 "
                  "    ORIENT PRAZO    DIAS"
                  DELIMITED BY SIZE INTO ARQ-RELTCC
           WRITE ARQ-RELTCC.

           PERFORM 0240-LISTAR-ATRASADOS.

           CLOSE RELTCC.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGRTCC"                     TO ARQ-LOG-PROGRAMA
           MOVE "TCC ORIENTACAO E DEPOSITOS"   TO ARQ-LOG-RELATORIO
           COMPUTE ARQ-LOG-QTDREGISTROS =
                   WRK-QTD-ORIENTADORES + WRK-QTD-ATRASADOS
           MOVE WRK-PATH-RELTCC                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-TCC                                     SECTION.
      *-----------------------------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-TCC-RM

           START TCC KEY IS GREATER THAN OR EQUAL ARQ-TCC-RM
               INVALID KEY
                   GO TO 0210-SELECIONAR-TCC-99-FIM
           END-START.

           READ TCC NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-TCC-99-FIM
           END-READ.

           PERFORM UNTIL FS-TCC NOT EQUAL ZEROS

               MOVE ARQ-TCC-ORIENTADOR         TO SD-ORI-ORIENTADOR
               MOVE ARQ-TCC-RM                 TO SD-ORI-RM
               MOVE ARQ-TCC-STATUS             TO SD-ORI-STATUS
               RELEASE SD-ORIENTACAO

               READ TCC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TCC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TCC.

      *-----------------------------------------------------------------
       0210-SELECIONAR-TCC-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-IMPRIMIR-CARGA                                     SECTION.
      *-----------------------------------------------------------------

           RETURN SORTTCC
               AT END
                   GO TO 0220-IMPRIMIR-CARGA-99-FIM
           END-RETURN.

           MOVE SD-ORI-ORIENTADOR              TO WRK-ORIENTADOR-ANT
           MOVE ZEROS                          TO WRK-QTD-ANDAMENTO
                                                  WRK-QTD-DEPOSITADO
                                                  WRK-QTD-AGENDADO
                                                  WRK-QTD-AVALIADO.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               IF  SD-ORI-ORIENTADOR NOT EQUAL WRK-ORIENTADOR-ANT
                   PERFORM 0230-IMPRIMIR-ORIENTADOR
                   MOVE SD-ORI-ORIENTADOR      TO WRK-ORIENTADOR-ANT
                   MOVE ZEROS                  TO WRK-QTD-ANDAMENTO
                                                  WRK-QTD-DEPOSITADO
                                                  WRK-QTD-AGENDADO
                                                  WRK-QTD-AVALIADO
               END-IF

               EVALUATE SD-ORI-STATUS
                   WHEN "DEPOSITADO"
                       ADD 1                   TO WRK-QTD-DEPOSITADO
                   WHEN "AGENDADO"
                       ADD 1                   TO WRK-QTD-AGENDADO
                   WHEN "AVALIADO"
                       ADD 1                   TO WRK-QTD-AVALIADO
                   WHEN OTHER
                       ADD 1                   TO WRK-QTD-ANDAMENTO
               END-EVALUATE

               RETURN SORTTCC
                   AT END
                       MOVE 9                  TO FS-SORT
               END-RETURN

           END-PERFORM.

           PERFORM 0230-IMPRIMIR-ORIENTADOR.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-CARGA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-IMPRIMIR-ORIENTADOR                                SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-LC-NOME
           MOVE WRK-ORIENTADOR-ANT             TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               NOT INVALID KEY
                   MOVE ARQ-PRO-NOME           TO WRK-LC-NOME
           END-READ.

           MOVE WRK-ORIENTADOR-ANT             TO WRK-LC-ORIENTADOR
           MOVE WRK-QTD-ANDAMENTO              TO WRK-LC-ANDAMENTO
           MOVE WRK-QTD-DEPOSITADO             TO WRK-LC-DEPOSITADO
           MOVE WRK-QTD-AGENDADO               TO WRK-LC-AGENDADO
           MOVE WRK-QTD-AVALIADO               TO WRK-LC-AVALIADO
           COMPUTE WRK-LC-TOTAL = WRK-QTD-ANDAMENTO
                                + WRK-QTD-DEPOSITADO
                                + WRK-QTD-AGENDADO
                                + WRK-QTD-AVALIADO
           MOVE WRK-LINHA-CARGA                TO ARQ-RELTCC
           WRITE ARQ-RELTCC.

           ADD 1                               TO WRK-QTD-ORIENTADORES.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-ORIENTADOR-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-LISTAR-ATRASADOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TCC AINDA SEM DEPOSITO COM O PRAZO ANTES DE HOJE ----

           MOVE LOW-VALUES                     TO ARQ-TCC-RM

           START TCC KEY IS GREATER THAN OR EQUAL ARQ-TCC-RM
               INVALID KEY
                   GO TO 0240-LISTAR-ATRASADOS-99-FIM
           END-START.

           READ TCC NEXT RECORD
               AT END
                   GO TO 0240-LISTAR-ATRASADOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-TCC NOT EQUAL ZEROS

               IF  ARQ-TCC-DATA-DEPOSITO EQUAL SPACES
               AND ARQ-TCC-PRAZO-DEPOSITO IS NUMERIC
               AND ARQ-TCC-PRAZO-DEPOSITO LESS WRK-HOJE
                   PERFORM 0245-IMPRIMIR-ATRASADO
               END-IF

               READ TCC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TCC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TCC.

      *-----------------------------------------------------------------
       0240-LISTAR-ATRASADOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-IMPRIMIR-ATRASADO                                  SECTION.
      *-----------------------------------------------------------------

           COMPUTE WRK-PRAZO-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ARQ-TCC-PRAZO-DEPOSITO)).
           COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT - WRK-PRAZO-INT.

           MOVE SPACES                         TO WRK-LT-NOME
           MOVE ARQ-TCC-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               NOT INVALID KEY
                   MOVE ARQ-NOMEALUNO          TO WRK-LT-NOME
           END-READ.

           MOVE ARQ-TCC-RM                     TO WRK-LT-RM
           MOVE ARQ-TCC-TITULO                 TO WRK-LT-TITULO
           MOVE ARQ-TCC-ORIENTADOR             TO WRK-LT-ORIENTADOR
           MOVE ARQ-TCC-PRAZO-DEPOSITO         TO WRK-LT-PRAZO
           MOVE WRK-DIAS-ATRASO                TO WRK-LT-DIAS
           MOVE WRK-LINHA-ATRASO               TO ARQ-RELTCC
           WRITE ARQ-RELTCC.

           ADD 1                               TO WRK-QTD-ATRASADOS.

      *-----------------------------------------------------------------
       0245-IMPRIMIR-ATRASADO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  TCC.

              IF  FS-TCC NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  PROFESSOR.

             CLOSE  ALUNOS.

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
