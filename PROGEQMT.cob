       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGEQMT.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER A TABELA DE EQUIVALENCIA ENTRE AS
      *----    DISCIPLINAS DE DUAS VERSOES DA MATRIZ DE UM CURSO
      *----    (EQUIVMAT.dat), USADA NA MIGRACAO DE ALUNOS ENTRE
      *----    VERSOES (PROGMIGR): A APROVACAO NA DISCIPLINA DE ORIGEM
      *----    VALE COMO APROVACAO NA DISCIPLINA DE DESTINO. AS DUAS
      *----    VERSOES PRECISAM EXISTIR E CADA DISCIPLINA PRECISA
      *----    ESTAR NA MATRIZ DA SUA VERSAO. ACAO I INCLUI E ACAO E
      *----    EXCLUI A EQUIVALENCIA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CURSOS            I             BOKCURS
      *---- MATVERS           I             BOKMVER
      *---- MATRIZ            I             BOKMATR
      *---- EQUIVMAT          I/O           BOKEQMT
      *----
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
           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

           SELECT MATVERS  ASSIGN TO WRK-PATH-MATVERS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MVE-CHAVE
                  FILE STATUS IS FS-MATVERS.

           SELECT MATRIZ  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRIZ.

           SELECT EQUIVMAT  ASSIGN TO WRK-PATH-EQUIVMAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EQM-CHAVE
                  FILE STATUS IS FS-EQUIVMAT.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CURSOS.
       COPY "BOKCURS".

       FD  MATVERS.
       COPY "BOKMVER".

       FD  MATRIZ.
       COPY "BOKMATR".

       FD  EQUIVMAT.
       COPY "BOKEQMT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-EQM-ACAO         PIC X(01).
           05 WRK-TEMP-EQM-CURSO        PIC X(15).
           05 WRK-TEMP-EQM-VERSAO-ORIG  PIC X(02).
           05 WRK-TEMP-EQM-VERSAO-DEST  PIC X(02).
           05 WRK-TEMP-EQM-DISC-ORIG    PIC X(15).
           05 WRK-TEMP-EQM-DISC-DEST    PIC X(15).

      *------------- VARIAVEIS DE STATUS
       77  FS-CURSOS                    PIC 9(02).
       77  FS-MATVERS                   PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-EQUIVMAT                  PIC 9(02).

      *--- "S" = MATVERS ABERTO (ARQUIVO OPCIONAL) ---------------------
       77  WRK-ABRIU-MATVERS            PIC X(01) VALUE "N".

       77  WRK-DATA-HORA                PIC X(21).

      *------------- PESQUISA DE VERSAO E DE DISCIPLINA NA MATRIZ ------
       77  WRK-VERSAO-PROCURADA         PIC X(02) VALUE SPACES.
       77  WRK-DISC-PROCURADA           PIC X(15) VALUE SPACES.
       77  WRK-VERSAO-OK                PIC X(01) VALUE "N".
       77  WRK-DISC-OK                  PIC X(01) VALUE "N".

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
           05 LINE  01 COLUMN 20 VALUE
                  "EQUIVALENCIA ENTRE VERSOES DA MATRIZ"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  06 COLUMN 30 VALUE "ACAO (I/E).......".
           05 LINE  06 COLUMN 60 USING WRK-TEMP-EQM-ACAO.
           05 LINE  07 COLUMN 30 VALUE "CURSO............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-EQM-CURSO.
           05 LINE  08 COLUMN 30 VALUE "VERSAO ORIGEM....".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-EQM-VERSAO-ORIG.
           05 LINE  09 COLUMN 30 VALUE "DISCIPLINA ORIGEM".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-EQM-DISC-ORIG.
           05 LINE  10 COLUMN 30 VALUE "VERSAO DESTINO...".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-EQM-VERSAO-DEST.
           05 LINE  11 COLUMN 30 VALUE "DISCIPL. DESTINO.".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-EQM-DISC-DEST.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA A ACAO (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 40 USING WRK-OPCAO.

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
            OPEN INPUT CURSOS.

            IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT MATRIZ.

            IF  FS-MATRIZ NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CURSOS
                GOBACK
            END-IF.

      *----------- VERSOES DA MATRIZ (OPCIONAL: SEM ARQUIVO, SO "01") --
            MOVE "N"                          TO WRK-ABRIU-MATVERS.

            OPEN INPUT MATVERS.

            IF  FS-MATVERS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MATVERS
            END-IF.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  EQUIVMAT.

            IF  FS-EQUIVMAT EQUAL 35
                OPEN OUTPUT EQUIVMAT
                CLOSE       EQUIVMAT
                OPEN I-O    EQUIVMAT
            END-IF.

            IF  FS-EQUIVMAT NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CURSOS MATRIZ
                IF  WRK-ABRIU-MATVERS EQUAL "S"
                    CLOSE MATVERS
                END-IF
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-EQM-CURSO (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-EQM-ACAO)
                                              TO WRK-TEMP-EQM-ACAO.

           IF WRK-TEMP-EQM-ACAO NOT EQUAL "I"
           AND WRK-TEMP-EQM-ACAO NOT EQUAL "E"
              MOVE WRK-MSG-OPCAO-ERRO         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-EQM-CURSO       EQUAL SPACES
           OR WRK-TEMP-EQM-VERSAO-ORIG EQUAL SPACES
           OR WRK-TEMP-EQM-VERSAO-DEST EQUAL SPACES
           OR WRK-TEMP-EQM-DISC-ORIG   EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-EQM-CURSO            TO ARQ-EQM-CURSO
           MOVE WRK-TEMP-EQM-VERSAO-ORIG      TO ARQ-EQM-VERSAO-ORIG
           MOVE WRK-TEMP-EQM-VERSAO-DEST      TO ARQ-EQM-VERSAO-DEST
           MOVE WRK-TEMP-EQM-DISC-ORIG        TO ARQ-EQM-DISC-ORIG

      *--------------- EXCLUSAO: BASTA A CHAVE EXISTIR -----------------
           IF WRK-TEMP-EQM-ACAO EQUAL "E"
              PERFORM 0240-EXCLUIR
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-EQM-DISC-DEST   EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-EQM-CURSO            TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   MOVE WRK-MSG-CURSO-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF WRK-TEMP-EQM-VERSAO-ORIG EQUAL WRK-TEMP-EQM-VERSAO-DEST
              MOVE WRK-MSG-VER-IGUAIS         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AS DUAS VERSOES PRECISAM EXISTIR NO CURSO -------
           MOVE WRK-TEMP-EQM-VERSAO-ORIG      TO WRK-VERSAO-PROCURADA
           PERFORM 0210-VERIFICAR-VERSAO.
           IF WRK-VERSAO-OK EQUAL "S"
              MOVE WRK-TEMP-EQM-VERSAO-DEST   TO WRK-VERSAO-PROCURADA
              PERFORM 0210-VERIFICAR-VERSAO
           END-IF.

           IF WRK-VERSAO-OK NOT EQUAL "S"
              MOVE WRK-MSG-VER-NAOENCONT      TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- CADA DISCIPLINA NA MATRIZ DA SUA VERSAO ---------
           MOVE WRK-TEMP-EQM-VERSAO-ORIG      TO WRK-VERSAO-PROCURADA
           MOVE WRK-TEMP-EQM-DISC-ORIG        TO WRK-DISC-PROCURADA
           PERFORM 0220-VERIFICAR-DISCIPLINA.
           IF WRK-DISC-OK EQUAL "S"
              MOVE WRK-TEMP-EQM-VERSAO-DEST   TO WRK-VERSAO-PROCURADA
              MOVE WRK-TEMP-EQM-DISC-DEST     TO WRK-DISC-PROCURADA
              PERFORM 0220-VERIFICAR-DISCIPLINA
           END-IF.

           IF WRK-DISC-OK NOT EQUAL "S"
              MOVE WRK-MSG-VER-FORAMATRIZ     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA

           MOVE WRK-TEMP-EQM-CURSO            TO ARQ-EQM-CURSO
           MOVE WRK-TEMP-EQM-VERSAO-ORIG      TO ARQ-EQM-VERSAO-ORIG
           MOVE WRK-TEMP-EQM-VERSAO-DEST      TO ARQ-EQM-VERSAO-DEST
           MOVE WRK-TEMP-EQM-DISC-ORIG        TO ARQ-EQM-DISC-ORIG
           MOVE WRK-TEMP-EQM-DISC-DEST        TO ARQ-EQM-DISC-DEST
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-EQM-DATA-CADASTRO
           MOVE LNK-OPERADOR                  TO ARQ-EQM-OPERADOR

           MOVE WRK-REGISTRO                  TO WRK-MSG
           WRITE ARQ-DADOS-EQUIVMAT
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
           END-WRITE.

           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VERIFICAR-VERSAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- A VERSAO PROCURADA EXISTE NO CURSO? A "01" EXISTE ---
      *----------- SEMPRE (E A PRIMEIRA VERSAO DE TODO CURSO) ----------

           MOVE "N"                           TO WRK-VERSAO-OK.

           IF  WRK-VERSAO-PROCURADA EQUAL "01"
               MOVE "S"                       TO WRK-VERSAO-OK
               GO TO 0210-VERIFICAR-VERSAO-99-FIM
           END-IF.

           IF  WRK-ABRIU-MATVERS NOT EQUAL "S"
               GO TO 0210-VERIFICAR-VERSAO-99-FIM
           END-IF.

           MOVE WRK-TEMP-EQM-CURSO            TO ARQ-MVE-CURSO
           MOVE WRK-VERSAO-PROCURADA          TO ARQ-MVE-VERSAO
           READ MATVERS KEY IS ARQ-MVE-CHAVE
               NOT INVALID KEY
                   MOVE "S"                   TO WRK-VERSAO-OK
           END-READ.

      *-----------------------------------------------------------------
       0210-VERIFICAR-VERSAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-VERIFICAR-DISCIPLINA                               SECTION.
      *-----------------------------------------------------------------
      *----------- A DISCIPLINA ESTA EM ALGUM SEMESTRE DA MATRIZ DA ----
      *----------- VERSAO PROCURADA? -----------------------------------

           MOVE "N"                           TO WRK-DISC-OK.

           MOVE WRK-TEMP-EQM-CURSO            TO ARQ-MAT-CURSO
           MOVE WRK-VERSAO-PROCURADA          TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                    TO ARQ-MAT-SEMESTRE
                                                 ARQ-MAT-DISCIPLINA

           START MATRIZ KEY IS GREATER THAN OR EQUAL ARQ-MAT-CHAVE
               INVALID KEY
                   GO TO 0220-VERIFICAR-DISCIPLINA-99-FIM
           END-START.

           READ MATRIZ NEXT RECORD
               AT END
                   GO TO 0220-VERIFICAR-DISCIPLINA-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR ARQ-MAT-CURSO  NOT EQUAL WRK-TEMP-EQM-CURSO
                      OR ARQ-MAT-VERSAO NOT EQUAL WRK-VERSAO-PROCURADA
                      OR WRK-DISC-OK EQUAL "S"

               IF  ARQ-MAT-DISCIPLINA EQUAL WRK-DISC-PROCURADA
                   MOVE "S"                   TO WRK-DISC-OK
               ELSE
                   READ MATRIZ NEXT RECORD
                       AT END
                           MOVE 9             TO FS-MATRIZ
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                         TO FS-MATRIZ.

      *-----------------------------------------------------------------
       0220-VERIFICAR-DISCIPLINA-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-EXCLUIR                                            SECTION.
      *-----------------------------------------------------------------
      *----------- EXCLUSAO DA EQUIVALENCIA PELA CHAVE ----------------

           READ EQUIVMAT KEY IS ARQ-EQM-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0240-EXCLUIR-99-FIM
           END-READ.

           MOVE ARQ-EQM-DISC-DEST             TO WRK-TEMP-EQM-DISC-DEST
           DISPLAY SCR-DADOS.

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0240-EXCLUIR-99-FIM
           END-IF.

           DELETE EQUIVMAT
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
               NOT INVALID KEY
                   MOVE WRK-REGISTRO          TO WRK-MSG
           END-DELETE.

           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0240-EXCLUIR-99-FIM                                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CURSOS.

             CLOSE  MATRIZ.

             IF  WRK-ABRIU-MATVERS EQUAL "S"
                 CLOSE MATVERS
             END-IF.

             CLOSE  EQUIVMAT.

              IF  FS-EQUIVMAT NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
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
