      *--- OBJETIVOS: CADASTRAR A MATRIZ CURRICULAR (ARQUIVO MATRIZ):
      *----    UMA LINHA POR DISCIPLINA QUE COMPOE CADA CURSO EM CADA
      *----    SEMESTRE, COM CURSO, SEMESTRE E DISCIPLINA VALIDADOS
      *----    NOS RESPECTIVOS CATALOGOS. A LINHA PERTENCE A UMA VERSAO
      *----    DA MATRIZ DO CURSO (EM BRANCO = "01"); CURSO COM VERSOES
      *----    CADASTRADAS (PROGMVER) SO ACEITA VERSAO EXISTENTE.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *---- SEMESTRES         I             BOKSEM
      *---- DISCIPLINAS       I             BOKDISC
      *---- MATRIZ            E             BOKMATR
      *---- MATVERS           I             BOKMVER
      *----
      *---------------------------------------------------

                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRIZ.

           SELECT MATVERS  ASSIGN TO WRK-PATH-MATVERS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MVE-CHAVE
                  FILE STATUS IS FS-MATVERS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------
       FD  MATRIZ.
       COPY "BOKMATR".

       FD  MATVERS.
       COPY "BOKMVER".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-MAT-CURSO        PIC X(15).
           05 WRK-TEMP-MAT-VERSAO       PIC X(02).
           05 WRK-TEMP-MAT-SEMESTRE     PIC X(02).
           05 WRK-TEMP-MAT-DISCIPLINA   PIC X(15).

       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-DISCIPLINAS               PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-MATVERS                   PIC 9(02).

      *--- "S" = MATVERS ABERTO (ARQUIVO OPCIONAL) ---------------------
       77  WRK-ABRIU-MATVERS            PIC X(01) VALUE "N".
      *--- "S" = O CURSO TEM ALGUMA VERSAO CADASTRADA ------------------
       77  WRK-CURSO-VERSIONADO         PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".
       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CURSO............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-MAT-CURSO.
           05 LINE  08 COLUMN 30 VALUE "VERSAO DA MATRIZ.".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-MAT-VERSAO.
           05 LINE  09 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-MAT-SEMESTRE.
           05 LINE  10 COLUMN 30 VALUE "DISCIPLINA.......".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-MAT-DISCIPLINA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
                GOBACK
            END-IF.

      *----------- VERSOES DA MATRIZ (OPCIONAL: SEM ARQUIVO, SO "01") --
            MOVE "N"                          TO WRK-ABRIU-MATVERS.

            OPEN INPUT MATVERS.

            IF  FS-MATVERS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MATVERS
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF WRK-TEMP-MAT-VERSAO   EQUAL SPACES
              MOVE "01"                       TO WRK-TEMP-MAT-VERSAO
           END-IF.

           PERFORM 0210-VALIDAR-VERSAO.

           IF WRK-MSG EQUAL WRK-MSG-VER-NAOENCONT
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-MAT-SEMESTRE EQUAL SPACES
              MOVE WRK-SEM-INC                TO WRK-MSG
              PERFORM 0900-MOSTRA
              WRK-OPCAO         EQUAL "s"

                MOVE WRK-TEMP-MAT-CURSO       TO ARQ-MAT-CURSO
                MOVE WRK-TEMP-MAT-VERSAO      TO ARQ-MAT-VERSAO
                MOVE WRK-TEMP-MAT-SEMESTRE    TO ARQ-MAT-SEMESTRE
                MOVE WRK-TEMP-MAT-DISCIPLINA  TO ARQ-MAT-DISCIPLINA

       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VALIDAR-VERSAO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CURSO SEM VERSAO CADASTRADA SO TEM A "01"; CURSO ----
      *----------- COM VERSOES SO ACEITA UMA VERSAO EXISTENTE ----------

           MOVE "N"                           TO WRK-CURSO-VERSIONADO.

           IF  WRK-ABRIU-MATVERS EQUAL "S"
               MOVE WRK-TEMP-MAT-CURSO        TO ARQ-MVE-CURSO
               MOVE LOW-VALUES                TO ARQ-MVE-VERSAO
               START MATVERS KEY IS GREATER THAN OR EQUAL
                     ARQ-MVE-CHAVE
                   INVALID KEY
                       MOVE 23                TO FS-MATVERS
               END-START
               IF  FS-MATVERS EQUAL ZEROS
                   READ MATVERS NEXT RECORD
                       AT END
                           MOVE 10            TO FS-MATVERS
                   END-READ
               END-IF
               IF  FS-MATVERS EQUAL ZEROS
               AND ARQ-MVE-CURSO EQUAL WRK-TEMP-MAT-CURSO
                   MOVE "S"                   TO WRK-CURSO-VERSIONADO
               END-IF
               MOVE ZEROS                     TO FS-MATVERS
           END-IF.

           IF  WRK-CURSO-VERSIONADO NOT EQUAL "S"
               IF  WRK-TEMP-MAT-VERSAO NOT EQUAL "01"
                   MOVE WRK-MSG-VER-NAOENCONT TO WRK-MSG
               END-IF
               GO TO 0210-VALIDAR-VERSAO-99-FIM
           END-IF.

           MOVE WRK-TEMP-MAT-CURSO            TO ARQ-MVE-CURSO
           MOVE WRK-TEMP-MAT-VERSAO           TO ARQ-MVE-VERSAO
           READ MATVERS KEY IS ARQ-MVE-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-VER-NAOENCONT TO WRK-MSG
           END-READ.

      *-----------------------------------------------------------------
       0210-VALIDAR-VERSAO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

             CLOSE  MATRIZ.

             IF  WRK-ABRIU-MATVERS EQUAL "S"
                 CLOSE MATVERS
             END-IF.

              IF  FS-MATRIZ NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
