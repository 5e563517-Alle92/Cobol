       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGSALA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER O CADASTRO DE SALAS (SALAS.dat): CODIGO,
      *----    CAMPUS, CAPACIDADE E TIPO. A GRADE HORARIA (PROGHCAD)
      *----    SO ALOCA SALA CADASTRADA AQUI, E A SALA QUE AINDA TEM
      *----    AULA NA GRADE NAO PODE SER EXCLUIDA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- SALAS             E             BOKSALA
      *---- HORARIO           I             BOKHORA
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
           SELECT SALAS  ASSIGN TO WRK-PATH-SALAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SAL-COD
                  FILE STATUS IS FS-SALAS.

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

       FD  SALAS.
       COPY "BOKSALA".

       FD  HORARIO.
       COPY "BOKHORA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-SAL-COD          PIC X(10).
           05 WRK-TEMP-SAL-CAMPUS       PIC X(15).
           05 WRK-TEMP-SAL-CAPACIDADE   PIC 9(04) VALUE ZEROS.
           05 WRK-TEMP-SAL-TIPO         PIC X(12).

      *------------- VARIAVEIS DE STATUS
       77  FS-SALAS                     PIC 9(02).
       77  FS-HORARIO                   PIC 9(02).

      *--- "S" = GRADE HORARIA ABERTA (SEM ELA NENHUMA SALA ESTA EM ----
      *--- USO) --------------------------------------------------------
       77  WRK-ABRIU-HORARIO            PIC X(01) VALUE "N".
       77  WRK-SALA-EMUSO               PIC X(01) VALUE SPACES.

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
           05 LINE  01 COLUMN 29 VALUE "CADASTRO DE SALAS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CODIGO DA SALA...".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-SAL-COD.
           05 LINE  08 COLUMN 30 VALUE "CAMPUS...........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-SAL-CAMPUS.
           05 LINE  09 COLUMN 30 VALUE "CAPACIDADE.......".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-SAL-CAPACIDADE.
           05 LINE  10 COLUMN 30 VALUE "TIPO (SALA/LAB..)".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-SAL-TIPO.
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

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  SALAS.

            IF  FS-SALAS EQUAL 35
                OPEN OUTPUT SALAS
                CLOSE       SALAS
                OPEN I-O    SALAS
            END-IF.

            IF  FS-SALAS NOT EQUAL 0
                EVALUATE FS-SALAS
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

      *----------- GRADE HORARIA (SOMENTE LEITURA; PODE NAO EXISTIR) ---
            MOVE "N"                           TO WRK-ABRIU-HORARIO
            OPEN INPUT HORARIO.

            IF  FS-HORARIO EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-HORARIO
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
           IF WRK-TEMP-SAL-COD (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-SAL-COD      EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                    IF WRK-TEMP-SAL-CAMPUS     EQUAL SPACES
                    OR WRK-TEMP-SAL-TIPO       EQUAL SPACES
                    OR WRK-TEMP-SAL-CAPACIDADE EQUAL ZEROS
                       MOVE WRK-MSG-REG-INCOMPLETO TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       GO  TO  0200-PROCESSAR
                    END-IF

                    MOVE WRK-TEMP-SAL-COD     TO ARQ-SAL-COD
                    MOVE WRK-TEMP-SAL-CAMPUS  TO ARQ-SAL-CAMPUS
                    MOVE WRK-TEMP-SAL-CAPACIDADE
                                              TO ARQ-SAL-CAPACIDADE
                    MOVE WRK-TEMP-SAL-TIPO    TO ARQ-SAL-TIPO

      *--------------- MESMO CODIGO E SUBSTITUIDO ----------------------
                    WRITE ARQ-DADOS-SALA
                        INVALID KEY
                            REWRITE ARQ-DADOS-SALA
                    END-WRITE

                    MOVE WRK-REGISTRO         TO WRK-MSG

               WHEN "E"
               WHEN "e"
      *--------------- SALA COM AULA NA GRADE NAO E EXCLUIDA -----------
                    PERFORM 0210-CONFERIR-USO
                    IF  WRK-SALA-EMUSO EQUAL "S"
                        MOVE WRK-MSG-SALA-EMUSO TO WRK-MSG
                    ELSE
                        MOVE WRK-TEMP-SAL-COD TO ARQ-SAL-COD
                        DELETE SALAS RECORD
                            INVALID KEY
                                MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                            NOT INVALID KEY
                                MOVE WRK-REGISTRO TO WRK-MSG
                        END-DELETE
                    END-IF

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
       0210-CONFERIR-USO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE A GRADE HORARIA PROCURANDO AULA NA SALA -------

           MOVE "N"                            TO WRK-SALA-EMUSO

           IF  WRK-ABRIU-HORARIO NOT EQUAL "S"
               GO TO 0210-CONFERIR-USO-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-HOR-CHAVE

           START HORARIO KEY IS GREATER THAN OR EQUAL ARQ-HOR-CHAVE
               INVALID KEY
                   GO TO 0210-CONFERIR-USO-99-FIM
           END-START.

           READ HORARIO NEXT RECORD
               AT END
                   GO TO 0210-CONFERIR-USO-99-FIM
           END-READ.

           PERFORM UNTIL FS-HORARIO NOT EQUAL ZEROS
                      OR WRK-SALA-EMUSO EQUAL "S"

               IF  ARQ-HOR-SALA EQUAL WRK-TEMP-SAL-COD
                   MOVE "S"                    TO WRK-SALA-EMUSO
               END-IF

               IF  WRK-SALA-EMUSO NOT EQUAL "S"
                   READ HORARIO NEXT RECORD
                       AT END
                           MOVE 9              TO FS-HORARIO
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORARIO.

      *-----------------------------------------------------------------
       0210-CONFERIR-USO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  SALAS.

              IF  FS-SALAS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-HORARIO EQUAL "S"
                 CLOSE HORARIO
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
