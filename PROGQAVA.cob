       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGQAVA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER O BANCO DE QUESTOES DA AVALIACAO
      *----    INSTITUCIONAL (QUESTOES.dat): CODIGO, TEXTO E STATUS.
      *----    SO A QUESTAO ATIVA E PERGUNTADA AO ALUNO NO
      *----    AUTOATENDIMENTO (PROGAVRE). QUESTAO QUE JA TEM
      *----    RESPOSTA EM RESPAVAL.dat NAO PODE SER EXCLUIDA (O
      *----    RELATORIO PROGRAVA PRECISA DO TEXTO) - DEVE SER
      *----    INATIVADA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- QUESTOES          E             BOKQUES
      *---- RESPAVAL          I             BOKRAVA
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
           SELECT QUESTOES  ASSIGN TO WRK-PATH-QUESTOES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-QUE-COD
                  FILE STATUS IS FS-QUESTOES.

           SELECT RESPAVAL  ASSIGN TO WRK-PATH-RESPAVAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RESPAVAL.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  QUESTOES.
       COPY "BOKQUES".

       FD  RESPAVAL.
       COPY "BOKRAVA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-QUE-COD          PIC X(03).
           05 WRK-TEMP-QUE-TEXTO        PIC X(60).
           05 WRK-TEMP-QUE-STATUS       PIC X(10).

      *------------- VARIAVEIS DE STATUS
       77  FS-QUESTOES                  PIC 9(02).
       77  FS-RESPAVAL                  PIC 9(02).

      *--- "S" = QUESTAO JA RESPONDIDA EM ALGUMA AVALIACAO -------------
       77  WRK-QUESTAO-EMUSO            PIC X(01) VALUE SPACES.

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
           05 LINE  01 COLUMN 20 VALUE
                  "QUESTOES DA AVALIACAO INSTITUCIONAL"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 10 VALUE "CODIGO DA QUESTAO".
           05 LINE  07 COLUMN 30 USING WRK-TEMP-QUE-COD.
           05 LINE  08 COLUMN 10 VALUE "TEXTO............".
           05 LINE  09 COLUMN 10 USING WRK-TEMP-QUE-TEXTO.
           05 LINE  10 COLUMN 10 VALUE "STATUS...........".
           05 LINE  10 COLUMN 30 USING WRK-TEMP-QUE-STATUS.
           05 LINE  11 COLUMN 10 VALUE
                  "(ATIVA / INATIVA - O ALUNO DA NOTA DE 1 A 5)".
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
            OPEN I-O  QUESTOES.

            IF  FS-QUESTOES EQUAL 35
                OPEN OUTPUT QUESTOES
                CLOSE       QUESTOES
                OPEN I-O    QUESTOES
            END-IF.

            IF  FS-QUESTOES NOT EQUAL 0
                EVALUATE FS-QUESTOES
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
           IF WRK-TEMP-QUE-COD      EQUAL '999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-QUE-COD      EQUAL SPACES
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
                    IF WRK-TEMP-QUE-TEXTO      EQUAL SPACES
                       MOVE WRK-MSG-REG-INCOMPLETO TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       GO  TO  0200-PROCESSAR
                    END-IF

      *--------------- STATUS EM BRANCO VALE QUESTAO ATIVA -------------
                    IF WRK-TEMP-QUE-STATUS     EQUAL SPACES
                       MOVE "ATIVA"           TO WRK-TEMP-QUE-STATUS
                    END-IF

                    IF WRK-TEMP-QUE-STATUS NOT EQUAL "ATIVA"
                    AND WRK-TEMP-QUE-STATUS NOT EQUAL "INATIVA"
                       MOVE WRK-MSG-AVA-STATUS TO WRK-MSG
                       PERFORM 0900-MOSTRA
                       GO  TO  0200-PROCESSAR
                    END-IF

                    MOVE WRK-TEMP-QUE-COD     TO ARQ-QUE-COD
                    MOVE WRK-TEMP-QUE-TEXTO   TO ARQ-QUE-TEXTO
                    MOVE WRK-TEMP-QUE-STATUS  TO ARQ-QUE-STATUS

      *--------------- MESMO CODIGO E SUBSTITUIDO ----------------------
                    WRITE ARQ-DADOS-QUESTAO
                        INVALID KEY
                            REWRITE ARQ-DADOS-QUESTAO
                    END-WRITE

                    MOVE WRK-REGISTRO         TO WRK-MSG

               WHEN "E"
               WHEN "e"
      *--------------- QUESTAO JA RESPONDIDA NAO E EXCLUIDA ------------
                    PERFORM 0210-CONFERIR-USO
                    IF  WRK-QUESTAO-EMUSO EQUAL "S"
                        MOVE WRK-MSG-AVA-EMUSO TO WRK-MSG
                    ELSE
                        MOVE WRK-TEMP-QUE-COD TO ARQ-QUE-COD
                        DELETE QUESTOES RECORD
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
      *----------- VARRE AS RESPOSTAS PROCURANDO A QUESTAO -------------

           MOVE "N"                            TO WRK-QUESTAO-EMUSO

           OPEN INPUT RESPAVAL.

           IF  FS-RESPAVAL NOT EQUAL ZEROS
               GO TO 0210-CONFERIR-USO-99-FIM
           END-IF.

           READ RESPAVAL
               AT END
                   MOVE 9                      TO FS-RESPAVAL
           END-READ.

           PERFORM UNTIL FS-RESPAVAL NOT EQUAL ZEROS
                      OR WRK-QUESTAO-EMUSO EQUAL "S"

               IF  ARQ-RAV-QUESTAO EQUAL WRK-TEMP-QUE-COD
                   MOVE "S"                    TO WRK-QUESTAO-EMUSO
               END-IF

               READ RESPAVAL
                   AT END
                       MOVE 9                  TO FS-RESPAVAL
               END-READ

           END-PERFORM.

           CLOSE RESPAVAL.

           MOVE ZEROS                          TO FS-RESPAVAL.

      *-----------------------------------------------------------------
       0210-CONFERIR-USO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  QUESTOES.

              IF  FS-QUESTOES NOT EQUAL 0
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
