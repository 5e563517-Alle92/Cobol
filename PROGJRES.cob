       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGJRES.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: REGISTRO DA RESPOSTA DO ALUNO A NOTIFICACAO DE
      *----    JUBILAMENTO. LOCALIZA PELO RM A NOTIFICACAO MAIS RECENTE
      *----    AINDA ABERTA EM JUBILAM.dat (GRAVADA PELO PROGJUBI) E,
      *----    CONFIRMADA A RESPOSTA, MARCA-A COMO RESPONDIDA COM A
      *----    DATA E O OPERADOR. NOTIFICACAO JA VENCIDA NAO RECEBE
      *----    RESPOSTA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- JUBILAM           I/O           BOKJUBI
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT JUBILAM  ASSIGN TO WRK-PATH-JUBILAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-JUB-CHAVE
                  FILE STATUS IS FS-JUBILAM.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  JUBILAM.
       COPY "BOKJUBI".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-JUBILAM                   PIC 9(02).

       77  WRK-FLAG-ENCONTRADO          PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HORA                PIC X(21).

      *------------- CHAVE DA NOTIFICACAO ABERTA MAIS RECENTE ----------
       77  WRK-CHAVE-ABERTA             PIC X(12) VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE "RESPOSTA AO JUBILAMENTO"
                  BACKGROUND-COLOR 3.

       01  SCR-RM.
           05 LINE  07 COLUMN 30 VALUE "RM...............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-RM.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM...............".
           05 LINE  07 COLUMN 60 FROM  ARQ-JUB-RM.
           05 LINE  08 COLUMN 30 VALUE "NOME ALUNO.......".
           05 LINE  08 COLUMN 60 FROM  ARQ-NOMEALUNO.
           05 LINE  09 COLUMN 30 VALUE "NOTIFICADO EM....".
           05 LINE  09 COLUMN 60 FROM  ARQ-JUB-DATA.
           05 LINE  10 COLUMN 30 VALUE "LISTA............".
           05 LINE  10 COLUMN 60 FROM  ARQ-JUB-LISTA.
           05 LINE  11 COLUMN 30 VALUE "MOTIVO...........".
           05 LINE  11 COLUMN 60 FROM  ARQ-JUB-MOTIVO.
           05 LINE  12 COLUMN 30 VALUE "SEM. CURSADOS....".
           05 LINE  12 COLUMN 60 FROM  ARQ-JUB-SEM-DECORRIDOS.
           05 LINE  13 COLUMN 30 VALUE "PRAZO MAXIMO.....".
           05 LINE  13 COLUMN 60 FROM  ARQ-JUB-SEM-MAXIMO.
           05 LINE  14 COLUMN 30 VALUE "DISCIPLINA.......".
           05 LINE  14 COLUMN 60 FROM  ARQ-JUB-DISCIPLINA.
           05 LINE  15 COLUMN 30 VALUE "REPROVACOES......".
           05 LINE  15 COLUMN 60 FROM  ARQ-JUB-QTD-REPROV.
           05 LINE  16 COLUMN 30 VALUE "RESPONDER ATE....".
           05 LINE  16 COLUMN 60 FROM  ARQ-JUB-PRAZO-RESPOSTA.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA RESPOSTA (S/N)? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 35 USING WRK-OPCAO.

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

      *----------- ABERTURA DO ARQUIVO
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                EVALUATE FS-ALUNOS
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

      *----------- SEM NOTIFICACOES GRAVADAS NAO HA O QUE RESPONDER ----
            OPEN I-O JUBILAM.

            IF  FS-JUBILAM NOT EQUAL 0
                MOVE WRK-MSG-JUB-NAOABERTA    TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE LOCALIZACAO DO REGISTRO -----------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-RM.

           IF WRK-TEMP-RM  EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-RM  EQUAL SPACES
               MOVE WRK-RM-INC                TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-RM                   TO ARQ-RM

           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           PERFORM 0210-LOCALIZAR-ABERTA.

           IF WRK-FLAG-ENCONTRADO NOT EQUAL 1
               MOVE WRK-MSG-JUB-NAOABERTA     TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-CHAVE-ABERTA              TO ARQ-JUB-CHAVE
           READ JUBILAM KEY IS ARQ-JUB-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-JUB-NAOABERTA TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           DISPLAY SCR-DADOS.
           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE "RESPONDIDA"                  TO ARQ-JUB-STATUS
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-JUB-DATA-RESPOSTA
           MOVE LNK-OPERADOR                  TO ARQ-JUB-OPER-RESPOSTA

           REWRITE ARQ-DADOS-JUBILAMENTO
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-REWRITE.

           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LOCALIZAR-ABERTA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- AS NOTIFICACOES DO RM ESTAO EM ORDEM DE DATA; FICA -
      *----------- A ULTIMA ABERTA -------------------------------------

           MOVE ZEROS                          TO WRK-FLAG-ENCONTRADO
           MOVE ARQ-RM                         TO ARQ-JUB-RM
           MOVE LOW-VALUES                     TO ARQ-JUB-DATA

           START JUBILAM KEY IS GREATER THAN OR EQUAL ARQ-JUB-CHAVE
               INVALID KEY
                   GO TO 0210-LOCALIZAR-ABERTA-99-FIM
           END-START.

           READ JUBILAM NEXT RECORD
               AT END
                   GO TO 0210-LOCALIZAR-ABERTA-99-FIM
           END-READ.

           PERFORM UNTIL FS-JUBILAM NOT EQUAL ZEROS
                      OR ARQ-JUB-RM NOT EQUAL ARQ-RM

               IF  ARQ-JUB-STATUS EQUAL "ABERTA"
                   MOVE 1                      TO WRK-FLAG-ENCONTRADO
                   MOVE ARQ-JUB-CHAVE          TO WRK-CHAVE-ABERTA
               END-IF

               READ JUBILAM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-JUBILAM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-JUBILAM.

      *-----------------------------------------------------------------
       0210-LOCALIZAR-ABERTA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  JUBILAM.

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
