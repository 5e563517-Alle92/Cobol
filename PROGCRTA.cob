       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCRTA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CADASTRO DOS CARTOES DE ACESSO DAS CATRACAS:
      *----    INCLUSAO (I) DO CARTAO ENTREGUE A UM ALUNO E EXCLUSAO
      *----    (E) DO CARTAO DEVOLVIDO OU PERDIDO. UM CARTAO PERTENCE
      *----    A UM SO RM; O ALUNO PODE TER MAIS DE UM. O PROGCATR
      *----    USA ESTE CADASTRO PARA TRADUZIR O LOG DAS CATRACAS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- CARTOES          I/O            BOKCRTA
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

           SELECT CARTOES  ASSIGN TO WRK-PATH-CARTOES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRT-CARTAO
                  FILE STATUS IS FS-CARTOES.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  CARTOES.
       COPY "BOKCRTA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CRT-ACAO         PIC X(01).
           05 WRK-TEMP-CRT-CARTAO       PIC X(10).
           05 WRK-TEMP-CRT-RM           PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-CARTOES                   PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

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
           05 LINE  01 COLUMN 26 VALUE "CARTOES DE ACESSO (CATRACAS)"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "ACAO (I/E).......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CRT-ACAO.
           05 LINE  08 COLUMN 30 VALUE "CARTAO...........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-CRT-CARTAO.
           05 LINE  09 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CRT-RM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-ALUNO.
           05 LINE  10 COLUMN 30 VALUE "NOME.............".
           05 LINE  10 COLUMN 60 FROM  ARQ-NOMEALUNO.

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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
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

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  CARTOES.

            IF  FS-CARTOES EQUAL 35
                OPEN OUTPUT CARTOES
                CLOSE       CARTOES
                OPEN I-O    CARTOES
            END-IF.

            IF  FS-CARTOES NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-CRT-CARTAO (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-CRT-ACAO)
                                              TO WRK-TEMP-CRT-ACAO.

           IF WRK-TEMP-CRT-ACAO NOT EQUAL "I"
           AND WRK-TEMP-CRT-ACAO NOT EQUAL "E"
              MOVE WRK-MSG-OPCAO-ERRO         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CRT-CARTAO      EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CRT-CARTAO           TO ARQ-CRT-CARTAO

      *--------------- EXCLUSAO: BASTA O CARTAO EXISTIR ----------------
           IF WRK-TEMP-CRT-ACAO EQUAL "E"
              PERFORM 0240-EXCLUIR
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-CRT-RM          EQUAL SPACES
              MOVE WRK-RM-INC                 TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CRT-RM               TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           DISPLAY SCR-ALUNO.

      *--------------- O CARTAO NAO PODE ESTAR COM OUTRO ALUNO ---------
           READ CARTOES KEY IS ARQ-CRT-CARTAO
               NOT INVALID KEY
                   IF  ARQ-CRT-RM EQUAL WRK-TEMP-CRT-RM
                       MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
                   ELSE
                       MOVE WRK-MSG-CRT-OUTROALUNO TO WRK-MSG
                   END-IF
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

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

           MOVE WRK-TEMP-CRT-CARTAO           TO ARQ-CRT-CARTAO
           MOVE WRK-TEMP-CRT-RM               TO ARQ-CRT-RM
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-CRT-DATA-CADASTRO
           MOVE LNK-OPERADOR                  TO ARQ-CRT-OPERADOR

           MOVE WRK-REGISTRO                  TO WRK-MSG
           WRITE ARQ-DADOS-CARTAO
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
           END-WRITE.

           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-EXCLUIR                                            SECTION.
      *-----------------------------------------------------------------
      *----------- EXCLUSAO DO CARTAO DEVOLVIDO OU PERDIDO -------------

           READ CARTOES KEY IS ARQ-CRT-CARTAO
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0240-EXCLUIR-99-FIM
           END-READ.

           MOVE ARQ-CRT-RM                    TO WRK-TEMP-CRT-RM
                                                 ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE SPACES                TO ARQ-NOMEALUNO
           END-READ.

           DISPLAY SCR-DADOS
           DISPLAY SCR-ALUNO.

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0240-EXCLUIR-99-FIM
           END-IF.

           DELETE CARTOES
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
             CLOSE  ALUNOS.

             CLOSE  CARTOES.

              IF  FS-CARTOES NOT EQUAL 0
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
