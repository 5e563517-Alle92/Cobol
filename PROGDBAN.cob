       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDBAN.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RESOLUCAO DAS DIFERENCAS DA CONCILIACAO BANCARIA
      *----    (REGISTROS DIVERGENTE EM DEPBANCO.dat, GRAVADOS PELO
      *----    PROGCBAN: CREDITO DO EXTRATO SEM ESPERADO OU DEPOSITO
      *----    ESPERADO QUE NAO CHEGOU). MOSTRA AS DIFERENCAS EM
      *----    ABERTO E ENCERRA A ESCOLHIDA COMO RESOLVIDO, COM O
      *----    MOTIVO OBRIGATORIO, A DATA E O OPERADOR.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- DEPBANCO         I-O            BOKDBAN
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
           SELECT DEPBANCO  ASSIGN TO WRK-PATH-DEPBANCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DBC-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-DBC-ORIGEM-CHAVE
                      WITH DUPLICATES
                  FILE STATUS IS FS-DEPBANCO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  DEPBANCO.
       COPY "BOKDBAN".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-DEPBANCO                  PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-LINHA                    PIC 9(02) VALUE ZEROS.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- DADOS DA RESOLUCAO --------------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-NUMERO           PIC 9(08).
           05 WRK-TEMP-MOTIVO           PIC X(40).

      *------------- CAMPOS EDITADOS PARA A TELA -----------------------
       77  WRK-DATA-ED                  PIC X(10) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC Z(09)9,99.

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
           05 LINE  01 COLUMN 22 VALUE
                  "DIFERENCAS DA CONCILIACAO BANCARIA"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 09 VALUE
                  "NUMERO   ORIGEM     DATA               VALOR".

       01  SCR-DADOS.
           05 LINE  15 COLUMN 09 VALUE "NUMERO DA DIFERENCA".
           05 LINE  15 COLUMN 30 USING WRK-TEMP-NUMERO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "NUMERO 99999999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-DIFERENCA.
           05 LINE  16 COLUMN 09 VALUE "ORIGEM...........".
           05 LINE  16 COLUMN 30 FROM  ARQ-DBC-ORIGEM.
           05 LINE  16 COLUMN 42 FROM  WRK-DATA-ED.
           05 LINE  16 COLUMN 54 FROM  WRK-VALOR-ED.
           05 LINE  17 COLUMN 09 VALUE "REFERENCIA.......".
           05 LINE  17 COLUMN 30 FROM  ARQ-DBC-REFERENCIA.
           05 LINE  17 COLUMN 47 FROM  ARQ-DBC-HISTORICO.

       01  SCR-MOTIVO.
           05 LINE  18 COLUMN 09 VALUE "MOTIVO...........".
           05 LINE  18 COLUMN 30 USING WRK-TEMP-MOTIVO.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 09
               VALUE "CONFIRMA A RESOLUCAO? (S/N) : ".
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

      *----------- ABERTURA DA CONCILIACAO BANCARIA --------------------
            OPEN I-O DEPBANCO.

            IF  FS-DEPBANCO NOT EQUAL 0
                EVALUATE FS-DEPBANCO
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

           DISPLAY SCR-TELA
           PERFORM 0210-LISTAR-DIFERENCAS
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF WRK-TEMP-NUMERO EQUAL 99999999
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE WRK-TEMP-NUMERO               TO ARQ-DBC-NUMERO
           READ DEPBANCO KEY IS ARQ-DBC-NUMERO
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  ARQ-DBC-STATUS NOT EQUAL "DIVERGENTE"
               MOVE WRK-MSG-REG-JAEXISTE      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- DADOS DA DIFERENCA NA TELA --------------------------
           MOVE SPACES                        TO WRK-DATA-ED
           STRING ARQ-DBC-DATA(7:2) "/" ARQ-DBC-DATA(5:2) "/"
                  ARQ-DBC-DATA(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-ED
           MOVE ARQ-DBC-VALOR                 TO WRK-VALOR-ED
           DISPLAY SCR-DIFERENCA.

           MOVE SPACES                        TO WRK-MSG
           ACCEPT SCR-MOTIVO.

      *----------- SEM MOTIVO A DIFERENCA NAO PODE SER ENCERRADA -------
           IF  WRK-TEMP-MOTIVO EQUAL SPACES
               MOVE WRK-MSG-MOTIVO-INC        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           MOVE SPACES                        TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------

           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE "RESOLVIDO"                   TO ARQ-DBC-STATUS
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-DBC-DATA-RESOLUCAO
           MOVE LNK-OPERADOR                  TO ARQ-DBC-OPERADOR
           MOVE WRK-TEMP-MOTIVO               TO ARQ-DBC-MOTIVO
           REWRITE ARQ-DADOS-DEPBANCO.

           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LISTAR-DIFERENCAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- MOSTRA AS PRIMEIRAS DIFERENCAS EM ABERTO ------------

           MOVE 4                              TO WRK-LINHA

           MOVE LOW-VALUES                     TO ARQ-DBC-NUMERO

           START DEPBANCO KEY IS GREATER THAN OR EQUAL ARQ-DBC-NUMERO
               INVALID KEY
                   GO TO 0210-LISTAR-DIFERENCAS-99-FIM
           END-START.

           READ DEPBANCO NEXT RECORD
               AT END
                   GO TO 0210-LISTAR-DIFERENCAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-DEPBANCO NOT EQUAL ZEROS
                      OR WRK-LINHA GREATER 13

               IF  ARQ-DBC-STATUS EQUAL "DIVERGENTE"
                   MOVE SPACES                 TO WRK-DATA-ED
                   STRING ARQ-DBC-DATA(7:2) "/" ARQ-DBC-DATA(5:2) "/"
                          ARQ-DBC-DATA(1:4)
                          DELIMITED BY SIZE INTO WRK-DATA-ED
                   MOVE ARQ-DBC-VALOR          TO WRK-VALOR-ED
                   DISPLAY ARQ-DBC-NUMERO
                           LINE WRK-LINHA COLUMN 09
                   DISPLAY ARQ-DBC-ORIGEM
                           LINE WRK-LINHA COLUMN 18
                   DISPLAY WRK-DATA-ED
                           LINE WRK-LINHA COLUMN 29
                   DISPLAY WRK-VALOR-ED
                           LINE WRK-LINHA COLUMN 40
                   ADD 1                       TO WRK-LINHA
               END-IF

               READ DEPBANCO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPBANCO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPBANCO.

      *-----------------------------------------------------------------
       0210-LISTAR-DIFERENCAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  DEPBANCO.

              IF  FS-DEPBANCO NOT EQUAL 0
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
