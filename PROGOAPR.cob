       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGOAPR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: LIBERACAO DAS ORDENS DE PAGAMENTO DE DEVOLUCAO
      *----    (ORDPAG.dat). O OPERADOR VE AS ORDENS PENDENTES, ESCOLHE
      *----    UMA E LIBERA OU REJEITA; QUEM REGISTROU A ORDEM NAO PODE
      *----    LIBERA-LA. A ORDEM LIBERADA SEGUE NO PROXIMO ARQUIVO DE
      *----    PAGAMENTOS (PROGOREM); A REJEITADA DEVOLVE O REEMBOLSO
      *----    OU O SALDO CREDOR RESERVADO. AS DUAS IDENTIDADES (QUEM
      *----    PEDIU E QUEM DECIDIU) VAO PARA AUDITORIA.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ORDPAG            I/O           BOKORDP
      *---- REEMBOLSO         I/O           BOKREMB
      *---- CREDITO           I/O           BOKCRED
      *---- AUDITORIA         E             BOKAUDIT
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
           SELECT ORDPAG  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDPAG.

           SELECT REEMBOLSO  ASSIGN TO WRK-PATH-REEMBOLSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REE-RM
                  FILE STATUS IS FS-REEMBOLSO.

           SELECT CREDITO  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CREDITO.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ORDPAG.
       COPY "BOKORDP".

       FD  REEMBOLSO.
       COPY "BOKREMB".

       FD  CREDITO.
       COPY "BOKCRED".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ORDPAG                    PIC 9(02).
       77  FS-REEMBOLSO                 PIC 9(02).
       77  FS-CREDITO                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA LIBERACAO ----------------------------
       77  WRK-ESCOLHA                  PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-TELA               PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z(05)9,99.

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
                  "LIBERACAO DE ORDENS DE PAGAMENTO"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 05 VALUE
              "NUM    RM     ORIG      VALOR MEIO FAVORECIDO".
           05 LINE  03 COLUMN 62 VALUE "SOLICIT.".

       01  SCR-ESCOLHA.
           05 LINE  20 COLUMN 09 VALUE
                  "NUMERO DA ORDEM (0 PARA SAIR): "
                              BACKGROUND-COLOR 2.
           05 LINE  20 COLUMN 41 USING WRK-ESCOLHA.

       01  SCR-OPCAO.
           05 LINE  21 COLUMN 9  VALUE
                  "LIBERAR (S) / REJEITAR (R) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  21 COLUMN 54 USING WRK-OPCAO.

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

      *----------- ABERTURA DAS ORDENS DE PAGAMENTO --------------------
            OPEN I-O ORDPAG.

            IF  FS-ORDPAG NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- SALDOS RESERVADOS PELAS ORDENS (I-O PARA DEVOLVER --
      *----------- A RESERVA NA REJEICAO) ------------------------------
            OPEN I-O REEMBOLSO.

            IF  FS-REEMBOLSO EQUAL 35
                OPEN OUTPUT REEMBOLSO
                CLOSE       REEMBOLSO
                OPEN I-O    REEMBOLSO
            END-IF.

            OPEN I-O CREDITO.

            IF  FS-CREDITO EQUAL 35
                OPEN OUTPUT CREDITO
                CLOSE       CREDITO
                OPEN I-O    CREDITO
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *----------- EXIBE AS ORDENS PENDENTES ---------------------------
           DISPLAY SCR-TELA
           PERFORM 0210-LISTAR-PENDENTES.

           IF  WRK-LINHA-TELA EQUAL 4
               MOVE WRK-MSG-VAZIO              TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *----------- ESCOLHA DA ORDEM ------------------------------------
           MOVE ZEROS                          TO WRK-ESCOLHA
           ACCEPT SCR-ESCOLHA.

           IF  WRK-ESCOLHA EQUAL ZEROS
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE WRK-ESCOLHA                    TO ARQ-ORD-NUMERO
           READ ORDPAG KEY IS ARQ-ORD-NUMERO
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  ARQ-ORD-STATUS NOT EQUAL "PENDENTE"
               MOVE WRK-MSG-REG-JAEXISTE       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- QUATRO OLHOS: QUEM REGISTROU NAO LIBERA A PROPRIA ---
      *----------- ORDEM -----------------------------------------------
           IF  ARQ-ORD-SOLICITANTE EQUAL LNK-OPERADOR
               MOVE WRK-MSG-SEM-PERMISSAO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE DECISAO ---------------------------------
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                   MOVE "APROVADO"             TO ARQ-ORD-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-ORD-APROVADOR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-ORD-DATA-APROV
                   REWRITE ARQ-DADOS-ORDPAG
                   PERFORM 0240-AUDITAR-DECISAO
                   MOVE WRK-REGISTRO           TO WRK-MSG
               WHEN "R"
               WHEN "r"
                   MOVE "REJEITADO"            TO ARQ-ORD-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-ORD-APROVADOR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-ORD-DATA-APROV
                   REWRITE ARQ-DADOS-ORDPAG
                   PERFORM 0220-LIBERAR-RESERVA
                   PERFORM 0240-AUDITAR-DECISAO
                   MOVE WRK-REGISTRO           TO WRK-MSG
               WHEN OTHER
                   MOVE WRK-SEMCONFIRM         TO WRK-MSG
           END-EVALUATE.

           PERFORM 0900-MOSTRA.
           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LISTAR-PENDENTES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- EXIBE NA TELA AS ORDENS PENDENTES -------------------

           MOVE 4                              TO WRK-LINHA-TELA
           MOVE LOW-VALUES                     TO ARQ-ORD-NUMERO

           START ORDPAG KEY IS GREATER THAN OR EQUAL ARQ-ORD-NUMERO
               INVALID KEY
                   GO TO 0210-LISTAR-PENDENTES-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   MOVE 9                      TO FS-ORDPAG
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS
                       OR WRK-LINHA-TELA GREATER 17

               IF  ARQ-ORD-STATUS EQUAL "PENDENTE"
                   MOVE ARQ-ORD-VALOR          TO WRK-VALOR-ED
                   DISPLAY ARQ-ORD-NUMERO
                           LINE WRK-LINHA-TELA COLUMN 05
                   DISPLAY ARQ-ORD-RM
                           LINE WRK-LINHA-TELA COLUMN 12
                   DISPLAY ARQ-ORD-ORIGEM
                           LINE WRK-LINHA-TELA COLUMN 20
                   DISPLAY WRK-VALOR-ED
                           LINE WRK-LINHA-TELA COLUMN 24
                   DISPLAY ARQ-ORD-MEIO
                           LINE WRK-LINHA-TELA COLUMN 35
                   DISPLAY ARQ-ORD-NOME (1:22)
                           LINE WRK-LINHA-TELA COLUMN 40
                   DISPLAY ARQ-ORD-SOLICITANTE
                           LINE WRK-LINHA-TELA COLUMN 64
                   ADD 1                       TO WRK-LINHA-TELA
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0210-LISTAR-PENDENTES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LIBERAR-RESERVA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- ORDEM REJEITADA: O REEMBOLSO OU O SALDO CREDOR -----
      *----------- VOLTA A FICAR LIVRE PARA NOVA ORDEM -----------------

           IF  ARQ-ORD-ORIGEM EQUAL "R"
               MOVE ARQ-ORD-RM                 TO ARQ-REE-RM
               READ REEMBOLSO KEY IS ARQ-REE-RM
                   INVALID KEY
                       GO TO 0220-LIBERAR-RESERVA-99-FIM
               END-READ
               IF  ARQ-REE-ORDEM EQUAL ARQ-ORD-NUMERO
                   MOVE ZEROS                  TO ARQ-REE-ORDEM
                   REWRITE ARQ-DADOS-REEMBOLSO
               END-IF
           ELSE
               MOVE ARQ-ORD-RM                 TO ARQ-CRE-RM
               READ CREDITO KEY IS ARQ-CRE-RM
                   INVALID KEY
                       GO TO 0220-LIBERAR-RESERVA-99-FIM
               END-READ
               IF  ARQ-CRE-ORDEM EQUAL ARQ-ORD-NUMERO
                   MOVE ZEROS                  TO ARQ-CRE-ORDEM
                   REWRITE ARQ-DADOS-CREDITO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       0220-LIBERAR-RESERVA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A DECISAO COM AS DUAS IDENTIDADES: QUEM -------
      *----------- PEDIU (ANTES) E QUEM DECIDIU (DEPOIS) ---------------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGOAPR"                     TO ARQ-AUD-PROGRAMA
           MOVE ARQ-ORD-STATUS                 TO ARQ-AUD-OPERACAO
           MOVE ARQ-ORD-RM                     TO ARQ-AUD-RM
           MOVE ARQ-ORD-NOME                   TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "SOLIC/APROV"                  TO ARQ-AUD-CAMPO
           MOVE ARQ-ORD-SOLICITANTE            TO ARQ-AUD-ANTES
           MOVE ARQ-ORD-APROVADOR              TO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ORDPAG.

              IF  FS-ORDPAG NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  REEMBOLSO.

             CLOSE  CREDITO.

             CLOSE  AUDITORIA.

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
