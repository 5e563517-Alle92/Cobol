       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCXAP.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CAIXA UNICA DE APROVACOES DO SUPERVISOR: LISTA
      *----    TODOS OS PEDIDOS "PENDENTE" DOS CINCO ARQUIVOS DE
      *----    QUATRO OLHOS - REAJUSTE (APROVAC.dat), BAIXA POR PERDA
      *----    (BAIXAS.dat), REVISAO DE NOTA (REVISAO.dat),
      *----    APROVEITAMENTO DE ESTUDOS (EQUIVAL.dat) E RENOVACAO DE
      *----    BOLSA (BOLSAREN.dat) - COM O SOLICITANTE, A DATA, OS
      *----    DIAS EM ESPERA E O VALOR OU DETALHE DO PEDIDO. O PEDIDO
      *----    DO PROPRIO OPERADOR SAI MARCADO COM "*" (OUTRO
      *----    SUPERVISOR DEVE DECIDIR). A OPCAO ESCOLHIDA ABRE O
      *----    PROGRAMA DE DECISAO DO TIPO (PROGAPRV, PROGBXAP,
      *----    PROGRVNA, PROGEQUI OU PROGBLSA) E, NA VOLTA, A CAIXA
      *----    E REMONTADA. O ACOMPANHAMENTO SEMANAL FICA NO PROGMAPR.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- APROVAC           I             BOKAPRO
      *---- BAIXAS            I             BOKBXA
      *---- REVISAO           I             BOKREV
      *---- EQUIVAL           I             BOKEQUI
      *---- BOLSAREN          I             BOKBREN
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
           SELECT APROVAC  ASSIGN TO WRK-PATH-APROVAC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-APR-NUMERO
                  FILE STATUS IS FS-APROVAC.

           SELECT BAIXAS  ASSIGN TO WRK-PATH-BAIXAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BXA-NUMERO
                  FILE STATUS IS FS-BAIXAS.

           SELECT REVISAO  ASSIGN TO WRK-PATH-REVISAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REV-NUMERO
                  FILE STATUS IS FS-REVISAO.

           SELECT EQUIVAL  ASSIGN TO WRK-PATH-EQUIVAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EQU-NUMERO
                  FILE STATUS IS FS-EQUIVAL.

           SELECT BOLSAREN  ASSIGN TO WRK-PATH-BOLSAREN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BRE-NUMERO
                  FILE STATUS IS FS-BOLSAREN.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  APROVAC.
       COPY "BOKAPRO".

       FD  BAIXAS.
       COPY "BOKBXA".

       FD  REVISAO.
       COPY "BOKREV".

       FD  EQUIVAL.
       COPY "BOKEQUI".

       FD  BOLSAREN.
       COPY "BOKBREN".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-APROVAC                   PIC 9(02).
       77  FS-BAIXAS                    PIC 9(02).
       77  FS-REVISAO                   PIC 9(02).
       77  FS-EQUIVAL                   PIC 9(02).
       77  FS-BOLSAREN                  PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PEDIDO PENDENTE NO FORMATO COMUM DA CAIXA ---------
       01  WRK-ITEM.
           05 WRK-ITEM-TIPO             PIC X(10).
           05 WRK-ITEM-NUMERO           PIC 9(06).
           05 WRK-ITEM-REFERENCIA       PIC X(16).
           05 WRK-ITEM-SOLICITANTE      PIC X(08).
           05 WRK-ITEM-DATA-SOLIC       PIC X(14).
           05 WRK-ITEM-DETALHE          PIC X(12).

      *------------- VARIAVEIS DA CAIXA --------------------------------
       77  WRK-ESCOLHA                  PIC 9(01) VALUE ZEROS.
       77  WRK-LINHA-TELA               PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z(05)9,99.
       77  WRK-NOTA-ED                  PIC Z9,99.
       77  WRK-DATA-EDIT                PIC X(10) VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                     PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-ED                  PIC ZZZZ9.
       77  WRK-MARCA                    PIC X(01) VALUE SPACES.

      *------------- TOTAIS DA CAIXA POR TIPO --------------------------
       01  WRK-TOTAIS.
           05 WRK-QTD-REAJUSTE          PIC 9(03) VALUE ZEROS.
           05 WRK-QTD-BAIXA             PIC 9(03) VALUE ZEROS.
           05 WRK-QTD-REVISAO           PIC 9(03) VALUE ZEROS.
           05 WRK-QTD-EQUIVAL           PIC 9(03) VALUE ZEROS.
           05 WRK-QTD-BOLSA             PIC 9(03) VALUE ZEROS.
           05 WRK-MAIOR-ESPERA          PIC 9(05) VALUE ZEROS.

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
           05 LINE  01 COLUMN 25 VALUE
                  "CAIXA DE APROVACOES PENDENTES"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 02 VALUE "TIPO".
           05 LINE  03 COLUMN 13 VALUE "PEDIDO".
           05 LINE  03 COLUMN 20 VALUE "REFERENCIA".
           05 LINE  03 COLUMN 37 VALUE "SOLICIT.".
           05 LINE  03 COLUMN 46 VALUE "DATA".
           05 LINE  03 COLUMN 57 VALUE "DIAS".
           05 LINE  03 COLUMN 62 VALUE "VALOR/DETALHE".

       01  SCR-TOTAIS.
           05 LINE  17 COLUMN 02 VALUE
                  "* = PEDIDO SEU - OUTRO SUPERVISOR DECIDE".
           05 LINE  17 COLUMN 50 VALUE "MAIOR ESPERA (DIAS):".
           05 LINE  17 COLUMN 71 FROM  WRK-MAIOR-ESPERA.
           05 LINE  18 COLUMN 02 VALUE "REAJUSTE".
           05 LINE  18 COLUMN 11 FROM  WRK-QTD-REAJUSTE.
           05 LINE  18 COLUMN 16 VALUE "BAIXA".
           05 LINE  18 COLUMN 22 FROM  WRK-QTD-BAIXA.
           05 LINE  18 COLUMN 27 VALUE "REVISAO".
           05 LINE  18 COLUMN 35 FROM  WRK-QTD-REVISAO.
           05 LINE  18 COLUMN 40 VALUE "EQUIVAL.".
           05 LINE  18 COLUMN 49 FROM  WRK-QTD-EQUIVAL.
           05 LINE  18 COLUMN 54 VALUE "BOLSA".
           05 LINE  18 COLUMN 60 FROM  WRK-QTD-BOLSA.

       01  SCR-ESCOLHA.
           05 LINE  20 COLUMN 02 VALUE
                  "ABRIR: 1-REAJUSTE 2-BAIXA 3-REVISAO 4-EQUIVAL. "
                              BACKGROUND-COLOR 2.
           05 LINE  20 COLUMN 49 VALUE
                  "5-BOLSA 0-SAIR : "
                              BACKGROUND-COLOR 2.
           05 LINE  20 COLUMN 66 USING WRK-ESCOLHA.

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
      *----------- OS ARQUIVOS SAO ABERTOS E FECHADOS A CADA MONTAGEM -
      *----------- DA CAIXA: O PROGRAMA DE DECISAO CHAMADO OS ABRE ----
      *----------- EM I-O ----------------------------------------------

           MOVE ZEROS                          TO WRK-ESCOLHA.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           INITIALIZE WRK-TOTAIS.
           MOVE 4                              TO WRK-LINHA-TELA.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HORA(1:8))).

           DISPLAY SCR-TELA.

           PERFORM 0210-LISTAR-REAJUSTES.
           PERFORM 0215-LISTAR-BAIXAS.
           PERFORM 0220-LISTAR-REVISOES.
           PERFORM 0225-LISTAR-EQUIVALENCIAS.
           PERFORM 0230-LISTAR-BOLSAS.

           DISPLAY SCR-TOTAIS.

           IF  WRK-QTD-REAJUSTE EQUAL ZEROS
           AND WRK-QTD-BAIXA    EQUAL ZEROS
           AND WRK-QTD-REVISAO  EQUAL ZEROS
           AND WRK-QTD-EQUIVAL  EQUAL ZEROS
           AND WRK-QTD-BOLSA    EQUAL ZEROS
               MOVE WRK-MSG-APV-NENHUMA        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- ESCOLHA DO PROGRAMA DE DECISAO ----------------------
           MOVE ZEROS                          TO WRK-ESCOLHA
           ACCEPT SCR-ESCOLHA.

           EVALUATE WRK-ESCOLHA
               WHEN 0
                   GO TO 0200-PROCESSAR-99-FIM
               WHEN 1
                   CALL "PROGAPRV" USING LNK-OPERADOR
               WHEN 2
                   CALL "PROGBXAP" USING LNK-OPERADOR
               WHEN 3
                   CALL "PROGRVNA" USING LNK-OPERADOR
               WHEN 4
                   CALL "PROGEQUI" USING LNK-OPERADOR
               WHEN 5
                   CALL "PROGBLSA" USING LNK-OPERADOR
               WHEN OTHER
                   MOVE WRK-MSG-OPCAO-ERRO     TO WRK-MSG
                   PERFORM 0900-MOSTRA
           END-EVALUATE.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LISTAR-REAJUSTES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- REAJUSTES DE MENSALIDADE (PROGREPR / PROGAPRV) ------

           OPEN INPUT APROVAC.

           IF  FS-APROVAC NOT EQUAL ZEROS
               GO TO 0210-LISTAR-REAJUSTES-99-FIM
           END-IF.

           READ APROVAC NEXT RECORD
               AT END
                   MOVE 9                      TO FS-APROVAC
           END-READ.

           PERFORM UNTIL FS-APROVAC NOT EQUAL ZEROS

               IF  ARQ-APR-STATUS EQUAL "PENDENTE"
                   MOVE "REAJUSTE"             TO WRK-ITEM-TIPO
                   MOVE ARQ-APR-NUMERO         TO WRK-ITEM-NUMERO
                   MOVE ARQ-APR-CURSO          TO WRK-ITEM-REFERENCIA
                   MOVE ARQ-APR-SOLICITANTE    TO WRK-ITEM-SOLICITANTE
                   MOVE ARQ-APR-DATA-SOLIC     TO WRK-ITEM-DATA-SOLIC
                   MOVE ARQ-APR-VALOR          TO WRK-VALOR-ED
                   MOVE SPACES                 TO WRK-ITEM-DETALHE
                   STRING "R$" WRK-VALOR-ED
                          DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
                   ADD 1                       TO WRK-QTD-REAJUSTE
                   PERFORM 0250-EXIBIR-ITEM
               END-IF

               READ APROVAC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-APROVAC
               END-READ

           END-PERFORM.

           CLOSE APROVAC.

      *-----------------------------------------------------------------
       0210-LISTAR-REAJUSTES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-LISTAR-BAIXAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- BAIXAS POR PERDA (PROGBXPD / PROGBXAP) --------------

           OPEN INPUT BAIXAS.

           IF  FS-BAIXAS NOT EQUAL ZEROS
               GO TO 0215-LISTAR-BAIXAS-99-FIM
           END-IF.

           READ BAIXAS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-BAIXAS
           END-READ.

           PERFORM UNTIL FS-BAIXAS NOT EQUAL ZEROS

               IF  ARQ-BXA-STATUS EQUAL "PENDENTE"
                   MOVE "BAIXA"                TO WRK-ITEM-TIPO
                   MOVE ARQ-BXA-NUMERO         TO WRK-ITEM-NUMERO
                   MOVE SPACES                 TO WRK-ITEM-REFERENCIA
                   STRING "RM " ARQ-BXA-RM " " ARQ-BXA-COMPETENCIA
                          DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
                   MOVE ARQ-BXA-SOLICITANTE    TO WRK-ITEM-SOLICITANTE
                   MOVE ARQ-BXA-DATA-SOLIC     TO WRK-ITEM-DATA-SOLIC
                   MOVE ARQ-BXA-VALOR          TO WRK-VALOR-ED
                   MOVE SPACES                 TO WRK-ITEM-DETALHE
                   STRING "R$" WRK-VALOR-ED
                          DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
                   ADD 1                       TO WRK-QTD-BAIXA
                   PERFORM 0250-EXIBIR-ITEM
               END-IF

               READ BAIXAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BAIXAS
               END-READ

           END-PERFORM.

           CLOSE BAIXAS.

      *-----------------------------------------------------------------
       0215-LISTAR-BAIXAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LISTAR-REVISOES                                    SECTION.
      *-----------------------------------------------------------------
      *----------- REVISOES DE NOTA (PROGRVNP / PROGRVNA) --------------

           OPEN INPUT REVISAO.

           IF  FS-REVISAO NOT EQUAL ZEROS
               GO TO 0220-LISTAR-REVISOES-99-FIM
           END-IF.

           READ REVISAO NEXT RECORD
               AT END
                   MOVE 9                      TO FS-REVISAO
           END-READ.

           PERFORM UNTIL FS-REVISAO NOT EQUAL ZEROS

               IF  ARQ-REV-STATUS EQUAL "PENDENTE"
                   MOVE "REVISAO"              TO WRK-ITEM-TIPO
                   MOVE ARQ-REV-NUMERO         TO WRK-ITEM-NUMERO
                   MOVE SPACES                 TO WRK-ITEM-REFERENCIA
                   STRING "RM " ARQ-REV-RM " " ARQ-REV-DISCIPLINA
                          DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
                   MOVE ARQ-REV-SOLICITANTE    TO WRK-ITEM-SOLICITANTE
                   MOVE ARQ-REV-DATA-SOLIC     TO WRK-ITEM-DATA-SOLIC
                   MOVE ARQ-REV-VALOR-PROPOSTO TO WRK-NOTA-ED
                   MOVE SPACES                 TO WRK-ITEM-DETALHE
                   STRING "NOTA " WRK-NOTA-ED
                          DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
                   ADD 1                       TO WRK-QTD-REVISAO
                   PERFORM 0250-EXIBIR-ITEM
               END-IF

               READ REVISAO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REVISAO
               END-READ

           END-PERFORM.

           CLOSE REVISAO.

      *-----------------------------------------------------------------
       0220-LISTAR-REVISOES-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-LISTAR-EQUIVALENCIAS                               SECTION.
      *-----------------------------------------------------------------
      *----------- APROVEITAMENTO DE ESTUDOS (PROGEQUI) ----------------

           OPEN INPUT EQUIVAL.

           IF  FS-EQUIVAL NOT EQUAL ZEROS
               GO TO 0225-LISTAR-EQUIVALENCIAS-99-FIM
           END-IF.

           READ EQUIVAL NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EQUIVAL
           END-READ.

           PERFORM UNTIL FS-EQUIVAL NOT EQUAL ZEROS

               IF  ARQ-EQU-STATUS EQUAL "PENDENTE"
                   MOVE "EQUIVAL."             TO WRK-ITEM-TIPO
                   MOVE ARQ-EQU-NUMERO         TO WRK-ITEM-NUMERO
                   MOVE SPACES                 TO WRK-ITEM-REFERENCIA
                   STRING "RM " ARQ-EQU-RM " " ARQ-EQU-DISC-INTERNA
                          DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
                   MOVE ARQ-EQU-SOLICITANTE    TO WRK-ITEM-SOLICITANTE
                   MOVE ARQ-EQU-DATA-SOLIC     TO WRK-ITEM-DATA-SOLIC
                   MOVE SPACES                 TO WRK-ITEM-DETALHE
                   STRING "HORAS " ARQ-EQU-HORAS
                          DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
                   ADD 1                       TO WRK-QTD-EQUIVAL
                   PERFORM 0250-EXIBIR-ITEM
               END-IF

               READ EQUIVAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EQUIVAL
               END-READ

           END-PERFORM.

           CLOSE EQUIVAL.

      *-----------------------------------------------------------------
       0225-LISTAR-EQUIVALENCIAS-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LISTAR-BOLSAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- RENOVACOES DE BOLSA (PROGBLSR / PROGBLSA) -----------

           OPEN INPUT BOLSAREN.

           IF  FS-BOLSAREN NOT EQUAL ZEROS
               GO TO 0230-LISTAR-BOLSAS-99-FIM
           END-IF.

           READ BOLSAREN NEXT RECORD
               AT END
                   MOVE 9                      TO FS-BOLSAREN
           END-READ.

           PERFORM UNTIL FS-BOLSAREN NOT EQUAL ZEROS

               IF  ARQ-BRE-STATUS EQUAL "PENDENTE"
                   MOVE "BOLSA"                TO WRK-ITEM-TIPO
                   MOVE ARQ-BRE-NUMERO         TO WRK-ITEM-NUMERO
                   MOVE SPACES                 TO WRK-ITEM-REFERENCIA
                   STRING "RM " ARQ-BRE-RM " SEM " ARQ-BRE-SEMESTRE
                          DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
                   MOVE ARQ-BRE-SOLICITANTE    TO WRK-ITEM-SOLICITANTE
                   MOVE ARQ-BRE-DATA-SOLIC     TO WRK-ITEM-DATA-SOLIC
                   MOVE ARQ-BRE-PROPOSTA       TO WRK-ITEM-DETALHE
                   ADD 1                       TO WRK-QTD-BOLSA
                   PERFORM 0250-EXIBIR-ITEM
               END-IF

               READ BOLSAREN NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BOLSAREN
               END-READ

           END-PERFORM.

           CLOSE BOLSAREN.

      *-----------------------------------------------------------------
       0230-LISTAR-BOLSAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-EXIBIR-ITEM                                        SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA DA CAIXA; TELA CHEIA PEDE ENTER E --------
      *----------- CONTINUA NUMA TELA NOVA -----------------------------

           IF  WRK-LINHA-TELA GREATER 16
               MOVE WRK-MSG-APV-MAIS           TO WRK-MSG
               PERFORM 0900-MOSTRA
               MOVE SPACES                     TO WRK-MSG
               DISPLAY SCR-TELA
               MOVE 4                          TO WRK-LINHA-TELA
           END-IF.

      *----------- DIAS EM ESPERA DESDE A DATA DO PEDIDO ---------------
           MOVE ZEROS                          TO WRK-DIAS
           IF  WRK-ITEM-DATA-SOLIC(1:8) IS NUMERIC
           AND WRK-ITEM-DATA-SOLIC(1:8) GREATER "16010101"
               COMPUTE WRK-DIAS = WRK-HOJE-INT -
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WRK-ITEM-DATA-SOLIC(1:8)))
           END-IF.

           IF  WRK-DIAS GREATER WRK-MAIOR-ESPERA
               MOVE WRK-DIAS                   TO WRK-MAIOR-ESPERA
           END-IF.

           MOVE WRK-DIAS                       TO WRK-DIAS-ED.

           MOVE SPACES                         TO WRK-DATA-EDIT
           STRING WRK-ITEM-DATA-SOLIC(7:2) "/"
                  WRK-ITEM-DATA-SOLIC(5:2) "/"
                  WRK-ITEM-DATA-SOLIC(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-EDIT.

      *----------- PEDIDO DO PROPRIO OPERADOR: QUATRO OLHOS ------------
           IF  WRK-ITEM-SOLICITANTE EQUAL LNK-OPERADOR
               MOVE "*"                        TO WRK-MARCA
           ELSE
               MOVE SPACES                     TO WRK-MARCA
           END-IF.

           DISPLAY WRK-ITEM-TIPO
                   LINE WRK-LINHA-TELA COLUMN 02
           DISPLAY WRK-ITEM-NUMERO
                   LINE WRK-LINHA-TELA COLUMN 13
           DISPLAY WRK-ITEM-REFERENCIA
                   LINE WRK-LINHA-TELA COLUMN 20
           DISPLAY WRK-ITEM-SOLICITANTE
                   LINE WRK-LINHA-TELA COLUMN 37
           DISPLAY WRK-DATA-EDIT
                   LINE WRK-LINHA-TELA COLUMN 46
           DISPLAY WRK-DIAS-ED
                   LINE WRK-LINHA-TELA COLUMN 56
           DISPLAY WRK-ITEM-DETALHE
                   LINE WRK-LINHA-TELA COLUMN 62
           DISPLAY WRK-MARCA
                   LINE WRK-LINHA-TELA COLUMN 76.

           ADD 1                               TO WRK-LINHA-TELA.

      *-----------------------------------------------------------------
       0250-EXIBIR-ITEM-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                          TO WRK-ESCOLHA.

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
