       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGREQF.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: FILA DE REQUERIMENTOS POR SETOR. LISTA OS
      *----    PROTOCOLOS NAO ENCERRADOS DO SETOR INFORMADO (EM BRANCO
      *----    = TODOS), MARCANDO COM "*" OS DE PRAZO VENCIDO, E
      *----    MOVIMENTA UM PROTOCOLO: A = ASSUMIR/EM ANDAMENTO,
      *----    D = DEFERIR, I = INDEFERIR, C = CANCELAR. O OPERADOR QUE
      *----    MOVIMENTA PASSA A SER O RESPONSAVEL; DEFERIMENTO E
      *----    INDEFERIMENTO EXIGEM RESPOSTA. CADA MOVIMENTO GERA UMA
      *----    LINHA EM REQHIST.dat. PROTOCOLO EM AGUARDTAXA SO ANDA
      *----    QUANDO A COBRANCA DA TAXA (MENSALID.dat) ESTA PAGA: A
      *----    FILA CONFIRMA O PAGAMENTO, PASSA O PROTOCOLO A ABERTO E
      *----    CALCULA O PRAZO EM DIAS UTEIS A PARTIR DA BAIXA
      *----    (PROGDUSM). O CANCELAMENTO NAO MEXE NA COBRANCA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- REQUERIM         I/O            BOKREQ
      *---- REQHIST          I/O            BOKREQH
      *---- TIPOREQ           I             BOKTREQ
      *---- MENSALID          I             BOKMENS
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
           SELECT REQUERIM  ASSIGN TO WRK-PATH-REQUERIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REQ-PROTOCOLO
                  ALTERNATE RECORD KEY IS ARQ-REQ-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-REQUERIM.

           SELECT REQHIST  ASSIGN TO WRK-PATH-REQHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RQH-CHAVE
                  FILE STATUS IS FS-REQHIST.

           SELECT TIPOREQ  ASSIGN TO WRK-PATH-TIPOREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRQ-COD
                  FILE STATUS IS FS-TIPOREQ.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  REQUERIM.
       COPY "BOKREQ".

       FD  REQHIST.
       COPY "BOKREQH".

       FD  TIPOREQ.
       COPY "BOKTREQ".

       FD  MENSALID.
       COPY "BOKMENS".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-SETOR            PIC X(12).
           05 WRK-TEMP-PROTOCOLO        PIC 9(08).
           05 WRK-TEMP-ACAO             PIC X(01).
           05 WRK-TEMP-RESPOSTA         PIC X(60).

      *------------- VARIAVEIS DE STATUS
       77  FS-REQUERIM                  PIC 9(02).
       77  FS-REQHIST                   PIC 9(02).
       77  FS-TIPOREQ                   PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA FILA ---------------------------------
       77  WRK-LINHA-TELA               PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-FILA                 PIC 9(04) VALUE ZEROS.
       77  WRK-ATRASO                   PIC X(01) VALUE SPACES.
       77  WRK-PRAZO-ED                 PIC X(10) VALUE SPACES.

      *------------- DATAS, PRAZO E HISTORICO --------------------------
       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-DATA-HOJE                PIC X(08) VALUE SPACES.
       77  WRK-DATA-BASE                PIC X(08) VALUE SPACES.
       77  WRK-SLA-DIAS                 PIC 9(03) VALUE ZEROS.
       77  WRK-PRAZO                    PIC X(08) VALUE SPACES.
       77  WRK-HIST-OBS                 PIC X(40) VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE "FILA DE REQUERIMENTOS"
                  BACKGROUND-COLOR 3.

       01  SCR-SETOR.
           05 LINE  03 COLUMN 30 VALUE "SETOR (BRANCO = TODOS)".
           05 LINE  03 COLUMN 60 USING WRK-TEMP-SETOR.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-CABECALHO.
           05 LINE  04 COLUMN 05 VALUE "PROTOCOLO".
           05 LINE  04 COLUMN 15 VALUE "RM".
           05 LINE  04 COLUMN 21 VALUE "TIPO".
           05 LINE  04 COLUMN 27 VALUE "SITUACAO".
           05 LINE  04 COLUMN 39 VALUE "PRAZO".
           05 LINE  04 COLUMN 52 VALUE "OPERADOR".
           05 LINE  04 COLUMN 61 VALUE "SETOR".

       01  SCR-ACAO.
           05 LINE  17 COLUMN 05 VALUE "PROTOCOLO (ZERO = VOLTAR)".
           05 LINE  17 COLUMN 32 USING WRK-TEMP-PROTOCOLO.
           05 LINE  17 COLUMN 42 VALUE "ACAO (A/D/I/C)".
           05 LINE  17 COLUMN 58 USING WRK-TEMP-ACAO.
           05 LINE  18 COLUMN 05 VALUE "RESPOSTA".
           05 LINE  19 COLUMN 05 USING WRK-TEMP-RESPOSTA.
           05 LINE  21 COLUMN 09 VALUE
                  "A=ANDAMENTO D=DEFERIR I=INDEFERIR C=CANCELAR"
                       BACKGROUND-COLOR 3.

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

      *----------- PROTOCOLOS E HISTORICO (CRIA SE AINDA NAO EXISTE) ---
            OPEN I-O REQUERIM.

            IF  FS-REQUERIM EQUAL 35
                OPEN OUTPUT REQUERIM
                CLOSE       REQUERIM
                OPEN I-O    REQUERIM
            END-IF.

            OPEN I-O REQHIST.

            IF  FS-REQHIST EQUAL 35
                OPEN OUTPUT REQHIST
                CLOSE       REQHIST
                OPEN I-O    REQHIST
            END-IF.

      *----------- CATALOGO E COBRANCAS SOMENTE PARA CONSULTA ----------
            OPEN INPUT TIPOREQ.

            IF  FS-TIPOREQ EQUAL 35
                OPEN OUTPUT TIPOREQ
                CLOSE       TIPOREQ
                OPEN INPUT  TIPOREQ
            END-IF.

            OPEN INPUT MENSALID.

            IF  FS-MENSALID EQUAL 35
                OPEN OUTPUT MENSALID
                CLOSE       MENSALID
                OPEN INPUT  MENSALID
            END-IF.

            IF  FS-REQUERIM NOT EQUAL 0
            OR  FS-REQHIST  NOT EQUAL 0
            OR  FS-TIPOREQ  NOT EQUAL 0
            OR  FS-MENSALID NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- ESCOLHA DO SETOR --------------------------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-SETOR.

           IF WRK-TEMP-SETOR(1:4) EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-SETOR)
                                              TO WRK-TEMP-SETOR
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)            TO WRK-DATA-HOJE.

      *--------------- LISTA DA FILA -----------------------------------
           DISPLAY SCR-TELA
           DISPLAY SCR-CABECALHO
           PERFORM 0210-LISTAR-FILA.

           IF  WRK-QTD-FILA EQUAL ZEROS
               MOVE WRK-MSG-REQ-FILAVAZIA     TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- MOVIMENTO DE UM PROTOCOLO -----------------------
           MOVE ZEROS                         TO WRK-TEMP-PROTOCOLO
           MOVE SPACES                        TO WRK-TEMP-ACAO
                                                 WRK-TEMP-RESPOSTA
           ACCEPT SCR-ACAO.

           IF  WRK-TEMP-PROTOCOLO EQUAL ZEROS
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-PROTOCOLO            TO ARQ-REQ-PROTOCOLO
           READ REQUERIM KEY IS ARQ-REQ-PROTOCOLO
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  WRK-TEMP-SETOR NOT EQUAL SPACES
           AND ARQ-REQ-SETOR  NOT EQUAL WRK-TEMP-SETOR
               MOVE WRK-MSG-REQ-OUTROSETOR    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  ARQ-REQ-STATUS EQUAL "DEFERIDO"
           OR  ARQ-REQ-STATUS EQUAL "INDEFERIDO"
           OR  ARQ-REQ-STATUS EQUAL "CANCELADO"
               MOVE WRK-MSG-REQ-ENCERRADO     TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-ACAO)
                                              TO WRK-TEMP-ACAO

           IF  WRK-TEMP-ACAO NOT EQUAL "A"
           AND WRK-TEMP-ACAO NOT EQUAL "D"
           AND WRK-TEMP-ACAO NOT EQUAL "I"
           AND WRK-TEMP-ACAO NOT EQUAL "C"
               MOVE WRK-MSG-REQ-SITUACAO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- TAXA: CONFIRMA O PAGAMENTO ANTES DE ANDAR -------
           IF  ARQ-REQ-STATUS EQUAL "AGUARDTAXA"
               PERFORM 0220-VERIFICAR-TAXA
           END-IF.

           IF  ARQ-REQ-STATUS EQUAL "AGUARDTAXA"
           AND WRK-TEMP-ACAO  NOT EQUAL "C"
               MOVE WRK-MSG-REQ-TAXAPEND      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  (WRK-TEMP-ACAO EQUAL "D" OR WRK-TEMP-ACAO EQUAL "I")
           AND WRK-TEMP-RESPOSTA EQUAL SPACES
               MOVE WRK-MSG-REQ-RESPINC       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- NOVA SITUACAO DO PROTOCOLO ----------------------
           EVALUATE WRK-TEMP-ACAO
               WHEN "A"
                   MOVE "ANDAMENTO"           TO ARQ-REQ-STATUS
               WHEN "D"
                   MOVE "DEFERIDO"            TO ARQ-REQ-STATUS
               WHEN "I"
                   MOVE "INDEFERIDO"          TO ARQ-REQ-STATUS
               WHEN "C"
                   MOVE "CANCELADO"           TO ARQ-REQ-STATUS
           END-EVALUATE.

           MOVE LNK-OPERADOR                  TO ARQ-REQ-OPERADOR

           IF  WRK-TEMP-ACAO NOT EQUAL "A"
               MOVE WRK-DATA-HOJE             TO ARQ-REQ-DATA-CONCLUSAO
           END-IF.

           IF  WRK-TEMP-RESPOSTA NOT EQUAL SPACES
               MOVE WRK-TEMP-RESPOSTA         TO ARQ-REQ-RESPOSTA
               MOVE WRK-TEMP-RESPOSTA(1:40)   TO WRK-HIST-OBS
           ELSE
               MOVE "ASSUMIDO PELO SETOR"     TO WRK-HIST-OBS
           END-IF.

           PERFORM 0230-GRAVAR-HISTORICO.

           REWRITE ARQ-DADOS-REQUERIM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
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
       0210-LISTAR-FILA                                        SECTION.
      *-----------------------------------------------------------------
      *----------- PROTOCOLOS NAO ENCERRADOS DO SETOR, EM ORDEM DE -----
      *----------- ABERTURA (ATE 12 NA TELA, CONTA TODOS) --------------

           MOVE 5                              TO WRK-LINHA-TELA
           MOVE ZEROS                          TO WRK-QTD-FILA
           MOVE ZEROS                          TO ARQ-REQ-PROTOCOLO

           START REQUERIM KEY IS GREATER THAN OR EQUAL ARQ-REQ-PROTOCOLO
               INVALID KEY
                   GO TO 0210-LISTAR-FILA-99-FIM
           END-START.

           READ REQUERIM NEXT RECORD
               AT END
                   GO TO 0210-LISTAR-FILA-99-FIM
           END-READ.

           PERFORM UNTIL FS-REQUERIM NOT EQUAL ZEROS

               IF  (ARQ-REQ-STATUS EQUAL "AGUARDTAXA"
               OR   ARQ-REQ-STATUS EQUAL "ABERTO"
               OR   ARQ-REQ-STATUS EQUAL "ANDAMENTO")
               AND (WRK-TEMP-SETOR EQUAL SPACES
               OR   ARQ-REQ-SETOR  EQUAL WRK-TEMP-SETOR)
                   ADD 1                       TO WRK-QTD-FILA
                   IF  WRK-LINHA-TELA LESS 17
                       PERFORM 0215-MOSTRAR-LINHA
                   END-IF
               END-IF

               READ REQUERIM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REQUERIM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-REQUERIM.

      *-----------------------------------------------------------------
       0210-LISTAR-FILA-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-MOSTRAR-LINHA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA DA FILA; "*" = PRAZO JA VENCIDO -----------

           MOVE SPACES                         TO WRK-PRAZO-ED
                                                  WRK-ATRASO

           IF  ARQ-REQ-PRAZO NOT EQUAL SPACES
               STRING ARQ-REQ-PRAZO(7:2) "/" ARQ-REQ-PRAZO(5:2) "/"
                      ARQ-REQ-PRAZO(1:4)
                      DELIMITED BY SIZE INTO WRK-PRAZO-ED
               IF  ARQ-REQ-PRAZO LESS WRK-DATA-HOJE
                   MOVE "*"                    TO WRK-ATRASO
               END-IF
           END-IF.

           DISPLAY ARQ-REQ-PROTOCOLO LINE WRK-LINHA-TELA COLUMN 05.
           DISPLAY ARQ-REQ-RM        LINE WRK-LINHA-TELA COLUMN 15.
           DISPLAY ARQ-REQ-TIPO      LINE WRK-LINHA-TELA COLUMN 21.
           DISPLAY ARQ-REQ-STATUS    LINE WRK-LINHA-TELA COLUMN 27.
           DISPLAY WRK-PRAZO-ED      LINE WRK-LINHA-TELA COLUMN 39.
           DISPLAY WRK-ATRASO        LINE WRK-LINHA-TELA COLUMN 50.
           DISPLAY ARQ-REQ-OPERADOR  LINE WRK-LINHA-TELA COLUMN 52.
           DISPLAY ARQ-REQ-SETOR     LINE WRK-LINHA-TELA COLUMN 61.

           ADD 1                               TO WRK-LINHA-TELA.

      *-----------------------------------------------------------------
       0215-MOSTRAR-LINHA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-VERIFICAR-TAXA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCA DA TAXA PAGA: PROTOCOLO VAI PARA ABERTO ----
      *----------- E O PRAZO PASSA A CORRER DA DATA DA BAIXA -----------

           MOVE ARQ-REQ-COBRANCA               TO ARQ-MEN-NUMERO
           READ MENSALID KEY IS ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0220-VERIFICAR-TAXA-99-FIM
           END-READ.

           IF  ARQ-MEN-STATUS NOT EQUAL "PAGO"
               GO TO 0220-VERIFICAR-TAXA-99-FIM
           END-IF.

           IF  ARQ-MEN-DATA-BAIXA NOT EQUAL SPACES
               MOVE ARQ-MEN-DATA-BAIXA         TO WRK-DATA-BASE
           ELSE
               MOVE WRK-DATA-HOJE              TO WRK-DATA-BASE
           END-IF.

           MOVE ZEROS                          TO WRK-SLA-DIAS
           MOVE ARQ-REQ-TIPO                   TO ARQ-TRQ-COD
           READ TIPOREQ KEY IS ARQ-TRQ-COD
               NOT INVALID KEY
                   MOVE ARQ-TRQ-SLA-DIAS       TO WRK-SLA-DIAS
           END-READ.

           CALL "PROGDUSM" USING WRK-DATA-BASE, WRK-SLA-DIAS,
                WRK-PRAZO
           MOVE WRK-PRAZO                      TO ARQ-REQ-PRAZO
           MOVE "ABERTO"                       TO ARQ-REQ-STATUS

           MOVE SPACES                         TO WRK-HIST-OBS
           STRING "TAXA PAGA EM " WRK-DATA-BASE(7:2) "/"
                  WRK-DATA-BASE(5:2) "/" WRK-DATA-BASE(1:4)
                  DELIMITED BY SIZE INTO WRK-HIST-OBS
           PERFORM 0230-GRAVAR-HISTORICO.

           REWRITE ARQ-DADOS-REQUERIM.

      *-----------------------------------------------------------------
       0220-VERIFICAR-TAXA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-GRAVAR-HISTORICO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PROXIMA LINHA DO HISTORICO COM A SITUACAO ATUAL -----

           ADD 1                               TO ARQ-REQ-ULT-SEQ
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA

           INITIALIZE ARQ-DADOS-REQHIST
           MOVE ARQ-REQ-PROTOCOLO              TO ARQ-RQH-PROTOCOLO
           MOVE ARQ-REQ-ULT-SEQ                TO ARQ-RQH-SEQ
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-RQH-DATAHORA
           MOVE ARQ-REQ-STATUS                 TO ARQ-RQH-STATUS
           MOVE LNK-OPERADOR                   TO ARQ-RQH-OPERADOR
           MOVE WRK-HIST-OBS                   TO ARQ-RQH-OBS
           WRITE ARQ-DADOS-REQHIST.

      *-----------------------------------------------------------------
       0230-GRAVAR-HISTORICO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  REQUERIM.

              IF  FS-REQUERIM NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  REQHIST.

             CLOSE  TIPOREQ.

             CLOSE  MENSALID.

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
