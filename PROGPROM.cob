       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGPROM.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: APURACAO DIARIA DAS PROMESSAS DE PAGAMENTO
      *----    REGISTRADAS NOS CONTATOS DE COBRANCA (COBCONT.dat,
      *----    PROGCCOB). PARA CADA PROMESSA ABERTA, SOMA OS RECIBOS
      *----    DO RM EM PAGAMENTOS.dat (PG MENOS ES) DESDE A DATA DO
      *----    CONTATO ATE A DATA PROMETIDA: ATINGIDO O VALOR, A
      *----    PROMESSA E CUMPRIDA; VENCIDA A DATA SEM O VALOR, E
      *----    QUEBRADA E ENTRA NA LISTA DE RETORNO DO DIA SEGUINTE
      *----    (RETORNO_COBRANCA_). DEVE SER AGENDADA TODA NOITE
      *----    (JOBS.dat).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- COBCONT          I-O            BOKCCOB
      *---- PAGAMENTOS        I             BOKPAG
      *---- RETCOB            O              ----
      *---- OPLOG             E             BOKOPLOG
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
           SELECT COBCONT  ASSIGN TO WRK-PATH-COBCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CCT-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-CCT-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-COBCONT.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT RETCOB ASSIGN TO WRK-PATH-RETCOB
                  FILE STATUS IS FS-RETCOB.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  COBCONT.
       COPY "BOKCCOB".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

      *-------------------- AREA DA LISTA DE RETORNO DE COBRANCA -------
       FD  RETCOB.

       01  ARQ-RETCOB                   PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-COBCONT                   PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-RETCOB                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEL DO NOME DO ARQUIVO GERADO ----------------
       77  WRK-PATH-RETCOB              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- CONTROLE DA APURACAO ------------------------------
       77  WRK-HOJE                     PIC X(08) VALUE SPACES.
       77  WRK-AMANHA                   PIC 9(08) VALUE ZEROS.
      *--- FIM DA JANELA DE RECEBIMENTO: A DATA PROMETIDA OU, ANTES ----
      *--- DELA, O DIA DE HOJE -----------------------------------------
       77  WRK-LIMITE                   PIC X(08) VALUE SPACES.
       77  WRK-RECEBIDO                 PIC S9(07)V99 VALUE ZEROS.

      *------------- CONTADORES DA APURACAO ----------------------------
       77  WRK-QTD-APURADAS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CUMPRIDAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-QUEBRADAS            PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DA LISTA DE RETORNO ------------------------
       01  WRK-CABECALHO-RET.
           05 FILLER                    PIC X(33) VALUE
                  "RM     PAGADOR".
           05 FILLER                    PIC X(16) VALUE "TELEFONE".
           05 FILLER                    PIC X(11) VALUE "PROMETIDO".
           05 FILLER                    PIC X(11) VALUE "     VALOR".
           05 FILLER                    PIC X(08) VALUE "OPERADOR".

       01  WRK-LINHA-RETORNO.
           05 WRK-LR-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-PAGADOR            PIC X(25).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-TELEFONE           PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-PROM-DATA          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-PROM-VALOR-ED      PIC Z(06)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-OPERADOR           PIC X(08).

       01  WRK-LINHA-TOTAL-RET.
           05 FILLER                    PIC X(20)
                                VALUE "PROMESSAS QUEBRADAS.".
           05 WRK-LT-QUEBRADAS-ED       PIC ZZZZZ9.

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
                  "APURACAO DAS PROMESSAS DE PAGAMENTO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "APURAR AS PROMESSAS DE PAGAMENTO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 50 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "PROMESSAS APURADAS...".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-APURADAS.
           05 LINE  13 COLUMN 30 VALUE "CUMPRIDAS............".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-CUMPRIDAS.
           05 LINE  14 COLUMN 30 VALUE "QUEBRADAS............".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-QUEBRADAS.

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

      *----------- ABERTURA DOS CONTATOS (I-O PARA MARCAR A PROMESSA) --
            OPEN I-O COBCONT.

      *------ ARQUIVO AINDA NAO EXISTE: CRIA VAZIO ---------------------
            IF  FS-COBCONT EQUAL 35
                OPEN OUTPUT COBCONT
                CLOSE       COBCONT
                OPEN I-O    COBCONT
            END-IF.

            IF  FS-COBCONT NOT EQUAL 0
                EVALUATE FS-COBCONT
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

      *----------- ABERTURA DOS RECIBOS (SOMENTE LEITURA) --------------
            OPEN INPUT PAGAMENTOS.

            IF  FS-PAGAMENTOS EQUAL 35
                OPEN OUTPUT PAGAMENTOS
                CLOSE       PAGAMENTOS
                OPEN INPUT  PAGAMENTOS
            END-IF.

            IF  FS-PAGAMENTOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE COBCONT
                GOBACK
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE CONFIRMACAO -----------------------------
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-HOJE
           COMPUTE WRK-AMANHA =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WRK-HOJE)) + 1).

      *------------- MONTA NOME DA LISTA COM DATA/HORA DA GERACAO ------
           STRING FUNCTION TRIM(WRK-PATH-BASE) "RETORNO_COBRANCA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RETCOB

           OPEN OUTPUT RETCOB.

           MOVE SPACES                         TO ARQ-RETCOB
           STRING "RETORNO DE COBRANCA PARA "
                  WRK-AMANHA(7:2) "/" WRK-AMANHA(5:2) "/"
                  WRK-AMANHA(1:4) " - PROMESSAS QUEBRADAS"
                  DELIMITED BY SIZE INTO ARQ-RETCOB
           WRITE ARQ-RETCOB.

           MOVE WRK-CABECALHO-RET              TO ARQ-RETCOB
           WRITE ARQ-RETCOB.

      *--------------------- AREA DE VARREDURA DOS CONTATOS ------------
           PERFORM 0205-VARRER-CONTATOS.

           MOVE WRK-QTD-QUEBRADAS              TO WRK-LT-QUEBRADAS-ED
           MOVE WRK-LINHA-TOTAL-RET            TO ARQ-RETCOB
           WRITE ARQ-RETCOB.

           CLOSE RETCOB.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGPROM"                     TO ARQ-LOG-PROGRAMA
           MOVE "APURACAO DE PROMESSAS"        TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-QUEBRADAS              TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RETCOB                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-VARRER-CONTATOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- SO AS PROMESSAS AINDA ABERTAS SAO APURADAS ----------

           MOVE LOW-VALUES                     TO ARQ-CCT-NUMERO

           START COBCONT KEY IS GREATER THAN OR EQUAL ARQ-CCT-NUMERO
               INVALID KEY
                   GO TO 0205-VARRER-CONTATOS-99-FIM
           END-START.

           READ COBCONT NEXT RECORD
               AT END
                   GO TO 0205-VARRER-CONTATOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-COBCONT NOT EQUAL ZEROS

               IF  ARQ-CCT-PROM-STATUS EQUAL "ABERTA"
                   PERFORM 0210-APURAR-PROMESSA
               END-IF

               READ COBCONT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COBCONT
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COBCONT.

      *-----------------------------------------------------------------
       0205-VARRER-CONTATOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-APURAR-PROMESSA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA O RECEBIDO NA JANELA DA PROMESSA E DECIDE: -----
      *----------- CUMPRIDA, QUEBRADA OU AINDA ABERTA (DATA FUTURA) ----

           ADD 1                               TO WRK-QTD-APURADAS.

           IF  ARQ-CCT-PROM-DATA LESS WRK-HOJE
               MOVE ARQ-CCT-PROM-DATA          TO WRK-LIMITE
           ELSE
               MOVE WRK-HOJE                   TO WRK-LIMITE
           END-IF.

           PERFORM 0220-SOMAR-RECEBIDO.

           IF  WRK-RECEBIDO LESS ZEROS
               MOVE ZEROS                      TO WRK-RECEBIDO
           END-IF.

           MOVE WRK-RECEBIDO                   TO ARQ-CCT-PROM-RECEBIDO
           MOVE WRK-HOJE                       TO ARQ-CCT-PROM-APURACAO.

           EVALUATE TRUE
               WHEN WRK-RECEBIDO NOT LESS ARQ-CCT-PROM-VALOR
                   MOVE "CUMPRIDA"             TO ARQ-CCT-PROM-STATUS
                   ADD 1                       TO WRK-QTD-CUMPRIDAS
               WHEN ARQ-CCT-PROM-DATA LESS WRK-HOJE
                   MOVE "QUEBRADA"             TO ARQ-CCT-PROM-STATUS
                   ADD 1                       TO WRK-QTD-QUEBRADAS
                   PERFORM 0230-LISTAR-RETORNO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           REWRITE ARQ-DADOS-COBCONT.

      *-----------------------------------------------------------------
       0210-APURAR-PROMESSA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-SOMAR-RECEBIDO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBOS DO RM PELA CHAVE ALTERNATIVA, DA DATA DO ----
      *----------- CONTATO ATE O LIMITE; ESTORNO (ES) SUBTRAI ----------

           MOVE ZEROS                          TO WRK-RECEBIDO
           MOVE ARQ-CCT-RM                     TO ARQ-PAG-RM

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-RM
               INVALID KEY
                   GO TO 0220-SOMAR-RECEBIDO-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0220-SOMAR-RECEBIDO-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS
                      OR ARQ-PAG-RM NOT EQUAL ARQ-CCT-RM

               IF  ARQ-PAG-DATA NOT LESS ARQ-CCT-DATA
               AND ARQ-PAG-DATA NOT GREATER WRK-LIMITE
                   IF  ARQ-PAG-TIPO EQUAL "ES"
                       SUBTRACT ARQ-PAG-VALOR  FROM WRK-RECEBIDO
                   ELSE
                       ADD ARQ-PAG-VALOR       TO WRK-RECEBIDO
                   END-IF
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0220-SOMAR-RECEBIDO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LISTAR-RETORNO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- PROMESSA QUEBRADA VAI PARA A LISTA DE RETORNO ------

           MOVE ARQ-CCT-RM                     TO WRK-LR-RM
           MOVE ARQ-CCT-PAGADOR                TO WRK-LR-PAGADOR
           MOVE ARQ-CCT-TELEFONE               TO WRK-LR-TELEFONE
           MOVE SPACES                         TO WRK-LR-PROM-DATA
           STRING ARQ-CCT-PROM-DATA(7:2) "/" ARQ-CCT-PROM-DATA(5:2)
                  "/" ARQ-CCT-PROM-DATA(1:4)
                  DELIMITED BY SIZE INTO WRK-LR-PROM-DATA
           MOVE ARQ-CCT-PROM-VALOR             TO WRK-LR-PROM-VALOR-ED
           MOVE ARQ-CCT-OPERADOR               TO WRK-LR-OPERADOR
           MOVE WRK-LINHA-RETORNO              TO ARQ-RETCOB
           WRITE ARQ-RETCOB.

      *-----------------------------------------------------------------
       0230-LISTAR-RETORNO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  COBCONT.

              IF  FS-COBCONT NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  PAGAMENTOS.

              IF  FS-PAGAMENTOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE OPLOG.

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
