       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGREQS.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DE REQUERIMENTOS COM O PRAZO (SLA EM
      *----    DIAS UTEIS) VENCIDO. LISTA OS PROTOCOLOS AINDA NAO
      *----    ENCERRADOS (ABERTO OU EM ANDAMENTO) DE REQUERIM.dat CUJO
      *----    PRAZO JA PASSOU, COM FILTRO OPCIONAL DE SETOR, QUEBRADOS
      *----    POR SETOR E EM ORDEM DE PRAZO, COM OS DIAS CORRIDOS DE
      *----    ATRASO E O OPERADOR RESPONSAVEL. PROTOCOLO AGUARDANDO
      *----    TAXA AINDA NAO TEM PRAZO E NAO ENTRA. RELATORIO EM
      *----    REQATRASO_AAAAMMDD_HHMMSS.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- REQUERIM          I             BOKREQ
      *---- ALUNOS            I             BOKALU
      *---- RELREQ            O              ----
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
           SELECT REQUERIM  ASSIGN TO WRK-PATH-REQUERIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REQ-PROTOCOLO
                  ALTERNATE RECORD KEY IS ARQ-REQ-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-REQUERIM.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT RELREQ ASSIGN TO WRK-PATH-RELREQ
                  FILE STATUS IS FS-RELREQ.

           SELECT SORTREQ ASSIGN TO "SORTREQ.TMP".

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  REQUERIM.
       COPY "BOKREQ".

       FD  ALUNOS.
       COPY "BOKALU".

      *-------------------- AREA DO RELATORIO DE ATRASOS ---------------
       FD  RELREQ.

       01  ARQ-RELREQ                   PIC X(80).

      *-------------------- AREA DE ORDENACAO POR SETOR E PRAZO --------
       SD  SORTREQ.
       01  SD-REQ.
           05 SD-REQ-SETOR              PIC X(12).
           05 SD-REQ-PRAZO              PIC X(08).
           05 SD-REQ-PROTOCOLO          PIC 9(08).
           05 SD-REQ-RM                 PIC X(06).
           05 SD-REQ-NOME               PIC X(20).
           05 SD-REQ-TIPO               PIC X(04).
           05 SD-REQ-STATUS             PIC X(10).
           05 SD-REQ-DIAS               PIC 9(04).
           05 SD-REQ-OPERADOR           PIC X(08).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
      *--- SETOR EM BRANCO = TODOS -------------------------------------
           05 WRK-TEMP-RQS-SETOR        PIC X(12).

      *------------- VARIAVEIS DE STATUS
       77  FS-REQUERIM                  PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-RELREQ                    PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-RELREQ              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- CONTROLE DA VARREDURA -----------------------------
       77  WRK-HOJE                     PIC X(08) VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-PRAZO-INT                PIC 9(08) VALUE ZEROS.
       77  WRK-SETOR-ATUAL              PIC X(12) VALUE SPACES.

      *------------- TOTAIS --------------------------------------------
       77  WRK-QTD-ATRASO               PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SETOR                PIC 9(05) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-TITULOS.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(09) VALUE "PROTOCOLO".
           05 FILLER                    PIC X(29) VALUE " RM     ALUNO".
           05 FILLER                    PIC X(16) VALUE "TIPO SITUACAO".
           05 FILLER                    PIC X(11) VALUE "PRAZO".
           05 FILLER                    PIC X(13) VALUE "DIAS OPERADOR".

       01  WRK-LINHA-DETALHE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LD-PROTOCOLO          PIC 9(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LD-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO               PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-STATUS             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-PRAZO              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-DIAS               PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-OPERADOR           PIC X(08).

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
           05 LINE  01 COLUMN 24 VALUE
                  "REQUERIMENTOS COM PRAZO VENCIDO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "SETOR (EM BRANCO=TODOS)".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-RQS-SETOR.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "PROTOCOLOS EM ATRASO.".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-ATRASO.

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

      *----------- ABERTURA DOS PROTOCOLOS (SOMENTE LEITURA) -----------
            OPEN INPUT REQUERIM.

            IF  FS-REQUERIM EQUAL 35
                OPEN OUTPUT REQUERIM
                CLOSE       REQUERIM
                OPEN INPUT  REQUERIM
            END-IF.

            IF  FS-REQUERIM NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

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
                 CLOSE REQUERIM
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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-RQS-SETOR (1:4) EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-RQS-SETOR)
                                              TO WRK-TEMP-RQS-SETOR.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)            TO WRK-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-HOJE))

           MOVE SPACES                        TO WRK-PATH-RELREQ
           STRING FUNCTION TRIM(WRK-PATH-BASE) "REQATRASO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELREQ

           OPEN OUTPUT RELREQ.

           MOVE ZEROS                         TO WRK-QTD-ATRASO
                                                 WRK-QTD-SETOR
           MOVE SPACES                        TO WRK-SETOR-ATUAL

           MOVE SPACES                        TO ARQ-RELREQ
           STRING "REQUERIMENTOS COM PRAZO VENCIDO EM "
                  WRK-HOJE(7:2) "/" WRK-HOJE(5:2) "/" WRK-HOJE(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELREQ
           WRITE ARQ-RELREQ.

           SORT SORTREQ
               ON ASCENDING KEY SD-REQ-SETOR
                                SD-REQ-PRAZO
                                SD-REQ-PROTOCOLO
               INPUT  PROCEDURE 0210-SELECIONAR-ATRASOS
               OUTPUT PROCEDURE 0230-IMPRIMIR-ATRASOS.

           IF  WRK-SETOR-ATUAL NOT EQUAL SPACES
               PERFORM 0240-TOTAL-SETOR
           END-IF.

           MOVE SPACES                        TO ARQ-RELREQ
           WRITE ARQ-RELREQ.
           MOVE SPACES                        TO ARQ-RELREQ
           STRING "TOTAL DE PROTOCOLOS EM ATRASO: " WRK-QTD-ATRASO
                  DELIMITED BY SIZE INTO ARQ-RELREQ
           WRITE ARQ-RELREQ.

           CLOSE RELREQ.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-LOG-DATAHORA
           MOVE "PROGREQS"                    TO ARQ-LOG-PROGRAMA
           MOVE "REQUERIMENTOS EM ATRASO"     TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-ATRASO                TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELREQ               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                  TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-ATRASOS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PROTOCOLOS EM ABERTO OU EM ANDAMENTO DO FILTRO -----
      *----------- COM O PRAZO ANTERIOR A HOJE -------------------------

           MOVE ZEROS                          TO ARQ-REQ-PROTOCOLO

           START REQUERIM KEY IS GREATER THAN OR EQUAL ARQ-REQ-PROTOCOLO
               INVALID KEY
                   GO TO 0210-SELECIONAR-ATRASOS-99-FIM
           END-START.

           READ REQUERIM NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-ATRASOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-REQUERIM NOT EQUAL ZEROS

               IF  (ARQ-REQ-STATUS EQUAL "ABERTO"
               OR   ARQ-REQ-STATUS EQUAL "ANDAMENTO")
               AND ARQ-REQ-PRAZO NOT EQUAL SPACES
               AND ARQ-REQ-PRAZO LESS WRK-HOJE
               AND (WRK-TEMP-RQS-SETOR EQUAL SPACES OR
                    ARQ-REQ-SETOR EQUAL WRK-TEMP-RQS-SETOR)
                   PERFORM 0220-LIBERAR-ATRASO
               END-IF

               READ REQUERIM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REQUERIM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-REQUERIM.

      *-----------------------------------------------------------------
       0210-SELECIONAR-ATRASOS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LIBERAR-ATRASO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- DIAS CORRIDOS DE ATRASO E NOME DO ALUNO -------------

           COMPUTE WRK-PRAZO-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ARQ-REQ-PRAZO))

           MOVE ARQ-REQ-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE SPACES                 TO ARQ-NOMEALUNO
           END-READ.

           MOVE ARQ-REQ-SETOR                  TO SD-REQ-SETOR
           MOVE ARQ-REQ-PRAZO                  TO SD-REQ-PRAZO
           MOVE ARQ-REQ-PROTOCOLO              TO SD-REQ-PROTOCOLO
           MOVE ARQ-REQ-RM                     TO SD-REQ-RM
           MOVE ARQ-NOMEALUNO                  TO SD-REQ-NOME
           MOVE ARQ-REQ-TIPO                   TO SD-REQ-TIPO
           MOVE ARQ-REQ-STATUS                 TO SD-REQ-STATUS
           COMPUTE SD-REQ-DIAS = WRK-HOJE-INT - WRK-PRAZO-INT
           MOVE ARQ-REQ-OPERADOR               TO SD-REQ-OPERADOR
           RELEASE SD-REQ.

           ADD 1                               TO WRK-QTD-ATRASO.

      *-----------------------------------------------------------------
       0220-LIBERAR-ATRASO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-IMPRIMIR-ATRASOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- QUEBRA POR SETOR, EM ORDEM DE PRAZO -----------------

           MOVE ZEROS                          TO FS-SORT.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               RETURN SORTREQ
                   AT END
                       MOVE 9                  TO FS-SORT
                   NOT AT END
                       PERFORM 0235-LINHA-ATRASO
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-ATRASOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-LINHA-ATRASO                                       SECTION.
      *-----------------------------------------------------------------

           IF  SD-REQ-SETOR NOT EQUAL WRK-SETOR-ATUAL
               IF  WRK-SETOR-ATUAL NOT EQUAL SPACES
                   PERFORM 0240-TOTAL-SETOR
               END-IF
               MOVE SD-REQ-SETOR               TO WRK-SETOR-ATUAL
               MOVE ZEROS                      TO WRK-QTD-SETOR
               MOVE SPACES                     TO ARQ-RELREQ
               WRITE ARQ-RELREQ
               MOVE SPACES                     TO ARQ-RELREQ
               STRING "SETOR " WRK-SETOR-ATUAL
                      DELIMITED BY SIZE INTO ARQ-RELREQ
               WRITE ARQ-RELREQ
               MOVE WRK-LINHA-TITULOS          TO ARQ-RELREQ
               WRITE ARQ-RELREQ
           END-IF.

           MOVE SD-REQ-PROTOCOLO               TO WRK-LD-PROTOCOLO
           MOVE SD-REQ-RM                      TO WRK-LD-RM
           MOVE SD-REQ-NOME                    TO WRK-LD-NOME
           MOVE SD-REQ-TIPO                    TO WRK-LD-TIPO
           MOVE SD-REQ-STATUS                  TO WRK-LD-STATUS
           MOVE SPACES                         TO WRK-LD-PRAZO
           STRING SD-REQ-PRAZO(7:2) "/" SD-REQ-PRAZO(5:2) "/"
                  SD-REQ-PRAZO(1:4)
                  DELIMITED BY SIZE INTO WRK-LD-PRAZO
           MOVE SD-REQ-DIAS                    TO WRK-LD-DIAS
           MOVE SD-REQ-OPERADOR                TO WRK-LD-OPERADOR
           MOVE WRK-LINHA-DETALHE              TO ARQ-RELREQ
           WRITE ARQ-RELREQ.

           ADD 1                               TO WRK-QTD-SETOR.

      *-----------------------------------------------------------------
       0235-LINHA-ATRASO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-TOTAL-SETOR                                        SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELREQ
           STRING "  EM ATRASO NO SETOR: " WRK-QTD-SETOR
                  DELIMITED BY SIZE INTO ARQ-RELREQ
           WRITE ARQ-RELREQ.

      *-----------------------------------------------------------------
       0240-TOTAL-SETOR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  REQUERIM.

              IF  FS-REQUERIM NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             CLOSE  OPLOG.

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
