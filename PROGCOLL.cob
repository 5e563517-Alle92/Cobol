       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCOLL.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: IMPRIMIR AS LISTAS DE UMA COLACAO DE GRAU COM
      *----    OS FORMADOS CONVOCADOS EM COLAPART.dat:
      *----    LISTA P ... LISTA DE PRESENCA, COM O ESPACO PARA A
      *----        ASSINATURA DE CADA FORMADO;
      *----    LISTA J ... LISTA DO JURAMENTO, COM O TEXTO DO
      *----        COMPROMISSO E A ORDEM DE CHAMADA DOS FORMADOS.
      *----    O FORMADO SAI COM O NOME CIVIL E, QUANDO AUTORIZADO O
      *----    USO EM DOCUMENTO OFICIAL, COM O NOME SOCIAL LOGO ABAIXO
      *----    (PROGNOME). DOCUMENTO DATADO, REGISTRADO EM OPLOG.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- COLACAO           I             BOKCOLA
      *---- COLAPART          I             BOKCOLP
      *---- RELCOLA           O              ----
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
           SELECT COLACAO  ASSIGN TO WRK-PATH-COLACAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-COL-CODIGO
                  FILE STATUS IS FS-COLACAO.

           SELECT COLAPART  ASSIGN TO WRK-PATH-COLAPART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CLP-CHAVE
                  ALTERNATE RECORD KEY IS ARQ-CLP-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-COLAPART.

           SELECT RELCOLA ASSIGN TO WRK-PATH-RELCOLA
                  FILE STATUS IS FS-RELCOLA.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  COLACAO.
       COPY "BOKCOLA".

       FD  COLAPART.
       COPY "BOKCOLP".

      *-------------------- AREA DA LISTA IMPRESSA ---------------------
       FD  RELCOLA.

       01  ARQ-RELCOLA                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-COLACAO                   PIC 9(02).
       77  FS-COLAPART                  PIC 9(02).
       77  FS-RELCOLA                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELCOLA             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DA IMPRESSAO ---------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CODIGO           PIC 9(06) VALUE ZEROS.
      *--- LISTA: P = PRESENCA / J = JURAMENTO -------------------------
           05 WRK-TEMP-LISTA            PIC X(01).

       77  WRK-QTD-FORMADOS             PIC 9(04) VALUE ZEROS.
       77  WRK-CODIGO-X                 PIC 9(06) VALUE ZEROS.

      *------------- NOME CIVIL E, SE AUTORIZADO, O NOME SOCIAL --------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGCOLL".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- LINHA DA LISTA DE PRESENCA ------------------------
       01  WRK-LINHA-PRESENCA.
           05 WRK-LP-RM                 PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LP-NOME               PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LP-ASSINATURA         PIC X(40).

      *------------- LINHA DA LISTA DO JURAMENTO -----------------------
       01  WRK-LINHA-JURAMENTO.
           05 WRK-LJ-ORDEM              PIC ZZZ9.
           05 FILLER                    PIC X(02) VALUE " -".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LJ-NOME               PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LJ-RM                 PIC X(06).

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
           05 LINE  01 COLUMN 25 VALUE "LISTAS DA COLACAO DE GRAU"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CODIGO COLACAO...".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CODIGO.
           05 LINE  08 COLUMN 30 VALUE "LISTA (P/J)......".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-LISTA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "FORMADOS LISTADOS....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-FORMADOS.

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

      *----------- ABERTURA DO CALENDARIO DE COLACOES ------------------
            OPEN INPUT COLACAO.

            IF  FS-COLACAO NOT EQUAL 0
                EVALUATE FS-COLACAO
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

      *----------- ABERTURA DOS FORMADOS DESIGNADOS --------------------
            OPEN INPUT COLAPART.

            IF  FS-COLAPART EQUAL 35
                OPEN OUTPUT COLAPART
                CLOSE       COLAPART
                OPEN INPUT  COLAPART
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

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-CODIGO EQUAL 9999
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           IF  WRK-TEMP-LISTA EQUAL "p"
               MOVE "P"                        TO WRK-TEMP-LISTA
           END-IF.

           IF  WRK-TEMP-LISTA EQUAL "j"
               MOVE "J"                        TO WRK-TEMP-LISTA
           END-IF.

           IF  WRK-TEMP-LISTA NOT EQUAL "P"
           AND WRK-TEMP-LISTA NOT EQUAL "J"
               MOVE WRK-MSG-COL-LISTA          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CODIGO                TO ARQ-COL-CODIGO
           READ COLACAO KEY IS ARQ-COL-CODIGO
               INVALID KEY
                   MOVE WRK-MSG-COL-NAOENC     TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE ZEROS                          TO WRK-QTD-FORMADOS
           MOVE WRK-TEMP-CODIGO                TO WRK-CODIGO-X
           MOVE SPACES                         TO WRK-PATH-RELCOLA

           IF  WRK-TEMP-LISTA EQUAL "P"
               STRING FUNCTION TRIM(WRK-PATH-BASE) "COLPRESENCA_"
                      WRK-CODIGO-X "_"
                      WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                      ".dat"
                      DELIMITED BY SIZE INTO WRK-PATH-RELCOLA
           ELSE
               STRING FUNCTION TRIM(WRK-PATH-BASE) "COLJURAMENTO_"
                      WRK-CODIGO-X "_"
                      WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                      ".dat"
                      DELIMITED BY SIZE INTO WRK-PATH-RELCOLA
           END-IF.

           OPEN OUTPUT RELCOLA.

           PERFORM 0210-CABECALHO.

      *--------------------- AREA DE VARREDURA DOS DESIGNADOS ----------
           MOVE WRK-TEMP-CODIGO                TO ARQ-CLP-CODIGO
           MOVE LOW-VALUES                     TO ARQ-CLP-RM

           START COLAPART KEY IS GREATER THAN OR EQUAL ARQ-CLP-CHAVE
               INVALID KEY
                   GO TO 0200-PROCESSAR-FECHAR
           END-START.

           READ COLAPART NEXT RECORD
               AT END
                   GO TO 0200-PROCESSAR-FECHAR
           END-READ.

           PERFORM UNTIL FS-COLAPART NOT EQUAL ZEROS
                      OR ARQ-CLP-CODIGO NOT EQUAL WRK-TEMP-CODIGO

               PERFORM 0220-LINHA-FORMADO

               READ COLAPART NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COLAPART
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COLAPART.

       0200-PROCESSAR-FECHAR.

           MOVE SPACES                         TO ARQ-RELCOLA
           WRITE ARQ-RELCOLA.

           MOVE SPACES                         TO ARQ-RELCOLA
           STRING "TOTAL DE FORMADOS: " WRK-QTD-FORMADOS
                  DELIMITED BY SIZE INTO ARQ-RELCOLA
           WRITE ARQ-RELCOLA.

           CLOSE RELCOLA.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGCOLL"                     TO ARQ-LOG-PROGRAMA
           IF  WRK-TEMP-LISTA EQUAL "P"
               MOVE "LISTA DE PRESENCA COLACAO" TO ARQ-LOG-RELATORIO
           ELSE
               MOVE "LISTA DO JURAMENTO"       TO ARQ-LOG-RELATORIO
           END-IF
           MOVE WRK-QTD-FORMADOS               TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCOLA               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO

           IF  WRK-QTD-FORMADOS EQUAL ZEROS
               MOVE WRK-MSG-COL-VAZIA          TO WRK-MSG
           ELSE
               MOVE WRK-REGISTRO               TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CABECALHO                                          SECTION.
      *-----------------------------------------------------------------
      *----------- DADOS DA COLACAO E, NO JURAMENTO, O COMPROMISSO -----

           MOVE SPACES                         TO ARQ-RELCOLA
           IF  WRK-TEMP-LISTA EQUAL "P"
               STRING "LISTA DE PRESENCA - COLACAO DE GRAU NR "
                      WRK-CODIGO-X
                      DELIMITED BY SIZE INTO ARQ-RELCOLA
           ELSE
               STRING "LISTA DO JURAMENTO - COLACAO DE GRAU NR "
                      WRK-CODIGO-X
                      DELIMITED BY SIZE INTO ARQ-RELCOLA
           END-IF
           WRITE ARQ-RELCOLA.

           MOVE SPACES                         TO ARQ-RELCOLA
           STRING "CURSO " FUNCTION TRIM(ARQ-COL-CURSO)
                  " - CAMPUS " FUNCTION TRIM(ARQ-COL-CAMPUS)
                  DELIMITED BY SIZE INTO ARQ-RELCOLA
           WRITE ARQ-RELCOLA.

           MOVE SPACES                         TO ARQ-RELCOLA
           STRING "EM " ARQ-COL-DATA(7:2) "/" ARQ-COL-DATA(5:2) "/"
                  ARQ-COL-DATA(1:4) " AS " ARQ-COL-HORA(1:2) ":"
                  ARQ-COL-HORA(3:2) " - " FUNCTION TRIM(ARQ-COL-LOCAL)
                  DELIMITED BY SIZE INTO ARQ-RELCOLA
           WRITE ARQ-RELCOLA.

           MOVE SPACES                         TO ARQ-RELCOLA
           WRITE ARQ-RELCOLA.

           IF  WRK-TEMP-LISTA EQUAL "P"
               MOVE "RM      NOME                  ASSINATURA"
                                               TO ARQ-RELCOLA
               WRITE ARQ-RELCOLA
           ELSE
               MOVE "PROMETO, NO EXERCICIO DA MINHA PROFISSAO, CUMPRIR"
                                               TO ARQ-RELCOLA
               WRITE ARQ-RELCOLA
               MOVE "OS DEVERES DELA COM ETICA E RESPONSABILIDADE,"
                                               TO ARQ-RELCOLA
               WRITE ARQ-RELCOLA
               MOVE "HONRANDO O TITULO QUE ORA RECEBO."
                                               TO ARQ-RELCOLA
               WRITE ARQ-RELCOLA
               MOVE SPACES                     TO ARQ-RELCOLA
               WRITE ARQ-RELCOLA
               MOVE "ORDEM   NOME                  RM"
                                               TO ARQ-RELCOLA
               WRITE ARQ-RELCOLA
           END-IF.

      *-----------------------------------------------------------------
       0210-CABECALHO-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LINHA-FORMADO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA POR FORMADO (E O NOME SOCIAL AUTORIZADO) --

           ADD 1                               TO WRK-QTD-FORMADOS.

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-CLP-RM,
                ARQ-CLP-NOME, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           IF  WRK-TEMP-LISTA EQUAL "P"
               MOVE ARQ-CLP-RM                 TO WRK-LP-RM
               MOVE WRK-NOM-NOME               TO WRK-LP-NOME
               MOVE ALL "_"                    TO WRK-LP-ASSINATURA
               MOVE WRK-LINHA-PRESENCA         TO ARQ-RELCOLA
           ELSE
               MOVE WRK-QTD-FORMADOS           TO WRK-LJ-ORDEM
               MOVE WRK-NOM-NOME               TO WRK-LJ-NOME
               MOVE ARQ-CLP-RM                 TO WRK-LJ-RM
               MOVE WRK-LINHA-JURAMENTO        TO ARQ-RELCOLA
           END-IF
           WRITE ARQ-RELCOLA.

           IF  WRK-NOM-SOCIAL NOT EQUAL SPACES
               MOVE SPACES                     TO ARQ-RELCOLA
               STRING "        NOME SOCIAL: "
                      FUNCTION TRIM(WRK-NOM-SOCIAL)
                      DELIMITED BY SIZE INTO ARQ-RELCOLA
               WRITE ARQ-RELCOLA
           END-IF.

      *-----------------------------------------------------------------
       0220-LINHA-FORMADO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  COLACAO.

              IF  FS-COLACAO NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  COLAPART.

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
