       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCOLP.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: REGISTRAR, DEPOIS DO EVENTO, A PRESENCA DOS
      *----    FORMADOS CONVOCADOS PARA UMA COLACAO DE GRAU
      *----    (COLAPART.dat: P = PRESENTE / A = AUSENTE) E EMITIR A
      *----    ATA DA COLACAO (ATA_<NUMERO>_<DATA>_<HORA>.dat), COM
      *----    NUMERACAO SEQUENCIAL CONTROLADA EM ATACTRL.dat (MESMO
      *----    DESENHO DO DIPCTRL.dat). A COLACAO PASSA A REALIZADA,
      *----    COM O NUMERO DA ATA. O FORMADO AUSENTE E ENCAMINHADO
      *----    PARA A PROXIMA COLACAO ESPECIAL AGENDADA DO MESMO
      *----    CAMPUS E CURSO; SEM ESPECIAL AGENDADA ELE AGUARDA A
      *----    DESIGNACAO DA PROXIMA (PROGCOLD). A PRESENCA PODE SER
      *----    LANCADA EM MAIS DE UMA VEZ (9 INTERROMPE); A ATA SO
      *----    SAI QUANDO TODOS OS CONVOCADOS TIVEREM PRESENCA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- COLACAO           I/O           BOKCOLA
      *---- COLAPART          I/O           BOKCOLP
      *---- ATACTRL           E              ----
      *---- ATA               O              ----
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

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO ------------
           SELECT ATACTRL  ASSIGN TO WRK-PATH-ATACTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ATACTRL.

      *----------- DOCUMENTO DA ATA EMITIDA ----------------------------
           SELECT ATA  ASSIGN TO WRK-PATH-ATA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-ATA.

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

      *-------------------- AREA DE CONTROLE DA NUMERACAO --------------
       FD  ATACTRL.
       01  ARQ-ATACTRL.
           05 ARQ-ATACTRL-PROXNUM       PIC 9(08).

      *-------------------- LINHA DO DOCUMENTO DA ATA ------------------
       FD  ATA.
       01  ARQ-ATA                      PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-COLACAO                   PIC 9(02).
       77  FS-COLAPART                  PIC 9(02).
       77  FS-ATACTRL                   PIC 9(02).
       77  FS-ATA                       PIC 9(02).

       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HORA                PIC X(21).

      *------------- NOME DO DOCUMENTO DA ATA GERADO -------------------
       77  WRK-PATH-ATA                 PIC X(80).
       77  WRK-NUMERO-X                 PIC 9(08) VALUE ZEROS.
       77  WRK-CODIGO-X                 PIC 9(06) VALUE ZEROS.

      *------------- COLACAO ESCOLHIDA (GUARDADA DURANTE A BUSCA DA ----
      *------------- ESPECIAL, QUE LE O CALENDARIO) --------------------
       77  WRK-CODIGO                   PIC 9(06) VALUE ZEROS.
       01  WRK-COL-ATUAL                PIC X(104).
       77  WRK-CAMPUS                   PIC X(15) VALUE SPACES.
       77  WRK-CURSO                    PIC X(15) VALUE SPACES.

      *------------- COLACAO ESPECIAL QUE RECEBE OS AUSENTES -----------
       77  WRK-COD-ESPECIAL             PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-ESPECIAL            PIC X(08) VALUE SPACES.

      *------------- LANCAMENTO DA PRESENCA ----------------------------
       77  WRK-PRESENCA                 PIC X(01) VALUE SPACES.
      *--- "S" = O OPERADOR PAROU O LANCAMENTO (9) ---------------------
       77  WRK-INTERROMPIDO             PIC X(01) VALUE SPACES.
      *--- PASSADA DA ATA: P = PRESENTES / A = AUSENTES ----------------
       77  WRK-PASSADA                  PIC X(01) VALUE SPACES.

       77  WRK-QTD-FORMADOS             PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PENDENTES            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PRESENTES            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-AUSENTES             PIC 9(04) VALUE ZEROS.

      *------------- NOME CIVIL E, SE AUTORIZADO, O NOME SOCIAL --------
       77  WRK-NOM-PROGRAMA             PIC X(08) VALUE "PROGCOLP".
       77  WRK-NOM-NOME                 PIC X(20) VALUE SPACES.
       77  WRK-NOM-SOCIAL               PIC X(20) VALUE SPACES.

      *------------- LINHA DE FORMADO NA ATA ---------------------------
       01  WRK-LINHA-ATA.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LA-RM                 PIC X(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LA-NOME               PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LA-DETALHE            PIC X(48).

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
           05 LINE  01 COLUMN 25 VALUE "PRESENCA E ATA DA COLACAO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CODIGO COLACAO...".
           05 LINE  07 COLUMN 60 USING WRK-CODIGO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-COLACAO.
           05 LINE  09 COLUMN 30 VALUE "CAMPUS/CURSO.....".
           05 LINE  09 COLUMN 48 FROM  ARQ-COL-CAMPUS.
           05 LINE  09 COLUMN 64 FROM  ARQ-COL-CURSO.
           05 LINE  10 COLUMN 30 VALUE "DATA/HORA/TIPO...".
           05 LINE  10 COLUMN 48 FROM  ARQ-COL-DATA.
           05 LINE  10 COLUMN 58 FROM  ARQ-COL-HORA.
           05 LINE  10 COLUMN 64 FROM  ARQ-COL-TIPO.

       01  SCR-PRESENCA.
           05 LINE  12 COLUMN 30 VALUE "RM/NOME..........".
           05 LINE  12 COLUMN 48 FROM  ARQ-CLP-RM.
           05 LINE  12 COLUMN 56 FROM  ARQ-CLP-NOME.
           05 LINE  13 COLUMN 09 VALUE
                  "PRESENTE (P) / AUSENTE (A) / PARAR (9)"
                              BACKGROUND-COLOR 2.
           05 LINE  13 COLUMN 50 USING WRK-PRESENCA.

       01  SCR-OPCAO.
           05 LINE  15 COLUMN 09 VALUE
                  "ENCERRAR A COLACAO E EMITIR A ATA (S/N)?"
                              BACKGROUND-COLOR 2.
           05 LINE  15 COLUMN 51 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  17 COLUMN 30 VALUE "ATA NUMERO...........".
           05 LINE  17 COLUMN 55 FROM  WRK-NUMERO-X.
           05 LINE  18 COLUMN 30 VALUE "PRESENTES............".
           05 LINE  18 COLUMN 55 FROM  WRK-QTD-PRESENTES.
           05 LINE  19 COLUMN 30 VALUE "AUSENTES.............".
           05 LINE  19 COLUMN 55 FROM  WRK-QTD-AUSENTES.

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

      *----------- ABERTURA DO CALENDARIO DE COLACOES (I-O) ------------
            OPEN I-O COLACAO.

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

      *----------- ABERTURA DOS FORMADOS DESIGNADOS (I-O) --------------
            OPEN I-O COLAPART.

            IF  FS-COLAPART EQUAL 35
                OPEN OUTPUT COLAPART
                CLOSE       COLAPART
                OPEN I-O    COLAPART
            END-IF.

      *----------- LEITURA DA PROXIMA NUMERACAO DISPONIVEL -------------
            OPEN INPUT ATACTRL.

            IF  FS-ATACTRL EQUAL ZEROS
                READ ATACTRL
                    AT END
                        MOVE ZEROS            TO ARQ-ATACTRL-PROXNUM
                END-READ
                CLOSE ATACTRL
            ELSE
                MOVE ZEROS                    TO ARQ-ATACTRL-PROXNUM
            END-IF.

            IF  ARQ-ATACTRL-PROXNUM EQUAL ZEROS
                MOVE 1                        TO WRK-PROX-NUMERO
            ELSE
                MOVE ARQ-ATACTRL-PROXNUM      TO WRK-PROX-NUMERO
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           MOVE ZEROS                         TO WRK-CODIGO
           ACCEPT SCR-DADOS.

           IF  WRK-CODIGO EQUAL 9999
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE WRK-CODIGO                     TO ARQ-COL-CODIGO
           READ COLACAO KEY IS ARQ-COL-CODIGO
               INVALID KEY
                   MOVE WRK-MSG-COL-NAOENC     TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  ARQ-COL-SITUACAO EQUAL "R"
               MOVE WRK-MSG-COL-REALIZ         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------ A PRESENCA SO E LANCADA DEPOIS DO EVENTO -----------
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           IF  ARQ-COL-DATA GREATER WRK-DATA-HORA(1:8)
               MOVE WRK-MSG-COL-FUTURA         TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE ARQ-DADOS-COLACAO              TO WRK-COL-ATUAL.
           MOVE ARQ-COL-CAMPUS                 TO WRK-CAMPUS.
           MOVE ARQ-COL-CURSO                  TO WRK-CURSO.
           DISPLAY SCR-COLACAO.

           PERFORM 0210-REGISTRAR-PRESENCAS.

           IF  WRK-QTD-FORMADOS EQUAL ZEROS
               MOVE WRK-MSG-COL-VAZIA          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  WRK-INTERROMPIDO EQUAL "S"
           OR  WRK-QTD-PENDENTES GREATER ZEROS
               MOVE WRK-MSG-COL-PARCIAL        TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0220-LOCALIZAR-ESPECIAL.
           PERFORM 0230-EMITIR-ATA.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                   TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-REGISTRAR-PRESENCAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- PERCORRE OS DESIGNADOS; PERGUNTA SO OS CONVOCADOS ---

           MOVE ZEROS                          TO WRK-QTD-FORMADOS
                                                  WRK-QTD-PENDENTES
           MOVE "N"                            TO WRK-INTERROMPIDO

           MOVE WRK-CODIGO                     TO ARQ-CLP-CODIGO
           MOVE LOW-VALUES                     TO ARQ-CLP-RM

           START COLAPART KEY IS GREATER THAN OR EQUAL ARQ-CLP-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-COLAPART
                   GO TO 0210-REGISTRAR-PRESENCAS-99-FIM
           END-START.

           READ COLAPART NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-COLAPART
                   GO TO 0210-REGISTRAR-PRESENCAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-COLAPART NOT EQUAL ZEROS
                      OR ARQ-CLP-CODIGO NOT EQUAL WRK-CODIGO

               ADD 1                           TO WRK-QTD-FORMADOS

               IF  ARQ-CLP-PRESENCA EQUAL "C"
                   IF  WRK-INTERROMPIDO EQUAL "S"
                       ADD 1                   TO WRK-QTD-PENDENTES
                   ELSE
                       PERFORM 0215-PERGUNTAR-PRESENCA
                   END-IF
               END-IF

               READ COLAPART NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COLAPART
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COLAPART.

      *-----------------------------------------------------------------
       0210-REGISTRAR-PRESENCAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-PERGUNTAR-PRESENCA                                 SECTION.
      *-----------------------------------------------------------------
      *----------- P OU A GRAVA NA HORA; 9 PARA O LANCAMENTO -----------

           MOVE SPACES                         TO WRK-PRESENCA
           ACCEPT SCR-PRESENCA.

           IF  WRK-PRESENCA EQUAL "9"
               MOVE "S"                        TO WRK-INTERROMPIDO
               ADD 1                           TO WRK-QTD-PENDENTES
               GO TO 0215-PERGUNTAR-PRESENCA-99-FIM
           END-IF.

           IF  WRK-PRESENCA EQUAL "p"
               MOVE "P"                        TO WRK-PRESENCA
           END-IF.

           IF  WRK-PRESENCA EQUAL "a"
               MOVE "A"                        TO WRK-PRESENCA
           END-IF.

           IF  WRK-PRESENCA NOT EQUAL "P"
           AND WRK-PRESENCA NOT EQUAL "A"
               MOVE WRK-MSG-COL-PRESENCA       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0215-PERGUNTAR-PRESENCA
           END-IF.

           MOVE WRK-PRESENCA                   TO ARQ-CLP-PRESENCA
           REWRITE ARQ-DADOS-COLAPART.

           IF  FS-COLAPART NOT EQUAL ZEROS
               MOVE ZEROS                      TO FS-COLAPART
               ADD 1                           TO WRK-QTD-PENDENTES
           END-IF.

      *-----------------------------------------------------------------
       0215-PERGUNTAR-PRESENCA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LOCALIZAR-ESPECIAL                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PROXIMA COLACAO ESPECIAL AGENDADA DO MESMO CAMPUS ---
      *----------- E CURSO (A MAIS PROXIMA DE HOJE EM DIANTE) ----------

           MOVE ZEROS                          TO WRK-COD-ESPECIAL
           MOVE SPACES                         TO WRK-DATA-ESPECIAL

           MOVE ZEROS                          TO ARQ-COL-CODIGO

           START COLACAO KEY IS GREATER THAN OR EQUAL ARQ-COL-CODIGO
               INVALID KEY
                   MOVE ZEROS                  TO FS-COLACAO
                   GO TO 0220-LOCALIZAR-ESPECIAL-FIM
           END-START.

           READ COLACAO NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-COLACAO
                   GO TO 0220-LOCALIZAR-ESPECIAL-FIM
           END-READ.

           PERFORM UNTIL FS-COLACAO NOT EQUAL ZEROS

               IF  ARQ-COL-TIPO EQUAL "E"
               AND ARQ-COL-SITUACAO EQUAL "A"
               AND ARQ-COL-CODIGO NOT EQUAL WRK-CODIGO
               AND ARQ-COL-CAMPUS EQUAL WRK-CAMPUS
               AND ARQ-COL-CURSO EQUAL WRK-CURSO
               AND ARQ-COL-DATA NOT LESS WRK-DATA-HORA(1:8)
                   IF  WRK-COD-ESPECIAL EQUAL ZEROS
                   OR  ARQ-COL-DATA LESS WRK-DATA-ESPECIAL
                       MOVE ARQ-COL-CODIGO     TO WRK-COD-ESPECIAL
                       MOVE ARQ-COL-DATA       TO WRK-DATA-ESPECIAL
                   END-IF
               END-IF

               READ COLACAO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COLACAO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COLACAO.

       0220-LOCALIZAR-ESPECIAL-FIM.

      *----------- DEVOLVE A COLACAO ESCOLHIDA A AREA DO ARQUIVO -------
           MOVE WRK-COL-ATUAL                  TO ARQ-DADOS-COLACAO.

      *-----------------------------------------------------------------
       0220-LOCALIZAR-ESPECIAL-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-EMITIR-ATA                                         SECTION.
      *-----------------------------------------------------------------
      *----------- NUMERA A ATA, ENCERRA A COLACAO E GERA O DOCUMENTO --

           MOVE WRK-PROX-NUMERO                TO WRK-NUMERO-X
           ADD 1                               TO WRK-PROX-NUMERO
           PERFORM 0240-GRAVAR-ATACTRL.

           MOVE "R"                            TO ARQ-COL-SITUACAO
           MOVE WRK-NUMERO-X                   TO ARQ-COL-ATA
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-COL-DATA-ATA
           MOVE LNK-OPERADOR                   TO ARQ-COL-OPERADOR
           REWRITE ARQ-DADOS-COLACAO.

           MOVE WRK-CODIGO                     TO WRK-CODIGO-X
           MOVE SPACES                         TO WRK-PATH-ATA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "ATA_"
                  WRK-NUMERO-X "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-ATA

           OPEN OUTPUT ATA.

           MOVE SPACES                         TO ARQ-ATA
           STRING "ATA NR " WRK-NUMERO-X
                  " - COLACAO DE GRAU NR " WRK-CODIGO-X
                  DELIMITED BY SIZE INTO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE SPACES                         TO ARQ-ATA
           STRING "CURSO " FUNCTION TRIM(ARQ-COL-CURSO)
                  " - CAMPUS " FUNCTION TRIM(ARQ-COL-CAMPUS)
                  DELIMITED BY SIZE INTO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE SPACES                         TO ARQ-ATA
           IF  ARQ-COL-TIPO EQUAL "E"
               STRING "COLACAO ESPECIAL REALIZADA EM "
                      ARQ-COL-DATA(7:2) "/" ARQ-COL-DATA(5:2) "/"
                      ARQ-COL-DATA(1:4) " AS " ARQ-COL-HORA(1:2) ":"
                      ARQ-COL-HORA(3:2)
                      DELIMITED BY SIZE INTO ARQ-ATA
           ELSE
               STRING "COLACAO REALIZADA EM "
                      ARQ-COL-DATA(7:2) "/" ARQ-COL-DATA(5:2) "/"
                      ARQ-COL-DATA(1:4) " AS " ARQ-COL-HORA(1:2) ":"
                      ARQ-COL-HORA(3:2)
                      DELIMITED BY SIZE INTO ARQ-ATA
           END-IF
           WRITE ARQ-ATA.

           MOVE SPACES                         TO ARQ-ATA
           STRING "LOCAL: " FUNCTION TRIM(ARQ-COL-LOCAL)
                  DELIMITED BY SIZE INTO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE SPACES                         TO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE "COLARAM GRAU:"                TO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE ZEROS                          TO WRK-QTD-PRESENTES
                                                  WRK-QTD-AUSENTES
           MOVE "P"                            TO WRK-PASSADA
           PERFORM 0250-LISTAR-FORMADOS.

           MOVE SPACES                         TO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE "AUSENTES:"                    TO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE "A"                            TO WRK-PASSADA
           PERFORM 0250-LISTAR-FORMADOS.

           MOVE SPACES                         TO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE SPACES                         TO ARQ-ATA
           STRING "PRESENTES: " WRK-QTD-PRESENTES
                  " - AUSENTES: " WRK-QTD-AUSENTES
                  DELIMITED BY SIZE INTO ARQ-ATA
           WRITE ARQ-ATA.

           MOVE SPACES                         TO ARQ-ATA
           STRING "ATA LAVRADA EM " WRK-DATA-HORA(7:2) "/"
                  WRK-DATA-HORA(5:2) "/" WRK-DATA-HORA(1:4)
                  " PELO OPERADOR " LNK-OPERADOR
                  DELIMITED BY SIZE INTO ARQ-ATA
           WRITE ARQ-ATA.

           CLOSE ATA.

      *-----------------------------------------------------------------
       0230-EMITIR-ATA-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-GRAVAR-ATACTRL                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A PROXIMA NUMERACAO DISPONIVEL ----------------

           MOVE WRK-PROX-NUMERO         TO ARQ-ATACTRL-PROXNUM
           OPEN OUTPUT ATACTRL
           WRITE ARQ-ATACTRL
           CLOSE ATACTRL.

      *-----------------------------------------------------------------
       0240-GRAVAR-ATACTRL-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-LISTAR-FORMADOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- LINHAS DA ATA PARA OS PRESENTES OU OS AUSENTES -----

           MOVE WRK-CODIGO                     TO ARQ-CLP-CODIGO
           MOVE LOW-VALUES                     TO ARQ-CLP-RM

           START COLAPART KEY IS GREATER THAN OR EQUAL ARQ-CLP-CHAVE
               INVALID KEY
                   MOVE ZEROS                  TO FS-COLAPART
                   GO TO 0250-LISTAR-FORMADOS-99-FIM
           END-START.

           READ COLAPART NEXT RECORD
               AT END
                   MOVE ZEROS                  TO FS-COLAPART
                   GO TO 0250-LISTAR-FORMADOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-COLAPART NOT EQUAL ZEROS
                      OR ARQ-CLP-CODIGO NOT EQUAL WRK-CODIGO

               IF  ARQ-CLP-PRESENCA EQUAL WRK-PASSADA
                   PERFORM 0255-LINHA-FORMADO
               END-IF

               READ COLAPART NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-COLAPART
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-COLAPART.

      *-----------------------------------------------------------------
       0250-LISTAR-FORMADOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-LINHA-FORMADO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- O AUSENTE VAI PARA A COLACAO ESPECIAL, QUANDO HA ----

           CALL "PROGNOME" USING WRK-NOM-PROGRAMA, ARQ-CLP-RM,
                ARQ-CLP-NOME, WRK-NOM-NOME, WRK-NOM-SOCIAL.

           MOVE ARQ-CLP-RM                     TO WRK-LA-RM
           MOVE WRK-NOM-NOME                   TO WRK-LA-NOME
           MOVE SPACES                         TO WRK-LA-DETALHE

           IF  WRK-PASSADA EQUAL "P"
               ADD 1                           TO WRK-QTD-PRESENTES
           ELSE
               ADD 1                           TO WRK-QTD-AUSENTES
               PERFORM 0260-ENCAMINHAR-AUSENTE
           END-IF

           MOVE WRK-LINHA-ATA                  TO ARQ-ATA
           WRITE ARQ-ATA.

           IF  WRK-NOM-SOCIAL NOT EQUAL SPACES
               MOVE SPACES                     TO ARQ-ATA
               STRING "          NOME SOCIAL: "
                      FUNCTION TRIM(WRK-NOM-SOCIAL)
                      DELIMITED BY SIZE INTO ARQ-ATA
               WRITE ARQ-ATA
           END-IF.

      *-----------------------------------------------------------------
       0255-LINHA-FORMADO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-ENCAMINHAR-AUSENTE                                 SECTION.
      *-----------------------------------------------------------------
      *----------- CONVOCA O AUSENTE PARA A ESPECIAL; O REGISTRO DA ----
      *----------- COLACAO PERDIDA FICA COMO AUSENTE -------------------

           IF  WRK-COD-ESPECIAL EQUAL ZEROS
               MOVE "AGUARDA COLACAO ESPECIAL"  TO WRK-LA-DETALHE
               GO TO 0260-ENCAMINHAR-AUSENTE-99-FIM
           END-IF.

           MOVE WRK-COD-ESPECIAL               TO ARQ-CLP-CODIGO
           MOVE "C"                            TO ARQ-CLP-PRESENCA
           MOVE WRK-CODIGO                     TO ARQ-CLP-ORIGEM
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-CLP-DATA-DESIG
           MOVE LNK-OPERADOR                   TO ARQ-CLP-OPERADOR

           WRITE ARQ-DADOS-COLAPART
               INVALID KEY
                   MOVE ZEROS                  TO FS-COLAPART
           END-WRITE.

           MOVE WRK-COD-ESPECIAL               TO WRK-CODIGO-X
           STRING "COLACAO ESPECIAL NR " WRK-CODIGO-X " EM "
                  WRK-DATA-ESPECIAL(7:2) "/" WRK-DATA-ESPECIAL(5:2) "/"
                  WRK-DATA-ESPECIAL(1:4)
                  DELIMITED BY SIZE INTO WRK-LA-DETALHE.

      *----------- VOLTA A CHAVE PARA SEGUIR NA COLACAO DA ATA ---------
           MOVE WRK-CODIGO                     TO ARQ-CLP-CODIGO.

      *-----------------------------------------------------------------
       0260-ENCAMINHAR-AUSENTE-99-FIM                          SECTION.
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
