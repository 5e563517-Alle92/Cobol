       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGMVER.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CADASTRAR AS VERSOES DA MATRIZ CURRICULAR DE
      *----    CADA CURSO (MATVERS.dat), COM O SEMESTRE DE INGRESSO
      *----    (AAAAS) A PARTIR DO QUAL A VERSAO VALE PARA OS ALUNOS
      *----    NOVOS. A PRIMEIRA VERSAO DO CURSO E SEMPRE A "01" (A
      *----    MATRIZ JA EXISTENTE) E PODE TER INGRESSO PASSADO; AS
      *----    SEGUINTES SO VALEM DO SEMESTRE CORRENTE EM DIANTE E
      *----    DEPOIS DA ULTIMA VERSAO, PARA QUE O VINCULO DOS ALUNOS
      *----    JA MATRICULADOS NAO MUDE. OPCIONALMENTE COPIA AS LINHAS
      *----    DA MATRIZ DE OUTRA VERSAO DO CURSO PARA A VERSAO NOVA,
      *----    QUE DEPOIS E AJUSTADA NO PROGMATR.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CURSOS            I             BOKCURS
      *---- MATVERS           I/O           BOKMVER
      *---- MATRIZ            I/O           BOKMATR
      *----
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
           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

           SELECT MATVERS  ASSIGN TO WRK-PATH-MATVERS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MVE-CHAVE
                  FILE STATUS IS FS-MATVERS.

           SELECT MATRIZ  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRIZ.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CURSOS.
       COPY "BOKCURS".

       FD  MATVERS.
       COPY "BOKMVER".

       FD  MATRIZ.
       COPY "BOKMATR".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-MVE-CURSO        PIC X(15).
           05 WRK-TEMP-MVE-VERSAO       PIC X(02).
           05 WRK-TEMP-MVE-DESCRICAO    PIC X(30).
           05 WRK-TEMP-MVE-INGRESSO     PIC X(05).
           05 WRK-TEMP-MVE-INGRESSO-R   REDEFINES WRK-TEMP-MVE-INGRESSO.
              10 WRK-TEMP-MVE-ING-ANO   PIC X(04).
              10 WRK-TEMP-MVE-ING-SEM   PIC X(01).
           05 WRK-TEMP-MVE-COPIAR       PIC X(02).

      *------------- VARIAVEIS DE STATUS
       77  FS-CURSOS                    PIC 9(02).
       77  FS-MATVERS                   PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- SEMESTRE LETIVO CORRENTE AAAAS --------------------
       01  WRK-PERIODO-ATUAL.
           05 WRK-PER-ANO               PIC X(04).
           05 WRK-PER-SEM               PIC X(01).

      *--- "S" = O CURSO JA TEM ALGUMA VERSAO CADASTRADA ---------------
       77  WRK-CURSO-VERSIONADO         PIC X(01) VALUE "N".
      *--- MAIOR SEMESTRE DE INGRESSO ENTRE AS VERSOES DO CURSO --------
       77  WRK-MAIOR-INGRESSO           PIC X(05) VALUE SPACES.
      *--- "S" = A VERSAO A COPIAR EXISTE NO CURSO ---------------------
       77  WRK-ORIGEM-OK                PIC X(01) VALUE "N".

      *------------- LINHAS DA MATRIZ A COPIAR -------------------------
       77  WRK-QTD-LINHAS               PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-COPIADAS             PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LINHAS.
           05 WRK-LINHA-ITEM OCCURS 300 TIMES INDEXED BY IX-LIN.
              10 WRK-TL-SEMESTRE        PIC X(02).
              10 WRK-TL-DISCIPLINA      PIC X(15).

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
           05 LINE  01 COLUMN 24 VALUE "VERSOES DA MATRIZ CURRICULAR"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CURSO............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-MVE-CURSO.
           05 LINE  08 COLUMN 30 VALUE "VERSAO...........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-MVE-VERSAO.
           05 LINE  09 COLUMN 30 VALUE "DESCRICAO........".
           05 LINE  10 COLUMN 30 USING WRK-TEMP-MVE-DESCRICAO.
           05 LINE  11 COLUMN 30 VALUE "INGRESSO (AAAAS).".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-MVE-INGRESSO.
           05 LINE  12 COLUMN 30 VALUE "COPIAR DA VERSAO.".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-MVE-COPIAR.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-COPIADAS.
           05 LINE  14 COLUMN 30 VALUE "LINHAS COPIADAS..".
           05 LINE  14 COLUMN 60 FROM  WRK-QTD-COPIADAS.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "DESEJA GRAVAR (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 38 USING WRK-OPCAO.

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

      *----------- ABERTURA DO CATALOGO DE CURSOS (SOMENTE LEITURA) ----
            OPEN INPUT CURSOS.

            IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ABERTURA DAS VERSOES (I-O; CRIA NA PRIMEIRA) --------
            OPEN I-O  MATVERS.

            IF  FS-MATVERS EQUAL 35
                OPEN OUTPUT MATVERS
                CLOSE       MATVERS
                OPEN I-O    MATVERS
            END-IF.

            IF  FS-MATVERS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CURSOS
                GOBACK
            END-IF.

      *----------- ABERTURA DA MATRIZ (I-O; CRIA NA PRIMEIRA) ----------
            OPEN I-O  MATRIZ.

            IF  FS-MATRIZ EQUAL 35
                OPEN OUTPUT MATRIZ
                CLOSE       MATRIZ
                OPEN I-O    MATRIZ
            END-IF.

            IF  FS-MATRIZ NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CURSOS MATVERS
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
           IF WRK-TEMP-MVE-CURSO (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-MVE-CURSO    EQUAL SPACES
              MOVE WRK-CURSO-INC              TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-MVE-CURSO            TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   MOVE WRK-MSG-CURSO-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF WRK-TEMP-MVE-VERSAO   EQUAL SPACES
           OR WRK-TEMP-MVE-DESCRICAO EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- INGRESSO AAAAS, COM S = 1 OU 2 ------------------
           IF WRK-TEMP-MVE-ING-ANO  IS NOT NUMERIC
           OR (WRK-TEMP-MVE-ING-SEM NOT EQUAL "1" AND
               WRK-TEMP-MVE-ING-SEM NOT EQUAL "2")
              MOVE WRK-MSG-VER-INGRESSO       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           PERFORM 0210-VERIFICAR-CURSO.

      *--------------- A PRIMEIRA VERSAO E A MATRIZ JA EXISTENTE -------
           IF WRK-CURSO-VERSIONADO  NOT EQUAL "S"
           AND WRK-TEMP-MVE-VERSAO  NOT EQUAL "01"
              MOVE WRK-MSG-VER-PRIMEIRA       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AS SEGUINTES NAO PODEM MUDAR O VINCULO DE -------
      *--------------- QUEM JA INGRESSOU -------------------------------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:4)            TO WRK-PER-ANO
           IF  WRK-DATA-HORA(5:2) LESS "07"
               MOVE "1"                       TO WRK-PER-SEM
           ELSE
               MOVE "2"                       TO WRK-PER-SEM
           END-IF.

           IF WRK-CURSO-VERSIONADO  EQUAL "S"
           AND (WRK-TEMP-MVE-INGRESSO LESS WRK-PERIODO-ATUAL
            OR  WRK-TEMP-MVE-INGRESSO NOT GREATER WRK-MAIOR-INGRESSO)
              MOVE WRK-MSG-VER-INGRESSO       TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- VERSAO DE ORIGEM DA COPIA (OPCIONAL) ------------
           MOVE ZEROS                         TO WRK-QTD-LINHAS
           IF WRK-TEMP-MVE-COPIAR   NOT EQUAL SPACES
              PERFORM 0220-CARREGAR-ORIGEM
              IF WRK-ORIGEM-OK NOT EQUAL "S"
                 MOVE WRK-MSG-VER-NAOENCONT   TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0200-PROCESSAR
              END-IF
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE WRK-TEMP-MVE-CURSO            TO ARQ-MVE-CURSO
           MOVE WRK-TEMP-MVE-VERSAO           TO ARQ-MVE-VERSAO
           MOVE WRK-TEMP-MVE-DESCRICAO        TO ARQ-MVE-DESCRICAO
           MOVE WRK-TEMP-MVE-INGRESSO         TO ARQ-MVE-INGRESSO
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-MVE-DATA-CADASTRO
           MOVE LNK-OPERADOR                  TO ARQ-MVE-OPERADOR

           WRITE ARQ-DADOS-MATVERS
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-WRITE.

           MOVE ZEROS                         TO WRK-QTD-COPIADAS
           PERFORM VARYING IX-LIN FROM 1 BY 1
                     UNTIL IX-LIN GREATER WRK-QTD-LINHAS
               PERFORM 0230-GRAVAR-COPIA
           END-PERFORM.

           IF WRK-TEMP-MVE-COPIAR   NOT EQUAL SPACES
              DISPLAY SCR-COPIADAS
           END-IF.

           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-VERIFICAR-CURSO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- O CURSO JA TEM VERSOES? GUARDA O MAIOR INGRESSO -----

           MOVE "N"                           TO WRK-CURSO-VERSIONADO
           MOVE SPACES                        TO WRK-MAIOR-INGRESSO.

           MOVE WRK-TEMP-MVE-CURSO            TO ARQ-MVE-CURSO
           MOVE LOW-VALUES                    TO ARQ-MVE-VERSAO

           START MATVERS KEY IS GREATER THAN OR EQUAL ARQ-MVE-CHAVE
               INVALID KEY
                   GO TO 0210-VERIFICAR-CURSO-99-FIM
           END-START.

           READ MATVERS NEXT RECORD
               AT END
                   GO TO 0210-VERIFICAR-CURSO-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATVERS NOT EQUAL ZEROS
                      OR ARQ-MVE-CURSO NOT EQUAL WRK-TEMP-MVE-CURSO

               MOVE "S"                       TO WRK-CURSO-VERSIONADO
               IF  ARQ-MVE-INGRESSO GREATER WRK-MAIOR-INGRESSO
                   MOVE ARQ-MVE-INGRESSO      TO WRK-MAIOR-INGRESSO
               END-IF

               READ MATVERS NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-MATVERS
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-MATVERS.

      *-----------------------------------------------------------------
       0210-VERIFICAR-CURSO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CARREGAR-ORIGEM                                    SECTION.
      *-----------------------------------------------------------------
      *----------- A VERSAO DE ORIGEM PRECISA EXISTIR NO CURSO (A ------
      *----------- "01" SEMPRE EXISTE); SUAS LINHAS VAO PARA A TABELA --
      *----------- ANTES DA GRAVACAO, PARA NAO MISTURAR A LEITURA ------
      *----------- SEQUENCIAL COM AS GRAVACOES NO MESMO ARQUIVO --------

           MOVE "N"                           TO WRK-ORIGEM-OK.

           IF  WRK-TEMP-MVE-COPIAR EQUAL "01"
           OR  WRK-TEMP-MVE-COPIAR EQUAL WRK-TEMP-MVE-VERSAO
               IF  WRK-TEMP-MVE-COPIAR EQUAL "01"
               AND WRK-TEMP-MVE-VERSAO NOT EQUAL "01"
                   MOVE "S"                   TO WRK-ORIGEM-OK
               END-IF
           ELSE
               MOVE WRK-TEMP-MVE-CURSO        TO ARQ-MVE-CURSO
               MOVE WRK-TEMP-MVE-COPIAR       TO ARQ-MVE-VERSAO
               READ MATVERS KEY IS ARQ-MVE-CHAVE
                   NOT INVALID KEY
                       MOVE "S"               TO WRK-ORIGEM-OK
               END-READ
           END-IF.

           IF  WRK-ORIGEM-OK NOT EQUAL "S"
               GO TO 0220-CARREGAR-ORIGEM-99-FIM
           END-IF.

           MOVE WRK-TEMP-MVE-CURSO            TO ARQ-MAT-CURSO
           MOVE WRK-TEMP-MVE-COPIAR           TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                    TO ARQ-MAT-SEMESTRE
                                                 ARQ-MAT-DISCIPLINA

           START MATRIZ KEY IS GREATER THAN OR EQUAL ARQ-MAT-CHAVE
               INVALID KEY
                   GO TO 0220-CARREGAR-ORIGEM-99-FIM
           END-START.

           READ MATRIZ NEXT RECORD
               AT END
                   GO TO 0220-CARREGAR-ORIGEM-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR ARQ-MAT-CURSO  NOT EQUAL WRK-TEMP-MVE-CURSO
                      OR ARQ-MAT-VERSAO NOT EQUAL WRK-TEMP-MVE-COPIAR
                      OR WRK-QTD-LINHAS NOT LESS 300

               ADD 1                          TO WRK-QTD-LINHAS
               SET IX-LIN                     TO WRK-QTD-LINHAS
               MOVE ARQ-MAT-SEMESTRE    TO WRK-TL-SEMESTRE (IX-LIN)
               MOVE ARQ-MAT-DISCIPLINA  TO WRK-TL-DISCIPLINA (IX-LIN)

               READ MATRIZ NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-MATRIZ
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-MATRIZ.

      *-----------------------------------------------------------------
       0220-CARREGAR-ORIGEM-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-GRAVAR-COPIA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA DA VERSAO DE ORIGEM NA VERSAO NOVA --------

           MOVE WRK-TEMP-MVE-CURSO            TO ARQ-MAT-CURSO
           MOVE WRK-TEMP-MVE-VERSAO           TO ARQ-MAT-VERSAO
           MOVE WRK-TL-SEMESTRE (IX-LIN)      TO ARQ-MAT-SEMESTRE
           MOVE WRK-TL-DISCIPLINA (IX-LIN)    TO ARQ-MAT-DISCIPLINA

           WRITE ARQ-DADOS-MATRIZ
               NOT INVALID KEY
                   ADD 1                      TO WRK-QTD-COPIADAS
           END-WRITE.

      *-----------------------------------------------------------------
       0230-GRAVAR-COPIA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CURSOS.

             CLOSE  MATVERS.

             CLOSE  MATRIZ.

              IF  FS-MATRIZ NOT EQUAL 0
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
