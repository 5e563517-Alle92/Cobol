       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCOLA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER O CALENDARIO DE COLACOES DE GRAU
      *----    (COLACAO.dat) POR CAMPUS E CURSO: CODIGO, DATA, HORA,
      *----    LOCAL E TIPO (R = REGULAR / E = ESPECIAL, QUE RECEBE
      *----    OS FORMADOS AUSENTES DE UMA REGULAR). O CURSO E
      *----    VALIDADO NO CATALOGO. A MESMA CHAVE E REMARCADA
      *----    ENQUANTO A COLACAO ESTIVER AGENDADA; DEPOIS DE
      *----    REALIZADA (PRESENCA E ATA REGISTRADAS PELO PROGCOLP)
      *----    ELA NAO E MAIS ALTERADA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CURSOS            I             BOKCURS
      *---- COLACAO           E             BOKCOLA
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

           SELECT COLACAO  ASSIGN TO WRK-PATH-COLACAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-COL-CODIGO
                  FILE STATUS IS FS-COLACAO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CURSOS.
       COPY "BOKCURS".

       FD  COLACAO.
       COPY "BOKCOLA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-COL-CODIGO       PIC 9(06) VALUE ZEROS.
           05 WRK-TEMP-COL-CAMPUS       PIC X(15).
           05 WRK-TEMP-COL-CURSO        PIC X(15).
           05 WRK-TEMP-COL-DATA         PIC X(08).
           05 WRK-TEMP-COL-HORA         PIC X(04).
           05 WRK-TEMP-COL-LOCAL        PIC X(30).
           05 WRK-TEMP-COL-TIPO         PIC X(01).

      *------------- VARIAVEIS DE STATUS
       77  FS-CURSOS                    PIC 9(02).
       77  FS-COLACAO                   PIC 9(02).

      *--- "S" = O CODIGO JA ESTA NO CALENDARIO (REMARCACAO) -----------
       77  WRK-COL-EXISTE               PIC X(01) VALUE SPACES.

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE "CALENDARIO DE COLACAO DE GRAU"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CODIGO COLACAO...".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-COL-CODIGO.
           05 LINE  08 COLUMN 30 VALUE "CAMPUS...........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-COL-CAMPUS.
           05 LINE  09 COLUMN 30 VALUE "CURSO............".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-COL-CURSO.
           05 LINE  10 COLUMN 30 VALUE "DATA AAAAMMDD....".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-COL-DATA.
           05 LINE  11 COLUMN 30 VALUE "HORA HHMM........".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-COL-HORA.
           05 LINE  12 COLUMN 30 VALUE "LOCAL............".
           05 LINE  12 COLUMN 48 USING WRK-TEMP-COL-LOCAL.
           05 LINE  13 COLUMN 30 VALUE "TIPO (R/E).......".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-COL-TIPO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

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
                EVALUATE FS-CURSOS
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

      *----------- ABERTURA DO CALENDARIO (I-O; CRIA NA PRIMEIRA
      *----------- GRAVACAO) -------------------------------------------
            OPEN I-O  COLACAO.

            IF  FS-COLACAO EQUAL 35
                OPEN OUTPUT COLACAO
                CLOSE       COLACAO
                OPEN I-O    COLACAO
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-COL-CODIGO EQUAL 9999
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-COL-CODIGO     EQUAL ZEROS
           OR WRK-TEMP-COL-CURSO      EQUAL SPACES
           OR WRK-TEMP-COL-DATA       EQUAL SPACES
           OR WRK-TEMP-COL-LOCAL      EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-COL-CAMPUS     EQUAL SPACES
              MOVE WRK-CAMPUS-INC             TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ O CURSO PRECISA ESTAR NO CATALOGO ------------------

           MOVE WRK-TEMP-COL-CURSO            TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   MOVE WRK-MSG-CURSO-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           MOVE WRK-TEMP-COL-DATA             TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF WRK-DATA-VALIDA NOT EQUAL "S"
              MOVE WRK-MSG-AUS-DATA           TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-COL-TIPO EQUAL "r"
              MOVE "R"                        TO WRK-TEMP-COL-TIPO
           END-IF.

           IF WRK-TEMP-COL-TIPO EQUAL "e"
              MOVE "E"                        TO WRK-TEMP-COL-TIPO
           END-IF.

           IF WRK-TEMP-COL-TIPO NOT EQUAL "R"
           AND WRK-TEMP-COL-TIPO NOT EQUAL "E"
              MOVE WRK-MSG-COL-TIPO           TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ COLACAO JA REALIZADA NAO E REMARCADA ---------------

           MOVE WRK-TEMP-COL-CODIGO           TO ARQ-COL-CODIGO
           READ COLACAO KEY IS ARQ-COL-CODIGO
               INVALID KEY
                   MOVE "N"                   TO WRK-COL-EXISTE
               NOT INVALID KEY
                   MOVE "S"                   TO WRK-COL-EXISTE
           END-READ.

           IF WRK-COL-EXISTE EQUAL "S"
           AND ARQ-COL-SITUACAO EQUAL "R"
              MOVE WRK-MSG-COL-REALIZ         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"

                MOVE WRK-TEMP-COL-CODIGO      TO ARQ-COL-CODIGO
                MOVE WRK-TEMP-COL-CAMPUS      TO ARQ-COL-CAMPUS
                MOVE WRK-TEMP-COL-CURSO       TO ARQ-COL-CURSO
                MOVE WRK-TEMP-COL-DATA        TO ARQ-COL-DATA
                MOVE WRK-TEMP-COL-HORA        TO ARQ-COL-HORA
                MOVE WRK-TEMP-COL-LOCAL       TO ARQ-COL-LOCAL
                MOVE WRK-TEMP-COL-TIPO        TO ARQ-COL-TIPO
                MOVE LNK-OPERADOR             TO ARQ-COL-OPERADOR

                IF WRK-COL-EXISTE EQUAL "S"
                   REWRITE ARQ-DADOS-COLACAO
                ELSE
                   MOVE "A"                   TO ARQ-COL-SITUACAO
                   MOVE ZEROS                 TO ARQ-COL-ATA
                   MOVE SPACES                TO ARQ-COL-DATA-ATA
                   WRITE ARQ-DADOS-COLACAO
                END-IF

                MOVE WRK-REGISTRO             TO WRK-MSG
           ELSE
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE O FORMATO AAAAMMDD DA DATA EM ---------------
      *----------- WRK-DATA-TESTE-X ------------------------------------

           MOVE "N"                            TO WRK-DATA-VALIDA.

           IF  WRK-DATA-TESTE-X NOT NUMERIC
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-ANO LESS 1601
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-MES LESS 1 OR WRK-DT-MES GREATER 12
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           IF  WRK-DT-DIA LESS 1 OR WRK-DT-DIA GREATER 31
               GO TO 0230-CONFERIR-DATA-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-DATA-VALIDA.

      *-----------------------------------------------------------------
       0230-CONFERIR-DATA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CURSOS.

              IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  COLACAO.

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
