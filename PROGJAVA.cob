       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGJAVA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER A JANELA DA AVALIACAO INSTITUCIONAL DE
      *----    CADA SEMESTRE (JANAVAL.dat): DATA DE INICIO E DE FIM
      *----    DO PERIODO EM QUE O ALUNO PODE RESPONDER NO
      *----    AUTOATENDIMENTO (PROGAVRE). O SEMESTRE E VALIDADO EM
      *----    SEMESTRES.dat; MESMO SEMESTRE REGRAVADO SUBSTITUI A
      *----    JANELA ANTERIOR.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- JANAVAL           E             BOKJAVA
      *---- SEMESTRES         I             BOKSEM
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
           SELECT JANAVAL  ASSIGN TO WRK-PATH-JANAVAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-JAV-SEMESTRE
                  FILE STATUS IS FS-JANAVAL.

           SELECT SEMESTRES  ASSIGN TO WRK-PATH-SEMESTRES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SEM-COD
                  FILE STATUS IS FS-SEMESTRES.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  JANAVAL.
       COPY "BOKJAVA".

       FD  SEMESTRES.
       COPY "BOKSEM".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-JAV-SEMESTRE     PIC X(02).
           05 WRK-TEMP-JAV-INICIO       PIC X(08).
           05 WRK-TEMP-JAV-FIM          PIC X(08).

      *------------- VARIAVEIS DE STATUS
       77  FS-JANAVAL                   PIC 9(02).
       77  FS-SEMESTRES                 PIC 9(02).

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
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 22 VALUE
                  "JANELA DA AVALIACAO INSTITUCIONAL"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-JAV-SEMESTRE.
           05 LINE  08 COLUMN 30 VALUE "INICIO AAAAMMDD..".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-JAV-INICIO.
           05 LINE  09 COLUMN 30 VALUE "FIM AAAAMMDD.....".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-JAV-FIM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "APERTE TAB PARA CONTINUAR "
                       BACKGROUND-COLOR 3.
           05 LINE  21 COLUMN 35 VALUE "CADASTRANDO. "
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GRAVAR (S) / EXCLUIR (E) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 52 USING WRK-OPCAO.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION.
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

      *----------- CALENDARIO ACADEMICO (SOMENTE LEITURA) --------------
            OPEN INPUT SEMESTRES.

            IF  FS-SEMESTRES NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  JANAVAL.

            IF  FS-JANAVAL EQUAL 35
                OPEN OUTPUT JANAVAL
                CLOSE       JANAVAL
                OPEN I-O    JANAVAL
            END-IF.

            IF  FS-JANAVAL NOT EQUAL 0
                EVALUATE FS-JANAVAL
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
                  CLOSE SEMESTRES
                  GOBACK
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
           IF WRK-TEMP-JAV-SEMESTRE EQUAL '99'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-JAV-SEMESTRE EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ O SEMESTRE PRECISA ESTAR NO CALENDARIO -------------

           MOVE WRK-TEMP-JAV-SEMESTRE         TO ARQ-SEM-COD
           READ SEMESTRES KEY IS ARQ-SEM-COD
               INVALID KEY
                   MOVE WRK-MSG-SEM-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
      *--------------- INICIO E FIM VALIDOS, FIM NAO ANTES DO INICIO ---
                    MOVE WRK-TEMP-JAV-INICIO  TO WRK-DATA-TESTE-X
                    PERFORM 0230-CONFERIR-DATA
                    IF  WRK-DATA-VALIDA EQUAL "S"
                        MOVE WRK-TEMP-JAV-FIM TO WRK-DATA-TESTE-X
                        PERFORM 0230-CONFERIR-DATA
                    END-IF

                    IF  WRK-DATA-VALIDA NOT EQUAL "S"
                    OR  WRK-TEMP-JAV-FIM LESS WRK-TEMP-JAV-INICIO
                        MOVE WRK-MSG-AVA-DATAS TO WRK-MSG
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                    END-IF

                    MOVE WRK-TEMP-JAV-SEMESTRE TO ARQ-JAV-SEMESTRE
                    MOVE WRK-TEMP-JAV-INICIO  TO ARQ-JAV-INICIO
                    MOVE WRK-TEMP-JAV-FIM     TO ARQ-JAV-FIM

      *--------------- MESMO SEMESTRE E SUBSTITUIDO --------------------
                    WRITE ARQ-DADOS-JANAVAL
                        INVALID KEY
                            REWRITE ARQ-DADOS-JANAVAL
                    END-WRITE

                    MOVE WRK-REGISTRO         TO WRK-MSG

               WHEN "E"
               WHEN "e"
                    MOVE WRK-TEMP-JAV-SEMESTRE TO ARQ-JAV-SEMESTRE
                    DELETE JANAVAL RECORD
                        INVALID KEY
                            MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                        NOT INVALID KEY
                            MOVE WRK-REGISTRO TO WRK-MSG
                    END-DELETE

               WHEN OTHER
                    MOVE WRK-SEMCONFIRM       TO WRK-MSG
           END-EVALUATE.

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
             CLOSE  JANAVAL.

              IF  FS-JANAVAL NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  SEMESTRES.

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
