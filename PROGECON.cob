       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGECON.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MANTER AS EMPRESAS CONVENIADAS PARA ESTAGIO
      *----    (EMPRESAS.dat) COM A VIGENCIA DO CONVENIO (INICIO E
      *----    FIM). MESMO CODIGO REGRAVADO SUBSTITUI OS DADOS; A
      *----    EMPRESA COM ESTAGIO CADASTRADO (ESTAGIOS.dat) NAO PODE
      *----    SER EXCLUIDA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- EMPRESAS          E             BOKEMPR
      *---- ESTAGIOS          I             BOKESTG
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
           SELECT EMPRESAS  ASSIGN TO WRK-PATH-EMPRESAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EMP-COD
                  FILE STATUS IS FS-EMPRESAS.

           SELECT ESTAGIOS  ASSIGN TO WRK-PATH-ESTAGIOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EST-CHAVE
                  FILE STATUS IS FS-ESTAGIOS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  EMPRESAS.
       COPY "BOKEMPR".

       FD  ESTAGIOS.
       COPY "BOKESTG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-EMP-COD          PIC X(06).
           05 WRK-TEMP-EMP-RAZAO        PIC X(30).
           05 WRK-TEMP-EMP-CNPJ         PIC X(14).
           05 WRK-TEMP-EMP-CONTATO      PIC X(30).
           05 WRK-TEMP-EMP-TELEFONE     PIC X(11).
           05 WRK-TEMP-EMP-INICIO       PIC X(08).
           05 WRK-TEMP-EMP-FIM          PIC X(08).

      *------------- VARIAVEIS DE STATUS
       77  FS-EMPRESAS                  PIC 9(02).
       77  FS-ESTAGIOS                  PIC 9(02).

       77  WRK-ABRIU-ESTAGIOS           PIC X(01) VALUE "N".
       77  WRK-EMPRESA-EMUSO            PIC X(01) VALUE "N".

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
                  "EMPRESAS CONVENIADAS PARA ESTAGIO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CODIGO EMPRESA...".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-EMP-COD.
           05 LINE  08 COLUMN 30 VALUE "RAZAO SOCIAL.....".
           05 LINE  08 COLUMN 48 USING WRK-TEMP-EMP-RAZAO.
           05 LINE  09 COLUMN 30 VALUE "CNPJ.............".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-EMP-CNPJ.
           05 LINE  10 COLUMN 30 VALUE "CONTATO..........".
           05 LINE  10 COLUMN 48 USING WRK-TEMP-EMP-CONTATO.
           05 LINE  11 COLUMN 30 VALUE "TELEFONE.........".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-EMP-TELEFONE.
           05 LINE  12 COLUMN 30 VALUE "CONVENIO INICIO..".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-EMP-INICIO.
           05 LINE  13 COLUMN 30 VALUE "CONVENIO FIM.....".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-EMP-FIM.
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

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  EMPRESAS.

            IF  FS-EMPRESAS EQUAL 35
                OPEN OUTPUT EMPRESAS
                CLOSE       EMPRESAS
                OPEN I-O    EMPRESAS
            END-IF.

            IF  FS-EMPRESAS NOT EQUAL 0
                EVALUATE FS-EMPRESAS
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

      *----------- ESTAGIOS (SOMENTE LEITURA; PODE NAO EXISTIR) --------
            OPEN INPUT ESTAGIOS.

            IF  FS-ESTAGIOS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ESTAGIOS
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
           IF WRK-TEMP-EMP-COD EQUAL '999999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-EMP-COD EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                    IF  WRK-TEMP-EMP-RAZAO EQUAL SPACES
                        MOVE WRK-MSG-REG-INCOMPLETO TO WRK-MSG
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                    END-IF

      *--------------- VIGENCIA VALIDA, FIM NAO ANTES DO INICIO --------
                    MOVE WRK-TEMP-EMP-INICIO  TO WRK-DATA-TESTE-X
                    PERFORM 0230-CONFERIR-DATA
                    IF  WRK-DATA-VALIDA EQUAL "S"
                        MOVE WRK-TEMP-EMP-FIM TO WRK-DATA-TESTE-X
                        PERFORM 0230-CONFERIR-DATA
                    END-IF

                    IF  WRK-DATA-VALIDA NOT EQUAL "S"
                    OR  WRK-TEMP-EMP-FIM LESS WRK-TEMP-EMP-INICIO
                        MOVE WRK-MSG-AVA-DATAS TO WRK-MSG
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                    END-IF

                    MOVE WRK-TEMP-EMP-COD     TO ARQ-EMP-COD
                    MOVE WRK-TEMP-EMP-RAZAO   TO ARQ-EMP-RAZAO
                    MOVE WRK-TEMP-EMP-CNPJ    TO ARQ-EMP-CNPJ
                    MOVE WRK-TEMP-EMP-CONTATO TO ARQ-EMP-CONTATO
                    MOVE WRK-TEMP-EMP-TELEFONE TO ARQ-EMP-TELEFONE
                    MOVE WRK-TEMP-EMP-INICIO  TO ARQ-EMP-CONV-INICIO
                    MOVE WRK-TEMP-EMP-FIM     TO ARQ-EMP-CONV-FIM

      *--------------- MESMO CODIGO E SUBSTITUIDO (RENOVACAO) ----------
                    WRITE ARQ-DADOS-EMPRESA
                        INVALID KEY
                            REWRITE ARQ-DADOS-EMPRESA
                    END-WRITE

                    MOVE WRK-REGISTRO         TO WRK-MSG

               WHEN "E"
               WHEN "e"
                    PERFORM 0210-CONFERIR-USO
                    IF  WRK-EMPRESA-EMUSO EQUAL "S"
                        MOVE WRK-MSG-EST-EMUSO TO WRK-MSG
                    ELSE
                        MOVE WRK-TEMP-EMP-COD TO ARQ-EMP-COD
                        DELETE EMPRESAS RECORD
                            INVALID KEY
                                MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                            NOT INVALID KEY
                                MOVE WRK-REGISTRO TO WRK-MSG
                        END-DELETE
                    END-IF

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
       0210-CONFERIR-USO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA ESTAGIO CADASTRADO NA EMPRESA ---------------

           MOVE "N"                            TO WRK-EMPRESA-EMUSO.

           IF  WRK-ABRIU-ESTAGIOS NOT EQUAL "S"
               GO TO 0210-CONFERIR-USO-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-EST-CHAVE

           START ESTAGIOS KEY IS GREATER THAN OR EQUAL ARQ-EST-CHAVE
               INVALID KEY
                   GO TO 0210-CONFERIR-USO-99-FIM
           END-START.

           READ ESTAGIOS NEXT RECORD
               AT END
                   GO TO 0210-CONFERIR-USO-99-FIM
           END-READ.

           PERFORM UNTIL FS-ESTAGIOS NOT EQUAL ZEROS
                      OR WRK-EMPRESA-EMUSO EQUAL "S"

               IF  ARQ-EST-EMPRESA EQUAL WRK-TEMP-EMP-COD
                   MOVE "S"                    TO WRK-EMPRESA-EMUSO
               END-IF

               READ ESTAGIOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESTAGIOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ESTAGIOS.

      *-----------------------------------------------------------------
       0210-CONFERIR-USO-99-FIM                                SECTION.
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
             CLOSE  EMPRESAS.

              IF  FS-EMPRESAS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-ESTAGIOS EQUAL "S"
                 CLOSE ESTAGIOS
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
