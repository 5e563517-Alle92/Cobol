       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGESTG.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CADASTRO DOS ESTAGIOS SUPERVISIONADOS
      *----    (ESTAGIOS.dat): UM REGISTRO POR ESTAGIO DO ALUNO (RM +
      *----    SEQUENCIA), COM EMPRESA CONVENIADA, SUPERVISOR, INICIO
      *----    E FIM, REFERENCIA DO TERMO DE COMPROMISSO ASSINADO E
      *----    STATUS. A EMPRESA PRECISA TER CONVENIO VIGENTE NA DATA
      *----    DE INICIO. AS HORAS APROVADAS NAO SAO DIGITADAS AQUI:
      *----    VEM DA APROVACAO DOS RELATORIOS DE HORAS (PROGEAPR) E
      *----    SAO PRESERVADAS NA REGRAVACAO. ESTAGIO COM RELATORIO DE
      *----    HORAS LANCADO NAO PODE SER EXCLUIDO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ESTAGIOS          E             BOKESTG
      *---- ALUNOS            I             BOKALU
      *---- EMPRESAS          I             BOKEMPR
      *---- ESTHORAS          I             BOKEHOR
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
           SELECT ESTAGIOS  ASSIGN TO WRK-PATH-ESTAGIOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EST-CHAVE
                  FILE STATUS IS FS-ESTAGIOS.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT EMPRESAS  ASSIGN TO WRK-PATH-EMPRESAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EMP-COD
                  FILE STATUS IS FS-EMPRESAS.

           SELECT ESTHORAS  ASSIGN TO WRK-PATH-ESTHORAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EHR-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-EHR-ESTAGIO
                      WITH DUPLICATES
                  FILE STATUS IS FS-ESTHORAS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ESTAGIOS.
       COPY "BOKESTG".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  EMPRESAS.
       COPY "BOKEMPR".

       FD  ESTHORAS.
       COPY "BOKEHOR".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-EST-RM           PIC X(06).
           05 WRK-TEMP-EST-SEQ          PIC 9(02).
           05 WRK-TEMP-EST-EMPRESA      PIC X(06).
           05 WRK-TEMP-EST-SUPERVISOR   PIC X(30).
           05 WRK-TEMP-EST-INICIO       PIC X(08).
           05 WRK-TEMP-EST-FIM          PIC X(08).
           05 WRK-TEMP-EST-TERMO        PIC X(15).
           05 WRK-TEMP-EST-STATUS       PIC X(10).

      *------------- VARIAVEIS DE STATUS
       77  FS-ESTAGIOS                  PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-EMPRESAS                  PIC 9(02).
       77  FS-ESTHORAS                  PIC 9(02).

       77  WRK-ABRIU-ESTHORAS           PIC X(01) VALUE "N".
       77  WRK-HORAS-APROV              PIC 9(05) VALUE ZEROS.
       77  WRK-ESTAGIO-EMUSO            PIC X(01) VALUE "N".

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
           05 LINE  01 COLUMN 26 VALUE "CADASTRO DE ESTAGIOS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-EST-RM.
           05 LINE  08 COLUMN 30 VALUE "SEQUENCIA........".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-EST-SEQ.
           05 LINE  09 COLUMN 30 VALUE "EMPRESA..........".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-EST-EMPRESA.
           05 LINE  10 COLUMN 30 VALUE "SUPERVISOR.......".
           05 LINE  10 COLUMN 48 USING WRK-TEMP-EST-SUPERVISOR.
           05 LINE  11 COLUMN 30 VALUE "INICIO AAAAMMDD..".
           05 LINE  11 COLUMN 60 USING WRK-TEMP-EST-INICIO.
           05 LINE  12 COLUMN 30 VALUE "FIM AAAAMMDD.....".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-EST-FIM.
           05 LINE  13 COLUMN 30 VALUE "TERMO ASSINADO...".
           05 LINE  13 COLUMN 60 USING WRK-TEMP-EST-TERMO.
           05 LINE  14 COLUMN 30 VALUE "STATUS...........".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-EST-STATUS.
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

      *----------- CADASTROS CONSULTADOS (SOMENTE LEITURA) -------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT EMPRESAS.

            IF  FS-EMPRESAS NOT EQUAL 0
                MOVE WRK-MSG-EST-EMPRESA       TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  ESTAGIOS.

            IF  FS-ESTAGIOS EQUAL 35
                OPEN OUTPUT ESTAGIOS
                CLOSE       ESTAGIOS
                OPEN I-O    ESTAGIOS
            END-IF.

            IF  FS-ESTAGIOS NOT EQUAL 0
                EVALUATE FS-ESTAGIOS
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
                  CLOSE ALUNOS EMPRESAS
                  GOBACK
            END-IF.

      *----------- RELATORIOS DE HORAS (SOMENTE LEITURA; PODE NAO -----
      *----------- EXISTIR) --------------------------------------------
            OPEN INPUT ESTHORAS.

            IF  FS-ESTHORAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ESTHORAS
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
           IF WRK-TEMP-EST-RM EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-EST-RM  EQUAL SPACES
           OR WRK-TEMP-EST-SEQ EQUAL ZEROS
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
                    PERFORM 0210-VALIDAR-ESTAGIO
                    IF  WRK-MSG NOT EQUAL SPACES
                        PERFORM 0900-MOSTRA
                        GO  TO  0200-PROCESSAR
                    END-IF

      *--------------- AS HORAS JA APROVADAS FICAM NA REGRAVACAO -------
                    MOVE ZEROS                TO WRK-HORAS-APROV
                    MOVE WRK-TEMP-EST-RM      TO ARQ-EST-RM
                    MOVE WRK-TEMP-EST-SEQ     TO ARQ-EST-SEQ
                    READ ESTAGIOS KEY IS ARQ-EST-CHAVE
                        NOT INVALID KEY
                            MOVE ARQ-EST-HORAS-APROV
                                              TO WRK-HORAS-APROV
                    END-READ

                    MOVE WRK-TEMP-EST-RM      TO ARQ-EST-RM
                    MOVE WRK-TEMP-EST-SEQ     TO ARQ-EST-SEQ
                    MOVE WRK-TEMP-EST-EMPRESA TO ARQ-EST-EMPRESA
                    MOVE WRK-TEMP-EST-SUPERVISOR
                                              TO ARQ-EST-SUPERVISOR
                    MOVE WRK-TEMP-EST-INICIO  TO ARQ-EST-INICIO
                    MOVE WRK-TEMP-EST-FIM     TO ARQ-EST-FIM
                    MOVE WRK-TEMP-EST-TERMO   TO ARQ-EST-TERMO
                    MOVE WRK-TEMP-EST-STATUS  TO ARQ-EST-STATUS
                    MOVE WRK-HORAS-APROV      TO ARQ-EST-HORAS-APROV

                    WRITE ARQ-DADOS-ESTAGIO
                        INVALID KEY
                            REWRITE ARQ-DADOS-ESTAGIO
                    END-WRITE

                    MOVE WRK-REGISTRO         TO WRK-MSG

               WHEN "E"
               WHEN "e"
                    PERFORM 0220-CONFERIR-USO
                    IF  WRK-ESTAGIO-EMUSO EQUAL "S"
                        MOVE WRK-MSG-EST-EMUSO TO WRK-MSG
                    ELSE
                        MOVE WRK-TEMP-EST-RM  TO ARQ-EST-RM
                        MOVE WRK-TEMP-EST-SEQ TO ARQ-EST-SEQ
                        DELETE ESTAGIOS RECORD
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
       0210-VALIDAR-ESTAGIO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- DEIXA EM WRK-MSG O MOTIVO DA RECUSA, OU ESPACOS -----

           MOVE SPACES                         TO WRK-MSG.

           IF  WRK-TEMP-EST-EMPRESA    EQUAL SPACES
           OR  WRK-TEMP-EST-SUPERVISOR EQUAL SPACES
           OR  WRK-TEMP-EST-TERMO      EQUAL SPACES
               MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
               GO TO 0210-VALIDAR-ESTAGIO-99-FIM
           END-IF.

           MOVE WRK-TEMP-EST-RM                TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   GO TO 0210-VALIDAR-ESTAGIO-99-FIM
           END-READ.

      *----------- STATUS EM BRANCO ASSUME ATIVO -----------------------
           IF  WRK-TEMP-EST-STATUS EQUAL SPACES
               MOVE "ATIVO"                    TO WRK-TEMP-EST-STATUS
           END-IF.

           IF  WRK-TEMP-EST-STATUS NOT EQUAL "ATIVO"
           AND WRK-TEMP-EST-STATUS NOT EQUAL "CONCLUIDO"
           AND WRK-TEMP-EST-STATUS NOT EQUAL "CANCELADO"
               MOVE WRK-MSG-EST-STATUS         TO WRK-MSG
               GO TO 0210-VALIDAR-ESTAGIO-99-FIM
           END-IF.

      *----------- INICIO E FIM VALIDOS, FIM NAO ANTES DO INICIO -------
           MOVE WRK-TEMP-EST-INICIO            TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.
           IF  WRK-DATA-VALIDA EQUAL "S"
               MOVE WRK-TEMP-EST-FIM           TO WRK-DATA-TESTE-X
               PERFORM 0230-CONFERIR-DATA
           END-IF.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
           OR  WRK-TEMP-EST-FIM LESS WRK-TEMP-EST-INICIO
               MOVE WRK-MSG-AVA-DATAS          TO WRK-MSG
               GO TO 0210-VALIDAR-ESTAGIO-99-FIM
           END-IF.

      *----------- EMPRESA CONVENIADA, CONVENIO VIGENTE NO INICIO ------
           MOVE WRK-TEMP-EST-EMPRESA           TO ARQ-EMP-COD
           READ EMPRESAS KEY IS ARQ-EMP-COD
               INVALID KEY
                   MOVE WRK-MSG-EST-EMPRESA    TO WRK-MSG
                   GO TO 0210-VALIDAR-ESTAGIO-99-FIM
           END-READ.

           IF  WRK-TEMP-EST-INICIO LESS    ARQ-EMP-CONV-INICIO
           OR  WRK-TEMP-EST-INICIO GREATER ARQ-EMP-CONV-FIM
               MOVE WRK-MSG-EST-CONVENIO       TO WRK-MSG
           END-IF.

      *-----------------------------------------------------------------
       0210-VALIDAR-ESTAGIO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-USO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA RELATORIO DE HORAS LANCADO NO ESTAGIO -------

           MOVE "N"                            TO WRK-ESTAGIO-EMUSO.

           IF  WRK-ABRIU-ESTHORAS NOT EQUAL "S"
               GO TO 0220-CONFERIR-USO-99-FIM
           END-IF.

           MOVE WRK-TEMP-EST-RM                TO ARQ-EHR-RM
           MOVE WRK-TEMP-EST-SEQ               TO ARQ-EHR-SEQ

           START ESTHORAS KEY IS EQUAL ARQ-EHR-ESTAGIO
               INVALID KEY
                   GO TO 0220-CONFERIR-USO-99-FIM
           END-START.

           MOVE "S"                            TO WRK-ESTAGIO-EMUSO.

      *-----------------------------------------------------------------
       0220-CONFERIR-USO-99-FIM                                SECTION.
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
             CLOSE  ESTAGIOS.

              IF  FS-ESTAGIOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             CLOSE  EMPRESAS.

             IF  WRK-ABRIU-ESTHORAS EQUAL "S"
                 CLOSE ESTHORAS
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
