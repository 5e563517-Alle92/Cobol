       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGBESC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: REGISTRAR A ESCOLHA DO PAGADOR: O CONVENIO DE
      *----    COBRANCA (BANCO) EM QUE O RM QUER RECEBER OS BOLETOS
      *----    (CONVPAG.dat). A ESCOLHA VALE PARA AS COBRANCAS AINDA
      *----    NAO REMETIDAS E TEM PRECEDENCIA SOBRE O CONVENIO DO
      *----    CAMPUS NO ROTEAMENTO DO PROGREME. CONVENIO EM BRANCO
      *----    APAGA A ESCOLHA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- CONVENIO          I             BOKCNV
      *---- CONVPAG          I-O            BOKCVPG
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT CONVENIO  ASSIGN TO WRK-PATH-CONVENIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CNV-CODIGO
                  FILE STATUS IS FS-CONVENIO.

           SELECT CONVPAG  ASSIGN TO WRK-PATH-CONVPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CVP-RM
                  FILE STATUS IS FS-CONVPAG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  CONVENIO.
       COPY "BOKCNV".

       FD  CONVPAG.
       COPY "BOKCVPG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CVP-RM           PIC X(06).
           05 WRK-TEMP-CVP-CONVENIO     PIC X(03).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-CONVENIO                  PIC 9(02).
       77  FS-CONVPAG                   PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *--- NOME DO BANCO DO CONVENIO ESCOLHIDO, PARA CONFERENCIA ------
       77  WRK-NOME-BANCO               PIC X(20)    VALUE SPACES.

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
           05 LINE  01 COLUMN 25 VALUE "BANCO ESCOLHIDO PELO PAGADOR"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CVP-RM.
           05 LINE  08 COLUMN 30 VALUE "CONVENIO (BRANCO APAGA)".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-CVP-CONVENIO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "RM 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-ESCOLHA.
           05 LINE  10 COLUMN 30 VALUE "ALUNO............".
           05 LINE  10 COLUMN 60 FROM  ARQ-NOMEALUNO.
           05 LINE  11 COLUMN 30 VALUE "BANCO............".
           05 LINE  11 COLUMN 60 FROM  WRK-NOME-BANCO.

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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT  ALUNOS.

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
                  GOBACK
            END-IF.

      *----------- ABERTURA DOS CONVENIOS (SEM ELES NAO HA ESCOLHA) ----
            OPEN INPUT  CONVENIO.

            IF  FS-CONVENIO NOT EQUAL 0
                MOVE WRK-MSG-SEM-CONVENIO     TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  CONVPAG.

            IF  FS-CONVPAG EQUAL 35
                OPEN OUTPUT CONVPAG
                CLOSE       CONVPAG
                OPEN I-O    CONVPAG
            END-IF.

            IF  FS-CONVPAG NOT EQUAL 0
                EVALUATE FS-CONVPAG
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
                  CLOSE ALUNOS CONVENIO
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
           IF WRK-TEMP-CVP-RM EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-CVP-RM       EQUAL SPACES
              MOVE WRK-RM-INC                 TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ O RM PRECISA EXISTIR EM ALUNOS.dat -----------------
           MOVE WRK-TEMP-CVP-RM               TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *------------ O CONVENIO ESCOLHIDO PRECISA ESTAR ATIVO -----------
           MOVE SPACES                        TO WRK-NOME-BANCO

           IF WRK-TEMP-CVP-CONVENIO NOT EQUAL SPACES
              MOVE WRK-TEMP-CVP-CONVENIO      TO ARQ-CNV-CODIGO
              READ CONVENIO KEY IS ARQ-CNV-CODIGO
                  INVALID KEY
                      MOVE WRK-MSG-CONV-NAOCAD TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
              IF ARQ-CNV-STATUS NOT EQUAL "ATIVO"
                 MOVE WRK-MSG-CONV-INATIVO    TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0200-PROCESSAR
              END-IF
              MOVE ARQ-CNV-NOME-BANCO         TO WRK-NOME-BANCO
           END-IF.

           DISPLAY SCR-ESCOLHA.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           MOVE SPACES                        TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
      *------------ CONVENIO EM BRANCO: O RM VOLTA AO ROTEAMENTO ------
      *------------ PELO CAMPUS / CONVENIO PADRAO ----------------------
           MOVE WRK-TEMP-CVP-RM               TO ARQ-CVP-RM

           IF WRK-TEMP-CVP-CONVENIO EQUAL SPACES
              DELETE CONVPAG
                  INVALID KEY
                      MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-DELETE
           ELSE
              MOVE FUNCTION CURRENT-DATE      TO WRK-DATA-HORA
              MOVE WRK-TEMP-CVP-CONVENIO      TO ARQ-CVP-CONVENIO
              MOVE WRK-DATA-HORA(1:8)         TO ARQ-CVP-DATA
              MOVE LNK-OPERADOR               TO ARQ-CVP-OPERADOR
              WRITE ARQ-DADOS-CONVPAG
                  INVALID KEY
                      REWRITE ARQ-DADOS-CONVPAG
              END-WRITE
           END-IF.

           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  CONVENIO.

             CLOSE  CONVPAG.

              IF  FS-CONVPAG NOT EQUAL 0
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
