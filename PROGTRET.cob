       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGTRET.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RETORNO DE TRANCAMENTO. LOCALIZA O ALUNO
      *----    TRANCADO PELO RM E SUGERE O SEMESTRE DA MATRIZ EM QUE
      *----    ELE VOLTA: O MESMO DO TRANCAMENTO OU, SE AQUELE JA FOI
      *----    FECHADO PARA O RM (RESULTADOS.dat), O SEGUINTE. O
      *----    SEMESTRE INFORMADO E CONFERIDO EM SEMESTRES.dat. O
      *----    ALUNO VOLTA A "ATIVO", O TRANCAMENTO E ENCERRADO COMO
      *----    RETORNADO (SOMANDO OS SEMESTRES CONSUMIDOS AO LIMITE DO
      *----    RM) E AS DISCIPLINAS SUSPENSAS DO SEMESTRE DE RETORNO
      *----    VOLTAM A ATIVAS; AS DEMAIS FICAM TRANCADAS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I/O           BOKALU
      *---- TRANCAM           I/O           BOKTRAN
      *---- MATDISC           I/O           BOKMDIS
      *---- SEMESTRES         I             BOKSEM
      *---- RESULTADOS        I             BOKRESU
      *---- AUDITORIA         E             BOKAUDIT
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
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-ALUNOS.

           SELECT TRANCAM  ASSIGN TO WRK-PATH-TRANCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRA-RM
                  FILE STATUS IS FS-TRANCAM.

           SELECT MATDISC  ASSIGN TO WRK-PATH-MATDISC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MDI-CHAVE
                  FILE STATUS IS FS-MATDISC.

           SELECT SEMESTRES  ASSIGN TO WRK-PATH-SEMESTRES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SEM-COD
                  FILE STATUS IS FS-SEMESTRES.

      *----------- RESULTADOS DO FECHAMENTO (SEMESTRE FECHADO) ---------
           SELECT RESULTADOS  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESULTADOS.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  TRANCAM.
       COPY "BOKTRAN".

       FD  MATDISC.
       COPY "BOKMDIS".

       FD  SEMESTRES.
       COPY "BOKSEM".

       FD  RESULTADOS.
       COPY "BOKRESU".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-RM               PIC X(06) VALUE SPACES.
           05 WRK-TEMP-SEM-RETORNO      PIC X(02) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-TRANCAM                   PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-RESULTADOS                PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO NESTA CHAMADA -----------------
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".
       77  WRK-ABRIU-RESULTADOS         PIC X(01) VALUE "N".

       77  WRK-FLAG-ENCONTRADO          PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-SEM-ANTERIOR             PIC X(02) VALUE SPACES.

      *------------- SEMESTRE SEGUINTE DA MATRIZ (CODIGO NUMERICO) -----
       77  WRK-SEM-SEGUINTE             PIC 9(02) VALUE ZEROS.

      *------------- SEMESTRES LETIVOS CONSUMIDOS PELO TRANCAMENTO -----
       01  WRK-PERIODO.
           05 WRK-PER-ANO               PIC 9(04).
           05 WRK-PER-SEM               PIC 9(01).
       77  WRK-IDX-INICIO               PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-ATUAL                PIC 9(05) VALUE ZEROS.
       77  WRK-SEM-CONSUMIDOS           PIC 9(02) VALUE ZEROS.

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
           05 LINE  01 COLUMN 26 VALUE "RETORNO DE TRANCAMENTO"
                  BACKGROUND-COLOR 3.

       01  SCR-RM.
           05 LINE  07 COLUMN 30 VALUE "RM...............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-RM.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM...............".
           05 LINE  07 COLUMN 60 FROM  ARQ-RM.
           05 LINE  08 COLUMN 30 VALUE "NOME ALUNO.......".
           05 LINE  08 COLUMN 60 FROM  ARQ-NOMEALUNO.
           05 LINE  09 COLUMN 30 VALUE "CURSO............".
           05 LINE  09 COLUMN 60 FROM  ARQ-CURSO.
           05 LINE  10 COLUMN 30 VALUE "TRANCADO DE/ATE..".
           05 LINE  10 COLUMN 60 FROM  ARQ-TRA-PERIODO-INICIO.
           05 LINE  10 COLUMN 67 FROM  ARQ-TRA-PERIODO-FIM.
           05 LINE  11 COLUMN 30 VALUE "MOTIVO...........".
           05 LINE  11 COLUMN 60 FROM  ARQ-TRA-MOTIVO.
           05 LINE  12 COLUMN 30 VALUE "SEM. NO TRANCAM..".
           05 LINE  12 COLUMN 60 FROM  ARQ-TRA-SEM-CURSO.
           05 LINE  14 COLUMN 30 VALUE "SEMESTRE RETORNO.".
           05 LINE  14 COLUMN 60 USING WRK-TEMP-SEM-RETORNO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA RETORNO (S/N)? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 34 USING WRK-OPCAO.

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

      *----------- ABERTURA DO ARQUIVO
            OPEN I-O  ALUNOS.

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

      *----------- SEM TRANCAMENTO REGISTRADO NAO HA O QUE RETORNAR ----
            OPEN I-O TRANCAM.

            IF  FS-TRANCAM NOT EQUAL 0
                MOVE WRK-MSG-TRC-NAOTRANC     TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

            OPEN INPUT SEMESTRES.

            IF  FS-SEMESTRES NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS TRANCAM
                GOBACK
            END-IF.

            OPEN I-O MATDISC.

            IF  FS-MATDISC EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MATDISC
            END-IF.

            OPEN INPUT RESULTADOS.

            IF  FS-RESULTADOS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-RESULTADOS
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE LOCALIZACAO DO REGISTRO -----------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-RM.

           IF WRK-TEMP-RM  EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-RM  EQUAL SPACES
               MOVE WRK-RM-INC                TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE ZEROS                         TO WRK-FLAG-ENCONTRADO
           MOVE WRK-TEMP-RM                   TO ARQ-RM

           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE ZEROS                 TO WRK-FLAG-ENCONTRADO
               NOT INVALID KEY
                   MOVE 1                     TO WRK-FLAG-ENCONTRADO
           END-READ.

           IF FS-ALUNOS EQUAL 99
               MOVE WRK-MSG-REG-BLOQUEADO     TO WRK-MSG
               PERFORM 0900-MOSTRA
               UNLOCK ALUNOS
               GO TO 0200-PROCESSAR
           END-IF.

           IF WRK-FLAG-ENCONTRADO NOT EQUAL 1
               MOVE WRK-MSG-REG-NAOENCONT     TO WRK-MSG
               PERFORM 0900-MOSTRA
               UNLOCK ALUNOS
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- O ALUNO E O TRANCAMENTO DEVEM ESTAR EM ABERTO ---
           MOVE ZEROS                         TO WRK-FLAG-ENCONTRADO
           MOVE ARQ-RM                        TO ARQ-TRA-RM
           READ TRANCAM KEY IS ARQ-TRA-RM
               NOT INVALID KEY
                   IF  ARQ-TRA-STATUS EQUAL "ATIVO"
                       MOVE 1                 TO WRK-FLAG-ENCONTRADO
                   END-IF
           END-READ.

           IF ARQ-STATUS NOT EQUAL "TRANCADO"
           OR WRK-FLAG-ENCONTRADO NOT EQUAL 1
               MOVE WRK-MSG-TRC-NAOTRANC      TO WRK-MSG
               PERFORM 0900-MOSTRA
               UNLOCK ALUNOS
               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0210-SUGERIR-SEMESTRE.

      *--------------- AREA DE INSERCAO DOS DADOS ----------------------
           MOVE SPACES                        TO WRK-MSG
           ACCEPT SCR-DADOS.

           MOVE WRK-TEMP-SEM-RETORNO          TO ARQ-SEM-COD
           READ SEMESTRES KEY IS ARQ-SEM-COD
               INVALID KEY
                   MOVE WRK-MSG-SEM-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   UNLOCK ALUNOS
                   GO TO 0200-PROCESSAR
           END-READ.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"

                UNLOCK ALUNOS
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE ARQ-SEMESTRE                  TO WRK-SEM-ANTERIOR
           MOVE WRK-TEMP-SEM-RETORNO          TO ARQ-SEMESTRE
           MOVE "ATIVO"                       TO ARQ-STATUS

           REWRITE ARQ-DADOS
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-REWRITE.

           PERFORM 0220-ENCERRAR-TRANCAMENTO.

           IF  WRK-ABRIU-MATDISC EQUAL "S"
               PERFORM 0230-REATIVAR-MATDISC
           END-IF.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-AUD-DATAHORA
           MOVE "PROGTRET"                    TO ARQ-AUD-PROGRAMA
           MOVE "RETORNOU"                    TO ARQ-AUD-OPERACAO
           MOVE ARQ-RM                        TO ARQ-AUD-RM
           MOVE ARQ-NOMEALUNO                 TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                  TO ARQ-AUD-OPERADOR
           MOVE "ARQ-STATUS"                  TO ARQ-AUD-CAMPO
           MOVE SPACES                        TO ARQ-AUD-ANTES
                                                 ARQ-AUD-DEPOIS
           STRING "TRANCADO SEM " WRK-SEM-ANTERIOR
                  DELIMITED BY SIZE INTO ARQ-AUD-ANTES
           STRING "ATIVO SEM " WRK-TEMP-SEM-RETORNO
                  DELIMITED BY SIZE INTO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SUGERIR-SEMESTRE                                   SECTION.
      *-----------------------------------------------------------------
      *----------- VOLTA AO SEMESTRE DO TRANCAMENTO, SALVO SE ELE JA ---
      *----------- FOI FECHADO PARA O RM E EXISTE O SEGUINTE -----------

           MOVE ARQ-TRA-SEM-CURSO             TO WRK-TEMP-SEM-RETORNO.

           IF  WRK-ABRIU-RESULTADOS NOT EQUAL "S"
           OR  ARQ-TRA-SEM-CURSO NOT NUMERIC
               GO TO 0210-SUGERIR-SEMESTRE-99-FIM
           END-IF.

           MOVE ARQ-TRA-SEM-CURSO             TO ARQ-RES-SEMESTRE
           MOVE ARQ-RM                        TO ARQ-RES-RM
           MOVE LOW-VALUES                    TO ARQ-RES-DISCIPLINA

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   GO TO 0210-SUGERIR-SEMESTRE-99-FIM
           END-START.

           READ RESULTADOS NEXT RECORD
               AT END
                   GO TO 0210-SUGERIR-SEMESTRE-99-FIM
           END-READ.

           IF  ARQ-RES-SEMESTRE NOT EQUAL ARQ-TRA-SEM-CURSO
           OR  ARQ-RES-RM NOT EQUAL ARQ-RM
               GO TO 0210-SUGERIR-SEMESTRE-99-FIM
           END-IF.

           MOVE ARQ-TRA-SEM-CURSO             TO WRK-SEM-SEGUINTE
           ADD 1                              TO WRK-SEM-SEGUINTE
           MOVE WRK-SEM-SEGUINTE              TO ARQ-SEM-COD

           READ SEMESTRES KEY IS ARQ-SEM-COD
               NOT INVALID KEY
                   MOVE ARQ-SEM-COD           TO WRK-TEMP-SEM-RETORNO
           END-READ.

      *-----------------------------------------------------------------
       0210-SUGERIR-SEMESTRE-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-ENCERRAR-TRANCAMENTO                               SECTION.
      *-----------------------------------------------------------------
      *----------- CONTA OS SEMESTRES LETIVOS DO INICIO ATE O ATUAL ----
      *----------- (NO MINIMO UM) PARA O LIMITE DE TRANCAMENTO DO RM --

           MOVE ARQ-TRA-PERIODO-INICIO        TO WRK-PERIODO
           COMPUTE WRK-IDX-INICIO = WRK-PER-ANO * 2 + WRK-PER-SEM - 1.

           MOVE WRK-DATA-HORA(1:4)            TO WRK-PER-ANO
           IF  WRK-DATA-HORA(5:2) LESS "07"
               MOVE 1                         TO WRK-PER-SEM
           ELSE
               MOVE 2                         TO WRK-PER-SEM
           END-IF.
           COMPUTE WRK-IDX-ATUAL = WRK-PER-ANO * 2 + WRK-PER-SEM - 1.

           IF  WRK-IDX-ATUAL GREATER WRK-IDX-INICIO
               COMPUTE WRK-SEM-CONSUMIDOS =
                       WRK-IDX-ATUAL - WRK-IDX-INICIO + 1
           ELSE
               MOVE 1                         TO WRK-SEM-CONSUMIDOS
           END-IF.

           ADD WRK-SEM-CONSUMIDOS             TO ARQ-TRA-SEM-USADOS
           MOVE "RETORNADO"                   TO ARQ-TRA-STATUS
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-TRA-DATA-RETORNO
           MOVE WRK-TEMP-SEM-RETORNO          TO ARQ-TRA-SEM-RETORNO
           MOVE LNK-OPERADOR                  TO ARQ-TRA-OPER-RETORNO

           REWRITE ARQ-DADOS-TRANCAMENTO.

      *-----------------------------------------------------------------
       0220-ENCERRAR-TRANCAMENTO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-REATIVAR-MATDISC                                   SECTION.
      *-----------------------------------------------------------------
      *----------- SUSPENSAS DO SEMESTRE DE RETORNO VOLTAM A ATIVAS; --
      *----------- AS DE OUTRO SEMESTRE FICAM TRANCADAS ----------------

           MOVE ARQ-RM                         TO ARQ-MDI-RM
           MOVE LOW-VALUES                     TO ARQ-MDI-DISCIPLINA

           START MATDISC KEY IS GREATER THAN OR EQUAL ARQ-MDI-CHAVE
               INVALID KEY
                   GO TO 0230-REATIVAR-MATDISC-99-FIM
           END-START.

           READ MATDISC NEXT RECORD
               AT END
                   GO TO 0230-REATIVAR-MATDISC-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATDISC NOT EQUAL ZEROS
                      OR ARQ-MDI-RM NOT EQUAL ARQ-RM

               IF  ARQ-MDI-STATUS EQUAL "SUSPENSA"
                   IF  ARQ-MDI-SEMESTRE EQUAL WRK-TEMP-SEM-RETORNO
                       MOVE "ATIVA"            TO ARQ-MDI-STATUS
                   ELSE
                       MOVE "TRANCADA"         TO ARQ-MDI-STATUS
                   END-IF
                   REWRITE ARQ-DADOS-MATDISC
               END-IF

               READ MATDISC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATDISC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATDISC.

      *-----------------------------------------------------------------
       0230-REATIVAR-MATDISC-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  TRANCAM SEMESTRES.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
             END-IF.

             IF  WRK-ABRIU-RESULTADOS EQUAL "S"
                 CLOSE RESULTADOS
             END-IF.

             CLOSE  AUDITORIA.

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
