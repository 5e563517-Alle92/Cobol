       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGTRCM.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: TRANCAMENTO DE MATRICULA DE UM ALUNO ATIVO,
      *----    LOCALIZADO PELO RM. REGISTRA EM TRANCAM.dat O SEMESTRE
      *----    DE INICIO, A QUANTIDADE DE SEMESTRES, O MOTIVO E O
      *----    OPERADOR, LIMITANDO O TOTAL DE SEMESTRES TRANCADOS DO
      *----    RM AO MAXIMO DO PARAMETRO TRANC-MAXSEM. O ALUNO PASSA
      *----    A "TRANCADO", AS MATRICULAS ATIVAS EM MATDISC.dat FICAM
      *----    SUSPENSAS E A MENSALIDADE DEIXA DE SER COBRADA A PARTIR
      *----    DA COMPETENCIA SEGUINTE (PROGCOBR), QUE PASSA A COBRAR
      *----    SO A TAXA DE TRANCAMENTO QUANDO O PARAMETRO TRANC-TAXA
      *----    ESTA PREENCHIDO. O RETORNO E FEITO PELO PROGTRET.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I/O           BOKALU
      *---- TRANCAM           I/O           BOKTRAN
      *---- MATDISC           I/O           BOKMDIS
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
           05 WRK-TEMP-QTD-SEMESTRES    PIC 9(02) VALUE ZEROS.
           05 WRK-TEMP-MOTIVO           PIC X(30) VALUE SPACES.

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-TRANCAM                   PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

      *--- "S" = MATDISC ABERTO NESTA CHAMADA --------------------------
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".

       77  WRK-FLAG-ENCONTRADO          PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HORA                PIC X(21).

      *------------- LIMITE DE SEMESTRES (PROGPLER, CODIGO ------------
      *------------- TRANC-MAXSEM); O VALUE E O PADRAO -----------------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-MAX-SEMESTRES            PIC 9(02)    VALUE 4.

      *------------- SEMESTRES JA CONSUMIDOS PELO RM -------------------
       77  WRK-SEM-USADOS               PIC 9(02)    VALUE ZEROS.
       77  WRK-SEM-DISPONIVEIS          PIC 9(02)    VALUE ZEROS.

      *------------- SEMESTRE LETIVO AAAAS (S = 1 OU 2) ----------------
       01  WRK-PERIODO.
           05 WRK-PER-ANO               PIC 9(04).
           05 WRK-PER-SEM               PIC 9(01).
       77  WRK-PERIODO-INICIO           PIC X(05) VALUE SPACES.
       77  WRK-PERIODO-FIM              PIC X(05) VALUE SPACES.
       77  WRK-IDX-PERIODO              PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO                    PIC 9(01) VALUE ZEROS.

      *------------- PRIMEIRA COMPETENCIA SEM MENSALIDADE (AAAAMM) -----
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO              PIC 9(04).
           05 WRK-COMP-MES              PIC 9(02).

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
           05 LINE  01 COLUMN 26 VALUE "TRANCAMENTO DE MATRICULA"
                  BACKGROUND-COLOR 3.

       01  SCR-RM.
           05 LINE  07 COLUMN 30 VALUE "RM...............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-RM.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM...............".
           05 LINE  07 COLUMN 60 FROM  ARQ-RM.
           05 LINE  08 COLUMN 30 VALUE "NOME ALUNO.......".
           05 LINE  08 COLUMN 60 FROM  ARQ-NOMEALUNO.
           05 LINE  09 COLUMN 30 VALUE "CURSO/SEMESTRE...".
           05 LINE  09 COLUMN 60 FROM  ARQ-CURSO.
           05 LINE  09 COLUMN 76 FROM  ARQ-SEMESTRE.
           05 LINE  10 COLUMN 30 VALUE "SEMESTRES LIVRES.".
           05 LINE  10 COLUMN 60 FROM  WRK-SEM-DISPONIVEIS.
           05 LINE  12 COLUMN 30 VALUE "QTD SEMESTRES....".
           05 LINE  12 COLUMN 60 USING WRK-TEMP-QTD-SEMESTRES.
           05 LINE  13 COLUMN 30 VALUE "MOTIVO...........".
           05 LINE  14 COLUMN 30 USING WRK-TEMP-MOTIVO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-PERIODO.
           05 LINE  16 COLUMN 30 VALUE "TRANCADO DE/ATE..".
           05 LINE  16 COLUMN 60 FROM  WRK-PERIODO-INICIO.
           05 LINE  16 COLUMN 67 FROM  WRK-PERIODO-FIM.
           05 LINE  17 COLUMN 30 VALUE "SEM MENSALIDADE A".
           05 LINE  17 COLUMN 60 FROM  WRK-COMPETENCIA.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA TRANCAMENTO (S/N)? "
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

      *----------- REGISTRO DOS TRANCAMENTOS (I-O; CRIA NA PRIMEIRA) ---
            OPEN I-O TRANCAM.

            IF  FS-TRANCAM EQUAL 35
                OPEN OUTPUT TRANCAM
                CLOSE       TRANCAM
                OPEN I-O    TRANCAM
            END-IF.

      *----------- MATRICULA POR DISCIPLINA (SEM ELA NADA A SUSPENDER) -
            OPEN I-O MATDISC.

            IF  FS-MATDISC EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MATDISC
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *----------- LIMITE REGULAMENTAR VIGENTE (PARAMET.dat) -----------
           MOVE "TRANC-MAXSEM"                TO WRK-PARM-CODIGO
           MOVE WRK-MAX-SEMESTRES             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-MAX-SEMESTRES.

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

           IF ARQ-STATUS NOT EQUAL "ATIVO"
               MOVE WRK-MSG-TRC-NAOATIVO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               UNLOCK ALUNOS
               GO TO 0200-PROCESSAR
           END-IF.

      *--------------- SEMESTRES JA CONSUMIDOS EM TRANCAMENTOS ---------
      *--------------- ANTERIORES DO MESMO RM --------------------------
           MOVE ZEROS                         TO WRK-SEM-USADOS
           MOVE ARQ-RM                        TO ARQ-TRA-RM
           READ TRANCAM KEY IS ARQ-TRA-RM
               NOT INVALID KEY
                   MOVE ARQ-TRA-SEM-USADOS    TO WRK-SEM-USADOS
           END-READ.

           IF  WRK-SEM-USADOS LESS WRK-MAX-SEMESTRES
               COMPUTE WRK-SEM-DISPONIVEIS =
                       WRK-MAX-SEMESTRES - WRK-SEM-USADOS
           ELSE
               MOVE ZEROS                     TO WRK-SEM-DISPONIVEIS
           END-IF.

      *--------------- AREA DE INSERCAO DOS DADOS ----------------------
           MOVE SPACES                        TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF WRK-TEMP-QTD-SEMESTRES EQUAL ZEROS
           OR WRK-TEMP-QTD-SEMESTRES GREATER WRK-SEM-DISPONIVEIS
              MOVE WRK-MSG-TRC-LIMITE         TO WRK-MSG
              PERFORM 0900-MOSTRA
              UNLOCK ALUNOS
              GO  TO  0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-MOTIVO EQUAL SPACES
              MOVE WRK-MSG-TRC-MOTIVO         TO WRK-MSG
              PERFORM 0900-MOSTRA
              UNLOCK ALUNOS
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- PERIODO COBERTO E INICIO DA SUSPENSAO -----------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           PERFORM 0210-CALCULAR-PERIODO.

           DISPLAY SCR-PERIODO.

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
           MOVE "TRANCADO"                    TO ARQ-STATUS

           REWRITE ARQ-DADOS
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-REWRITE.

           MOVE ARQ-RM                        TO ARQ-TRA-RM
           MOVE ARQ-SEMESTRE                  TO ARQ-TRA-SEM-CURSO
           MOVE WRK-PERIODO-INICIO            TO ARQ-TRA-PERIODO-INICIO
           MOVE WRK-TEMP-QTD-SEMESTRES        TO ARQ-TRA-QTD-SEMESTRES
           MOVE WRK-PERIODO-FIM               TO ARQ-TRA-PERIODO-FIM
           MOVE WRK-TEMP-MOTIVO               TO ARQ-TRA-MOTIVO
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-TRA-DATA-INICIO
           MOVE WRK-COMPETENCIA               TO ARQ-TRA-COMP-INICIO
           MOVE "ATIVO"                       TO ARQ-TRA-STATUS
           MOVE LNK-OPERADOR                  TO ARQ-TRA-OPERADOR
           MOVE WRK-SEM-USADOS                TO ARQ-TRA-SEM-USADOS
           MOVE SPACES                        TO ARQ-TRA-DATA-RETORNO
                                                 ARQ-TRA-SEM-RETORNO
                                                 ARQ-TRA-OPER-RETORNO

      *--------------- O TRANCAMENTO ANTERIOR DO RM E SUBSTITUIDO ------
           WRITE ARQ-DADOS-TRANCAMENTO
               INVALID KEY
                   REWRITE ARQ-DADOS-TRANCAMENTO
           END-WRITE.

           IF  WRK-ABRIU-MATDISC EQUAL "S"
               PERFORM 0220-SUSPENDER-MATDISC
           END-IF.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-AUD-DATAHORA
           MOVE "PROGTRCM"                    TO ARQ-AUD-PROGRAMA
           MOVE "TRANCOU"                     TO ARQ-AUD-OPERACAO
           MOVE ARQ-RM                        TO ARQ-AUD-RM
           MOVE ARQ-NOMEALUNO                 TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                  TO ARQ-AUD-OPERADOR
           MOVE "ARQ-STATUS"                  TO ARQ-AUD-CAMPO
           MOVE "ATIVO"                       TO ARQ-AUD-ANTES
           MOVE SPACES                        TO ARQ-AUD-DEPOIS
           STRING "TRANCADO " WRK-PERIODO-INICIO " A "
                  WRK-PERIODO-FIM " "
                  FUNCTION TRIM(WRK-TEMP-MOTIVO)
                  DELIMITED BY SIZE INTO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CALCULAR-PERIODO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- O TRANCAMENTO COBRE O SEMESTRE LETIVO CORRENTE E ---
      *----------- OS SEGUINTES, ATE COMPLETAR A QUANTIDADE PEDIDA -----

           MOVE WRK-DATA-HORA(1:4)            TO WRK-PER-ANO
           IF  WRK-DATA-HORA(5:2) LESS "07"
               MOVE 1                         TO WRK-PER-SEM
           ELSE
               MOVE 2                         TO WRK-PER-SEM
           END-IF.
           MOVE WRK-PERIODO                   TO WRK-PERIODO-INICIO.

           COMPUTE WRK-IDX-PERIODO = WRK-PER-ANO * 2 + WRK-PER-SEM - 1
                                   + WRK-TEMP-QTD-SEMESTRES - 1.
           DIVIDE WRK-IDX-PERIODO BY 2 GIVING WRK-PER-ANO
                  REMAINDER WRK-RESTO.
           COMPUTE WRK-PER-SEM = WRK-RESTO + 1.
           MOVE WRK-PERIODO                   TO WRK-PERIODO-FIM.

      *----------- A MENSALIDADE DA COMPETENCIA CORRENTE E DEVIDA; -----
      *----------- A SUSPENSAO VALE A PARTIR DA SEGUINTE ---------------
           MOVE WRK-DATA-HORA(1:4)            TO WRK-COMP-ANO
           MOVE WRK-DATA-HORA(5:2)            TO WRK-COMP-MES
           IF  WRK-COMP-MES EQUAL 12
               ADD 1                          TO WRK-COMP-ANO
               MOVE 1                         TO WRK-COMP-MES
           ELSE
               ADD 1                          TO WRK-COMP-MES
           END-IF.

      *-----------------------------------------------------------------
       0210-CALCULAR-PERIODO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-SUSPENDER-MATDISC                                  SECTION.
      *-----------------------------------------------------------------
      *----------- AS DISCIPLINAS ATIVAS DO RM FICAM SUSPENSAS; AS -----
      *----------- JA TRANCADAS UMA A UMA (PROGMDIS) NAO SE ALTERAM ----

           MOVE ARQ-RM                         TO ARQ-MDI-RM
           MOVE LOW-VALUES                     TO ARQ-MDI-DISCIPLINA

           START MATDISC KEY IS GREATER THAN OR EQUAL ARQ-MDI-CHAVE
               INVALID KEY
                   GO TO 0220-SUSPENDER-MATDISC-99-FIM
           END-START.

           READ MATDISC NEXT RECORD
               AT END
                   GO TO 0220-SUSPENDER-MATDISC-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATDISC NOT EQUAL ZEROS
                      OR ARQ-MDI-RM NOT EQUAL ARQ-RM

               IF  ARQ-MDI-STATUS EQUAL "ATIVA"
                   MOVE "SUSPENSA"             TO ARQ-MDI-STATUS
                   REWRITE ARQ-DADOS-MATDISC
               END-IF

               READ MATDISC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATDISC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATDISC.

      *-----------------------------------------------------------------
       0220-SUSPENDER-MATDISC-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  TRANCAM.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
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
