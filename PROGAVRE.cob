       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGAVRE.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RESPOSTA DA AVALIACAO INSTITUCIONAL PELO ALUNO,
      *----    CHAMADA PELO AUTOATENDIMENTO (PROGCONS) DEPOIS DA
      *----    CONSULTA DO ALUNO ATIVO. SO FUNCIONA COM A JANELA DE
      *----    ALGUM SEMESTRE ABERTA HOJE (JANAVAL.dat); PARA CADA
      *----    DISCIPLINA MATRICULADA NO SEMESTRE (MATDISC.dat) AINDA
      *----    NAO AVALIADA, PERGUNTA AS QUESTOES ATIVAS DO BANCO
      *----    (QUESTOES.dat) COM NOTA DE 1 A 5. AS NOTAS VAO PARA
      *----    RESPAVAL.dat SEM RM (ANONIMAS) E O ALUNO FICA MARCADO
      *----    EM CTLAVAL.dat, QUE IMPEDE A SEGUNDA RESPOSTA NA
      *----    MESMA DISCIPLINA. O PROFESSOR AVALIADO VEM DA
      *----    ATRIBUICAO DE AULAS (ATRIBUIC.dat).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- JANAVAL           I             BOKJAVA
      *---- QUESTOES          I             BOKQUES
      *---- MATDISC           I             BOKMDIS
      *---- ATRIBUIC          I             BOKATRB
      *---- PROFESSOR         I             BOKPROF
      *---- CTLAVAL           E             BOKCAVA
      *---- RESPAVAL          E             BOKRAVA
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

           SELECT QUESTOES  ASSIGN TO WRK-PATH-QUESTOES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-QUE-COD
                  FILE STATUS IS FS-QUESTOES.

           SELECT MATDISC  ASSIGN TO WRK-PATH-MATDISC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MDI-CHAVE
                  FILE STATUS IS FS-MATDISC.

           SELECT ATRIBUIC  ASSIGN TO WRK-PATH-ATRIBUIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ATR-CHAVE
                  FILE STATUS IS FS-ATRIBUIC.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT CTLAVAL  ASSIGN TO WRK-PATH-CTLAVAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CAV-CHAVE
                  FILE STATUS IS FS-CTLAVAL.

           SELECT RESPAVAL  ASSIGN TO WRK-PATH-RESPAVAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RESPAVAL.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  JANAVAL.
       COPY "BOKJAVA".

       FD  QUESTOES.
       COPY "BOKQUES".

       FD  MATDISC.
       COPY "BOKMDIS".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  CTLAVAL.
       COPY "BOKCAVA".

       FD  RESPAVAL.
       COPY "BOKRAVA".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-JANAVAL                   PIC 9(02).
       77  FS-QUESTOES                  PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-CTLAVAL                   PIC 9(02).
       77  FS-RESPAVAL                  PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO -------------------------------
       77  WRK-ABRIU-ATRIBUIC           PIC X(01) VALUE "N".
       77  WRK-ABRIU-PROFESSOR          PIC X(01) VALUE "N".

      *------------- SEMESTRE COM A JANELA ABERTA HOJE -----------------
       77  WRK-DATA-HOJE                PIC X(08) VALUE SPACES.
       77  WRK-SEMESTRE-AVAL            PIC X(02) VALUE SPACES.

      *------------- QUESTOES ATIVAS DO BANCO --------------------------
       77  WRK-QTD-QUESTOES             PIC 9(02) VALUE ZEROS.
       77  WRK-IND-QUE                  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-QUESTOES.
           05 WRK-TQ-ITEM OCCURS 20 TIMES.
              10 WRK-TQ-COD             PIC X(03).
              10 WRK-TQ-TEXTO           PIC X(60).
              10 WRK-TQ-NOTA            PIC 9(01).

      *------------- DISCIPLINAS AINDA NAO AVALIADAS PELO ALUNO --------
       77  WRK-QTD-PENDENTES            PIC 9(02) VALUE ZEROS.
       77  WRK-IND-DIS                  PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-RESPONDIDAS          PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PENDENTES.
           05 WRK-TP-ITEM OCCURS 20 TIMES.
              10 WRK-TP-DISCIPLINA      PIC X(15).
              10 WRK-TP-TURMA           PIC X(03).
              10 WRK-TP-PROFESSOR       PIC X(06).

       77  WRK-PROF-NOME                PIC X(30) VALUE SPACES.
      *--- "S" = ALUNO PAROU DE RESPONDER (AS DEMAIS FICAM PARA DEPOIS)
       77  WRK-ENCERRAR                 PIC X(01) VALUE SPACES.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- NOTA DIGITADA: 1 A 5, OU 9 PARA PARAR -------------
       77  WRK-TEMP-NOTA                PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                                  SECTION.
      *-----------------------------------------------------------------
       01  LNK-AVA-RM                         PIC X(06).
       01  LNK-AVA-CURSO                      PIC X(15).
       01  LNK-AVA-CAMPUS                     PIC X(15).
       01  LNK-AVA-TURMA                      PIC X(03).

      *-----------------------------------------------------------------
       SCREEN                                                  SECTION.
      *-----------------------------------------------------------------

       01  SCR-TELA.
           05 BLANK SCREEN.
           05 LINE  01 COLUMN 01 ERASE EOL BACKGROUND-COLOR 3.
           05 LINE  01 COLUMN 24 VALUE "AVALIACAO INSTITUCIONAL"
                  BACKGROUND-COLOR 3.

       01  SCR-CONVITE.
           05 LINE  07 COLUMN 10 VALUE
                  "A AVALIACAO INSTITUCIONAL DO SEMESTRE ESTA ABERTA.".
           05 LINE  08 COLUMN 10 VALUE
                  "SUAS RESPOSTAS SAO ANONIMAS.".
           05 LINE  10 COLUMN 10 VALUE "DISCIPLINAS A AVALIAR....".
           05 LINE  10 COLUMN 40 FROM  WRK-QTD-PENDENTES.
           05 LINE  22 COLUMN 9  VALUE
                  "RESPONDER AGORA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 34 USING WRK-OPCAO.

       01  SCR-QUESTAO.
           05 LINE  05 COLUMN 10 VALUE "DISCIPLINA.......".
           05 LINE  05 COLUMN 30 FROM  WRK-TP-DISCIPLINA (WRK-IND-DIS).
           05 LINE  06 COLUMN 10 VALUE "PROFESSOR........".
           05 LINE  06 COLUMN 30 FROM  WRK-PROF-NOME.
           05 LINE  08 COLUMN 10 VALUE "QUESTAO..........".
           05 LINE  08 COLUMN 30 FROM  WRK-TQ-COD (WRK-IND-QUE).
           05 LINE  09 COLUMN 10 FROM  WRK-TQ-TEXTO (WRK-IND-QUE).
           05 LINE  11 COLUMN 10 VALUE "NOTA (1 A 5).....".
           05 LINE  11 COLUMN 30 USING WRK-TEMP-NOTA.
           05 LINE  21 COLUMN 09 VALUE
                  "1 PESSIMO ... 5 OTIMO / 9 DEIXA PARA DEPOIS"
                       BACKGROUND-COLOR 3.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-AVA-RM, LNK-AVA-CURSO, LNK-AVA-CAMPUS, LNK-AVA-TURMA.
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
      *----------- SEM JANELA ABERTA, SEM QUESTAO ATIVA OU SEM ---------
      *----------- MATRICULA POR DISCIPLINA NAO HA O QUE RESPONDER E ---
      *----------- O AUTOATENDIMENTO SEGUE SEM NENHUMA TELA A MAIS -----

            MOVE SPACES                        TO WRK-SEMESTRE-AVAL
                                                  WRK-ENCERRAR
            MOVE ZEROS                         TO WRK-QTD-QUESTOES
                                                  WRK-QTD-PENDENTES
                                                  WRK-QTD-RESPONDIDAS
            MOVE "N"                           TO WRK-ABRIU-ATRIBUIC
                                                  WRK-ABRIU-PROFESSOR
            MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-HOJE.

            OPEN INPUT JANAVAL.

            IF  FS-JANAVAL NOT EQUAL 0
                GOBACK
            END-IF.

            PERFORM 0110-BUSCAR-JANELA.
            CLOSE JANAVAL.

            IF  WRK-SEMESTRE-AVAL EQUAL SPACES
                GOBACK
            END-IF.

            OPEN INPUT QUESTOES.

            IF  FS-QUESTOES NOT EQUAL 0
                GOBACK
            END-IF.

            PERFORM 0120-CARREGAR-QUESTOES.
            CLOSE QUESTOES.

            IF  WRK-QTD-QUESTOES EQUAL ZEROS
                GOBACK
            END-IF.

            OPEN INPUT MATDISC.

            IF  FS-MATDISC NOT EQUAL 0
                GOBACK
            END-IF.

      *----------- CONTROLE DE QUEM JA RESPONDEU (CRIA NA PRIMEIRA) ----
            OPEN I-O CTLAVAL.

            IF  FS-CTLAVAL EQUAL 35
                OPEN OUTPUT CTLAVAL
                CLOSE       CTLAVAL
                OPEN I-O    CTLAVAL
            END-IF.

            IF  FS-CTLAVAL NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE MATDISC
                GOBACK
            END-IF.

      *----------- SEM ATRIBUICAO O PROFESSOR FICA EM BRANCO -----------
            OPEN INPUT ATRIBUIC.

            IF  FS-ATRIBUIC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ATRIBUIC
            END-IF.

            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-PROFESSOR
            END-IF.

            PERFORM 0130-CARREGAR-PENDENTES.

      *----------- RESPOSTAS ANONIMAS (ACRESCENTA AO FIM) --------------
            OPEN EXTEND RESPAVAL.

            IF  FS-RESPAVAL EQUAL 35
                OPEN OUTPUT RESPAVAL
                CLOSE       RESPAVAL
                OPEN EXTEND RESPAVAL
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-BUSCAR-JANELA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- PRIMEIRO SEMESTRE CUJA JANELA CONTEM A DATA DE HOJE -

           MOVE LOW-VALUES                     TO ARQ-JAV-SEMESTRE

           START JANAVAL KEY IS GREATER THAN OR EQUAL ARQ-JAV-SEMESTRE
               INVALID KEY
                   GO TO 0110-BUSCAR-JANELA-99-FIM
           END-START.

           READ JANAVAL NEXT RECORD
               AT END
                   GO TO 0110-BUSCAR-JANELA-99-FIM
           END-READ.

           PERFORM UNTIL FS-JANAVAL NOT EQUAL ZEROS
                      OR WRK-SEMESTRE-AVAL NOT EQUAL SPACES

               IF  ARQ-JAV-INICIO NOT GREATER WRK-DATA-HOJE
               AND ARQ-JAV-FIM    NOT LESS    WRK-DATA-HOJE
                   MOVE ARQ-JAV-SEMESTRE       TO WRK-SEMESTRE-AVAL
               END-IF

               READ JANAVAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-JANAVAL
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-JANAVAL.

      *-----------------------------------------------------------------
       0110-BUSCAR-JANELA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0120-CARREGAR-QUESTOES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- QUESTOES ATIVAS, NA ORDEM DO CODIGO -----------------

           MOVE LOW-VALUES                     TO ARQ-QUE-COD

           START QUESTOES KEY IS GREATER THAN OR EQUAL ARQ-QUE-COD
               INVALID KEY
                   GO TO 0120-CARREGAR-QUESTOES-99-FIM
           END-START.

           READ QUESTOES NEXT RECORD
               AT END
                   GO TO 0120-CARREGAR-QUESTOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-QUESTOES NOT EQUAL ZEROS
                      OR WRK-QTD-QUESTOES EQUAL 20

               IF  ARQ-QUE-STATUS EQUAL "ATIVA"
                   ADD 1                       TO WRK-QTD-QUESTOES
                   MOVE ARQ-QUE-COD
                                   TO WRK-TQ-COD (WRK-QTD-QUESTOES)
                   MOVE ARQ-QUE-TEXTO
                                   TO WRK-TQ-TEXTO (WRK-QTD-QUESTOES)
               END-IF

               READ QUESTOES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-QUESTOES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-QUESTOES.

      *-----------------------------------------------------------------
       0120-CARREGAR-QUESTOES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0130-CARREGAR-PENDENTES                                 SECTION.
      *-----------------------------------------------------------------
      *----------- DISCIPLINAS ATIVAS DO ALUNO NO SEMESTRE DA JANELA ---
      *----------- QUE AINDA NAO TEM LINHA NO CONTROLE CTLAVAL ---------

           MOVE LNK-AVA-RM                     TO ARQ-MDI-RM
           MOVE LOW-VALUES                     TO ARQ-MDI-DISCIPLINA

           START MATDISC KEY IS GREATER THAN OR EQUAL ARQ-MDI-CHAVE
               INVALID KEY
                   GO TO 0130-CARREGAR-PENDENTES-99-FIM
           END-START.

           READ MATDISC NEXT RECORD
               AT END
                   GO TO 0130-CARREGAR-PENDENTES-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATDISC NOT EQUAL ZEROS
                      OR ARQ-MDI-RM NOT EQUAL LNK-AVA-RM
                      OR WRK-QTD-PENDENTES EQUAL 20

               IF  ARQ-MDI-STATUS   EQUAL "ATIVA"
               AND ARQ-MDI-SEMESTRE EQUAL WRK-SEMESTRE-AVAL
                   MOVE WRK-SEMESTRE-AVAL      TO ARQ-CAV-SEMESTRE
                   MOVE LNK-AVA-RM             TO ARQ-CAV-RM
                   MOVE ARQ-MDI-DISCIPLINA     TO ARQ-CAV-DISCIPLINA
                   READ CTLAVAL KEY IS ARQ-CAV-CHAVE
                       INVALID KEY
                           PERFORM 0135-INCLUIR-PENDENTE
                   END-READ
               END-IF

               READ MATDISC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATDISC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATDISC.

      *-----------------------------------------------------------------
       0130-CARREGAR-PENDENTES-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0135-INCLUIR-PENDENTE                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TURMA DA MATRICULA (OU A DO ALUNO) E O PROFESSOR ----
      *----------- ATRIBUIDO A ELA NA DISCIPLINA E SEMESTRE ------------

           ADD 1                               TO WRK-QTD-PENDENTES
           MOVE ARQ-MDI-DISCIPLINA
                             TO WRK-TP-DISCIPLINA (WRK-QTD-PENDENTES)
           MOVE ARQ-MDI-TURMA  TO WRK-TP-TURMA (WRK-QTD-PENDENTES)
           IF  ARQ-MDI-TURMA EQUAL SPACES
               MOVE LNK-AVA-TURMA
                             TO WRK-TP-TURMA (WRK-QTD-PENDENTES)
           END-IF
           MOVE SPACES         TO WRK-TP-PROFESSOR (WRK-QTD-PENDENTES)

           IF  WRK-ABRIU-ATRIBUIC NOT EQUAL "S"
               GO TO 0135-INCLUIR-PENDENTE-99-FIM
           END-IF.

           MOVE LNK-AVA-CURSO                  TO ARQ-ATR-CURSO
           MOVE WRK-TP-TURMA (WRK-QTD-PENDENTES)
                                               TO ARQ-ATR-TURMA
           MOVE ARQ-MDI-DISCIPLINA             TO ARQ-ATR-DISCIPLINA
           MOVE WRK-SEMESTRE-AVAL              TO ARQ-ATR-SEMESTRE

           READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
               NOT INVALID KEY
                   MOVE ARQ-ATR-PROFESSOR
                             TO WRK-TP-PROFESSOR (WRK-QTD-PENDENTES)
           END-READ.

      *-----------------------------------------------------------------
       0135-INCLUIR-PENDENTE-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-QTD-PENDENTES EQUAL ZEROS
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           DISPLAY SCR-TELA
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-CONVITE.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           PERFORM VARYING WRK-IND-DIS FROM 1 BY 1
                     UNTIL WRK-IND-DIS GREATER WRK-QTD-PENDENTES
                        OR WRK-ENCERRAR EQUAL "S"
               PERFORM 0210-RESPONDER-DISCIPLINA
           END-PERFORM.

           IF  WRK-QTD-RESPONDIDAS GREATER ZEROS
               MOVE WRK-MSG-AVA-OBRIGADO       TO WRK-MSG
               PERFORM 0900-MOSTRA
           END-IF.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-RESPONDER-DISCIPLINA                               SECTION.
      *-----------------------------------------------------------------
      *----------- TODAS AS QUESTOES DA DISCIPLINA; SO GRAVA SE O ------
      *----------- ALUNO RESPONDEU ATE A ULTIMA ------------------------

           MOVE "NAO ATRIBUIDO"                TO WRK-PROF-NOME

           IF  WRK-ABRIU-PROFESSOR EQUAL "S"
           AND WRK-TP-PROFESSOR (WRK-IND-DIS) NOT EQUAL SPACES
               MOVE WRK-TP-PROFESSOR (WRK-IND-DIS) TO ARQ-PRO-ID
               READ PROFESSOR KEY IS ARQ-PRO-ID
                   INVALID KEY
                       MOVE WRK-TP-PROFESSOR (WRK-IND-DIS)
                                               TO WRK-PROF-NOME
                   NOT INVALID KEY
                       MOVE ARQ-PRO-NOME       TO WRK-PROF-NOME
               END-READ
           END-IF.

           PERFORM VARYING WRK-IND-QUE FROM 1 BY 1
                     UNTIL WRK-IND-QUE GREATER WRK-QTD-QUESTOES
                        OR WRK-ENCERRAR EQUAL "S"
               PERFORM 0220-RESPONDER-QUESTAO
           END-PERFORM.

           IF  WRK-ENCERRAR EQUAL "S"
               GO TO 0210-RESPONDER-DISCIPLINA-99-FIM
           END-IF.

      *----------- MARCA O ALUNO; SE JA MARCADO NAO GRAVA AS NOTAS -----
           MOVE WRK-SEMESTRE-AVAL              TO ARQ-CAV-SEMESTRE
           MOVE LNK-AVA-RM                     TO ARQ-CAV-RM
           MOVE WRK-TP-DISCIPLINA (WRK-IND-DIS) TO ARQ-CAV-DISCIPLINA
           MOVE WRK-TP-PROFESSOR (WRK-IND-DIS) TO ARQ-CAV-PROFESSOR
           MOVE LNK-AVA-CURSO                  TO ARQ-CAV-CURSO
           MOVE LNK-AVA-CAMPUS                 TO ARQ-CAV-CAMPUS
           MOVE WRK-DATA-HOJE                  TO ARQ-CAV-DATA

           WRITE ARQ-DADOS-CTLAVAL
               INVALID KEY
                   MOVE WRK-MSG-AVA-JARESP     TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0210-RESPONDER-DISCIPLINA-99-FIM
           END-WRITE.

           ADD 1                               TO WRK-QTD-RESPONDIDAS

           MOVE WRK-SEMESTRE-AVAL              TO ARQ-RAV-SEMESTRE
           MOVE WRK-TP-PROFESSOR (WRK-IND-DIS) TO ARQ-RAV-PROFESSOR
           MOVE WRK-TP-DISCIPLINA (WRK-IND-DIS) TO ARQ-RAV-DISCIPLINA
           MOVE LNK-AVA-CURSO                  TO ARQ-RAV-CURSO
           MOVE LNK-AVA-CAMPUS                 TO ARQ-RAV-CAMPUS

           PERFORM VARYING WRK-IND-QUE FROM 1 BY 1
                     UNTIL WRK-IND-QUE GREATER WRK-QTD-QUESTOES
               MOVE WRK-TQ-COD (WRK-IND-QUE)   TO ARQ-RAV-QUESTAO
               MOVE WRK-TQ-NOTA (WRK-IND-QUE)  TO ARQ-RAV-NOTA
               WRITE ARQ-DADOS-RESPAVAL
           END-PERFORM.

      *-----------------------------------------------------------------
       0210-RESPONDER-DISCIPLINA-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-RESPONDER-QUESTAO                                  SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-TEMP-NOTA
           DISPLAY SCR-TELA
           ACCEPT SCR-QUESTAO.

           IF  WRK-TEMP-NOTA EQUAL "9"
               MOVE "S"                        TO WRK-ENCERRAR
               GO TO 0220-RESPONDER-QUESTAO-99-FIM
           END-IF.

           IF  WRK-TEMP-NOTA LESS "1" OR WRK-TEMP-NOTA GREATER "5"
               MOVE WRK-MSG-AVA-NOTA           TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0220-RESPONDER-QUESTAO
           END-IF.

           MOVE WRK-TEMP-NOTA                  TO WRK-TQ-NOTA
                                                  (WRK-IND-QUE).

      *-----------------------------------------------------------------
       0220-RESPONDER-QUESTAO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  MATDISC.

             CLOSE  CTLAVAL.

              IF  FS-CTLAVAL NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  RESPAVAL.

             IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
                 CLOSE ATRIBUIC
             END-IF.

             IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                 CLOSE PROFESSOR
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
