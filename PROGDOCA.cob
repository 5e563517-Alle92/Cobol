       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGDOCA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CHECKLIST DE DOCUMENTOS DO ALUNO. LOCALIZA O
      *----    ALUNO PELO RM E MOSTRA CADA TIPO DO CATALOGO
      *----    (TIPODOC.dat) COM OS INDICADORES DE EXIGENCIA E A
      *----    SITUACAO NO CHECKLIST (DOCALUNO.dat). O OPERADOR
      *----    REGISTRA A ENTREGA (R) COM A REFERENCIA DO DOCUMENTO,
      *----    FICANDO GRAVADOS A DATA E O OPERADOR, OU ESTORNA UMA
      *----    ENTREGA LANCADA POR ENGANO (P = VOLTA A PENDENTE).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- TIPODOC           I             BOKTDOC
      *---- DOCALUNO         I/O            BOKDALU
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

           SELECT TIPODOC  ASSIGN TO WRK-PATH-TIPODOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TDO-COD
                  FILE STATUS IS FS-TIPODOC.

           SELECT DOCALUNO  ASSIGN TO WRK-PATH-DOCALUNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DAL-CHAVE
                  FILE STATUS IS FS-DOCALUNO.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  TIPODOC.
       COPY "BOKTDOC".

       FD  DOCALUNO.
       COPY "BOKDALU".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       77  WRK-TEMP-RM                  PIC X(06) VALUE SPACES.

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-DAL-TIPO         PIC X(04).
      *--- ACAO: R = RECEBIDO / P = VOLTA A PENDENTE (ESTORNO) --------
           05 WRK-TEMP-DAL-ACAO         PIC X(01).
           05 WRK-TEMP-DAL-REFERENCIA   PIC X(20).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-TIPODOC                   PIC 9(02).
       77  FS-DOCALUNO                  PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- LINHAS DO CHECKLIST NA TELA -----------------------
       77  WRK-LINHA                    PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-TIPOS                PIC 9(02) VALUE ZEROS.
      *--- A TELA COMPORTA 12 TIPOS (LINHAS 07 A 18) -------------------
       77  WRK-MAX-TIPOS                PIC 9(02) VALUE 12.

       01  WRK-LINHA-CHECK.
           05 WRK-LCK-COD               PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-DESC              PIC X(25).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-MATRICULA         PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-DIPLOMA           PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-TRANSF            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-BLOQUEIA          PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-STATUS            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-DATA              PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LCK-REFERENCIA        PIC X(12).

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
           05 LINE  01 COLUMN 28 VALUE "DOCUMENTOS DO ALUNO"
                  BACKGROUND-COLOR 3.

       01  SCR-CHAVE.
           05 LINE  03 COLUMN 05 VALUE "RM: ".
           05 LINE  03 COLUMN 09 USING WRK-TEMP-RM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-ALUNO.
           05 LINE  03 COLUMN 15 FROM  ARQ-NOMEALUNO.
           05 LINE  03 COLUMN 37 FROM  ARQ-CURSO.
           05 LINE  03 COLUMN 54 FROM  ARQ-CAMPUS.
           05 LINE  04 COLUMN 05 VALUE "MATRICULA: ".
           05 LINE  04 COLUMN 16 FROM  ARQ-DATA-MATRICULA.
           05 LINE  04 COLUMN 26 VALUE "SITUACAO: ".
           05 LINE  04 COLUMN 36 FROM  ARQ-STATUS.
           05 LINE  06 COLUMN 05 VALUE
              "TIPO DESCRICAO                 M D T B SITUACAO DATA".
           05 LINE  06 COLUMN 62 VALUE "REFERENCIA".

       01  SCR-MOVIMENTO.
           05 LINE  19 COLUMN 05 VALUE "TIPO (BRANCO=SAIR): ".
           05 LINE  19 COLUMN 25 USING WRK-TEMP-DAL-TIPO.
           05 LINE  19 COLUMN 31 VALUE "ACAO (R/P): ".
           05 LINE  19 COLUMN 43 USING WRK-TEMP-DAL-ACAO.
           05 LINE  20 COLUMN 05 VALUE "REFERENCIA........: ".
           05 LINE  20 COLUMN 25 USING WRK-TEMP-DAL-REFERENCIA.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA A ACAO (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 40 USING WRK-OPCAO.

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
            OPEN INPUT ALUNOS.

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

      *----------- ABERTURA DO CATALOGO DE DOCUMENTOS (SOMENTE LEITURA)-
            OPEN INPUT TIPODOC.

            IF  FS-TIPODOC NOT EQUAL 0
                MOVE WRK-MSG-DOC-SEMTIPO      TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO CHECKLIST (I-O; CRIA NA PRIMEIRA) -------
            OPEN I-O DOCALUNO.

            IF  FS-DOCALUNO EQUAL 35
                OPEN OUTPUT DOCALUNO
                CLOSE       DOCALUNO
                OPEN I-O    DOCALUNO
            END-IF.

            IF  FS-DOCALUNO NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS TIPODOC
                GOBACK
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE LOCALIZACAO DO ALUNO --------------------
           DISPLAY SCR-TELA
           MOVE SPACES                        TO WRK-TEMP-RM
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-CHAVE.

           IF WRK-TEMP-RM  EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-RM  EQUAL SPACES
               MOVE WRK-RM-INC                TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-RM                   TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           PERFORM 0210-CHECKLIST.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CHECKLIST                                          SECTION.
      *-----------------------------------------------------------------
      *----------- MOSTRA O CHECKLIST E REGISTRA AS ENTREGAS DO ALUNO --
      *----------- ATE O OPERADOR DEIXAR O TIPO EM BRANCO --------------

           DISPLAY SCR-TELA
           DISPLAY SCR-CHAVE
           DISPLAY SCR-ALUNO
           PERFORM 0220-LISTAR-TIPOS.

           IF  WRK-QTD-TIPOS EQUAL ZEROS
               MOVE WRK-MSG-DOC-SEMTIPO       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-CHECKLIST-99-FIM
           END-IF.

           INITIALIZE WRK-TEMP-DADOS
           ACCEPT SCR-MOVIMENTO.

           IF  WRK-TEMP-DAL-TIPO EQUAL SPACES
               GO TO 0210-CHECKLIST-99-FIM
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-DAL-TIPO)
                                              TO WRK-TEMP-DAL-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-TEMP-DAL-ACAO)
                                              TO WRK-TEMP-DAL-ACAO.

           MOVE WRK-TEMP-DAL-TIPO             TO ARQ-TDO-COD
           READ TIPODOC KEY IS ARQ-TDO-COD
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0210-CHECKLIST
           END-READ.

           IF  WRK-TEMP-DAL-ACAO NOT EQUAL "R"
           AND WRK-TEMP-DAL-ACAO NOT EQUAL "P"
               MOVE WRK-MSG-DOC-ACAO          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0210-CHECKLIST
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0210-CHECKLIST
           END-IF.

      *--------------------- AREA DE GRAVACAO --------------------------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA

           MOVE WRK-TEMP-RM                   TO ARQ-DAL-RM
           MOVE WRK-TEMP-DAL-TIPO             TO ARQ-DAL-TIPO
           READ DOCALUNO KEY IS ARQ-DAL-CHAVE
               INVALID KEY
                   INITIALIZE ARQ-DADOS-DOCALUNO
                   MOVE WRK-TEMP-RM           TO ARQ-DAL-RM
                   MOVE WRK-TEMP-DAL-TIPO     TO ARQ-DAL-TIPO
                   MOVE SPACES                TO ARQ-DAL-DATA-AVISO
           END-READ.

           IF  WRK-TEMP-DAL-ACAO EQUAL "R"
               MOVE "RECEBIDO"                TO ARQ-DAL-STATUS
               MOVE WRK-DATA-HORA(1:8)        TO ARQ-DAL-DATA-RECEB
               MOVE WRK-TEMP-DAL-REFERENCIA   TO ARQ-DAL-REFERENCIA
           ELSE
               MOVE "PENDENTE"                TO ARQ-DAL-STATUS
               MOVE SPACES                    TO ARQ-DAL-DATA-RECEB
                                                 ARQ-DAL-REFERENCIA
           END-IF.
           MOVE LNK-OPERADOR                  TO ARQ-DAL-OPERADOR

           MOVE WRK-REGISTRO                  TO WRK-MSG

           WRITE ARQ-DADOS-DOCALUNO
               INVALID KEY
                   REWRITE ARQ-DADOS-DOCALUNO
           END-WRITE.

           PERFORM 0900-MOSTRA.

           GO TO 0210-CHECKLIST.

      *-----------------------------------------------------------------
       0210-CHECKLIST-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LISTAR-TIPOS                                       SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA POR TIPO DO CATALOGO COM A SITUACAO -------
      *----------- DO ALUNO --------------------------------------------

           MOVE ZEROS                          TO WRK-QTD-TIPOS
           MOVE 7                              TO WRK-LINHA
           MOVE LOW-VALUES                     TO ARQ-TDO-COD

           START TIPODOC KEY IS GREATER THAN OR EQUAL ARQ-TDO-COD
               INVALID KEY
                   GO TO 0220-LISTAR-TIPOS-99-FIM
           END-START.

           READ TIPODOC NEXT RECORD
               AT END
                   GO TO 0220-LISTAR-TIPOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-TIPODOC NOT EQUAL ZEROS
                      OR WRK-QTD-TIPOS NOT LESS WRK-MAX-TIPOS

               ADD 1                           TO WRK-QTD-TIPOS
               PERFORM 0225-LINHA-TIPO

               READ TIPODOC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TIPODOC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TIPODOC.

      *-----------------------------------------------------------------
       0220-LISTAR-TIPOS-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-LINHA-TIPO                                         SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-TDO-COD                    TO WRK-LCK-COD
           MOVE ARQ-TDO-DESC                   TO WRK-LCK-DESC
           MOVE ARQ-TDO-EXIGE-MATRICULA        TO WRK-LCK-MATRICULA
           MOVE ARQ-TDO-EXIGE-DIPLOMA          TO WRK-LCK-DIPLOMA
           MOVE ARQ-TDO-EXIGE-TRANSF           TO WRK-LCK-TRANSF
           MOVE ARQ-TDO-BLOQUEIA               TO WRK-LCK-BLOQUEIA
           MOVE "PENDENTE"                     TO WRK-LCK-STATUS
           MOVE SPACES                         TO WRK-LCK-DATA
                                                  WRK-LCK-REFERENCIA

           MOVE WRK-TEMP-RM                    TO ARQ-DAL-RM
           MOVE ARQ-TDO-COD                    TO ARQ-DAL-TIPO
           READ DOCALUNO KEY IS ARQ-DAL-CHAVE
               NOT INVALID KEY
                   IF  ARQ-DAL-STATUS EQUAL "RECEBIDO"
                       MOVE "RECEBIDO"         TO WRK-LCK-STATUS
                       MOVE ARQ-DAL-DATA-RECEB
                                               TO WRK-LCK-DATA
                       MOVE ARQ-DAL-REFERENCIA TO WRK-LCK-REFERENCIA
                   END-IF
           END-READ.

           DISPLAY WRK-LINHA-CHECK
                   LINE WRK-LINHA COLUMN 05
           ADD 1                               TO WRK-LINHA.

      *-----------------------------------------------------------------
       0225-LINHA-TIPO-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  TIPODOC.

             CLOSE  DOCALUNO.

              IF  FS-DOCALUNO NOT EQUAL 0
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
