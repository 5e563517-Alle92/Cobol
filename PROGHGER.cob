       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGHGER.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: GERAR O CALENDARIO DE AULAS PREVISTAS (AULAPLAN)
      *----    A PARTIR DA GRADE HORARIA SEMANAL DO SEMESTRE. PARA
      *----    CADA DATA DO PERIODO LETIVO INFORMADO (SEM DOMINGOS E
      *----    SEM AS DATAS DE FERIADOS.dat), CADA DISCIPLINA COM AULA
      *----    NAQUELE DIA DA SEMANA RECEBE UMA AULA PREVISTA. AS
      *----    DATAS JA PREVISTAS NO PERIODO PARA AS DISCIPLINAS DA
      *----    GRADE SAO SUBSTITUIDAS; AS DEMAIS FICAM COMO ESTAO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- HORARIO           I             BOKHORA
      *---- FERIADOS          I             BOKFER
      *---- AULAPLAN         I-O            BOKAPL
      *---- OPLOG             E             BOKOPLOG
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
           SELECT HORARIO  ASSIGN TO WRK-PATH-HORARIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HOR-CHAVE
                  FILE STATUS IS FS-HORARIO.

           SELECT FERIADOS  ASSIGN TO WRK-PATH-FERIADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FER-DATA
                  FILE STATUS IS FS-FERIADOS.

           SELECT AULAPLAN  ASSIGN TO WRK-PATH-AULAPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-APL-CHAVE
                  FILE STATUS IS FS-AULAPLAN.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  HORARIO.
       COPY "BOKHORA".

       FD  FERIADOS.
       COPY "BOKFER".

       FD  AULAPLAN.
       COPY "BOKAPL".

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-HORARIO                   PIC 9(02).
       77  FS-FERIADOS                  PIC 9(02).
       77  FS-AULAPLAN                  PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = CALENDARIO DE FERIADOS ABERTO (ARQUIVO OPCIONAL) ------
       77  WRK-ABRIU-FERIADOS           PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DA GERACAO -----------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-SEMESTRE         PIC X(02).
      *--- PERIODO LETIVO (AAAAMMDD) -----------------------------------
           05 WRK-TEMP-DATA-INI         PIC X(08).
           05 WRK-TEMP-DATA-FIM         PIC X(08).

      *------------- AREA DE CONFERENCIA DE DATA AAAAMMDD --------------
       01  WRK-DATA-TESTE.
           05 WRK-DT-ANO                PIC 9(04).
           05 WRK-DT-MES                PIC 9(02).
           05 WRK-DT-DIA                PIC 9(02).
       01  WRK-DATA-TESTE-X REDEFINES WRK-DATA-TESTE
                                        PIC X(08).
       77  WRK-DATA-VALIDA              PIC X(01)    VALUE SPACES.

      *------------- DATA CORRENTE DO PERIODO --------------------------
       77  WRK-DATA-CORRENTE            PIC X(08) VALUE SPACES.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT-FIM             PIC 9(08) VALUE ZEROS.
       77  WRK-DOW                      PIC 9(01) VALUE ZEROS.
       77  WRK-EH-LETIVO                PIC X(01) VALUE SPACES.

      *------------- DISCIPLINAS DA GRADE DO SEMESTRE ------------------
       01  WRK-TAB-DISCIPLINAS.
           05 WRK-QTD-DISC              PIC 9(03) VALUE ZEROS.
           05 WRK-TAB-DISC OCCURS 200 TIMES
                                        PIC X(15).
       77  WRK-IX                       PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01) VALUE SPACES.

      *------------- CONTADORES ----------------------------------------
       77  WRK-QTD-EXCLUIDAS            PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-GERADAS              PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DIAS                 PIC 9(04) VALUE ZEROS.

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
           05 LINE  01 COLUMN 20 VALUE
                  "GERACAO DAS AULAS PREVISTAS PELA GRADE"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-SEMESTRE.
           05 LINE  08 COLUMN 30 VALUE "INICIO (AAAAMMDD)".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-DATA-INI.
           05 LINE  09 COLUMN 30 VALUE "FIM    (AAAAMMDD)".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-DATA-FIM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 38 VALUE "DESEJA GERAR (S) OU (N) ? ".
           05 LINE  22 COLUMN 65 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "DISCIPLINAS NA GRADE.".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-DISC.
           05 LINE  13 COLUMN 30 VALUE "DIAS LETIVOS.........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-DIAS.
           05 LINE  14 COLUMN 30 VALUE "AULAS SUBSTITUIDAS...".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-EXCLUIDAS.
           05 LINE  15 COLUMN 30 VALUE "AULAS GERADAS........".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-GERADAS.

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

      *----------- ABERTURA DA GRADE HORARIA ---------------------------
            OPEN INPUT HORARIO.

            IF  FS-HORARIO NOT EQUAL 0
                EVALUATE FS-HORARIO
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

      *----------- CALENDARIO DE AULAS PREVISTAS -----------------------
            OPEN I-O AULAPLAN.

            IF  FS-AULAPLAN EQUAL 35
                OPEN OUTPUT AULAPLAN
                CLOSE       AULAPLAN
                OPEN I-O    AULAPLAN
            END-IF.

            IF  FS-AULAPLAN NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE HORARIO
                GOBACK
            END-IF.

      *----------- FERIADOS (OPCIONAL) ---------------------------------
            MOVE "N"                           TO WRK-ABRIU-FERIADOS
            OPEN INPUT FERIADOS.

            IF  FS-FERIADOS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-FERIADOS
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-SEMESTRE(1:2) EQUAL "99"
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           IF  WRK-TEMP-SEMESTRE  EQUAL SPACES
           OR  WRK-TEMP-DATA-INI  EQUAL SPACES
           OR  WRK-TEMP-DATA-FIM  EQUAL SPACES
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- PERIODO: DUAS DATAS VALIDAS, INICIO ATE O FIM -------
           MOVE WRK-TEMP-DATA-INI              TO WRK-DATA-TESTE-X
           PERFORM 0230-CONFERIR-DATA.

           IF  WRK-DATA-VALIDA EQUAL "S"
               MOVE WRK-TEMP-DATA-FIM          TO WRK-DATA-TESTE-X
               PERFORM 0230-CONFERIR-DATA
           END-IF.

           IF  WRK-DATA-VALIDA NOT EQUAL "S"
           OR  WRK-TEMP-DATA-FIM LESS WRK-TEMP-DATA-INI
               MOVE WRK-MSG-HOR-DATAS          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- DISCIPLINAS COM AULA NA GRADE DO SEMESTRE -----------
           PERFORM 0210-CARREGAR-DISCIPLINAS.

           IF  WRK-QTD-DISC EQUAL ZEROS
               MOVE WRK-MSG-REG-NAOENCONT      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               INITIALIZE WRK-TEMP-DADOS
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE ZEROS                          TO WRK-QTD-EXCLUIDAS
                                                  WRK-QTD-GERADAS
                                                  WRK-QTD-DIAS

      *----------- SUBSTITUI AS DATAS JA PREVISTAS NO PERIODO ----------
           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX GREATER WRK-QTD-DISC
               PERFORM 0220-EXCLUIR-PREVISTAS
           END-PERFORM.

      *----------- PERCORRE O PERIODO DIA A DIA ------------------------
           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-TEMP-DATA-INI))
           COMPUTE WRK-DATA-INT-FIM =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-TEMP-DATA-FIM))

           PERFORM UNTIL WRK-DATA-INT GREATER WRK-DATA-INT-FIM

               COMPUTE WRK-DATA-NUM =
                       FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
               MOVE WRK-DATA-NUM               TO WRK-DATA-CORRENTE
               PERFORM 0240-CONFERIR-DIA-LETIVO

               IF  WRK-EH-LETIVO EQUAL "S"
                   ADD 1                       TO WRK-QTD-DIAS
                   PERFORM 0250-GERAR-AULAS-DIA
               END-IF

               ADD 1                           TO WRK-DATA-INT

           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGHGER"                     TO ARQ-LOG-PROGRAMA
           MOVE "AULAS PREVISTAS"              TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-GERADAS                TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-AULAPLAN              TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-MSG-HOR-GERADO            TO WRK-MSG
           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-DISCIPLINAS                               SECTION.
      *-----------------------------------------------------------------
      *----------- MONTA A LISTA (SEM REPETICAO) DAS DISCIPLINAS COM ---
      *----------- AULA NA GRADE DO SEMESTRE ---------------------------

           MOVE ZEROS                          TO WRK-QTD-DISC
           MOVE SPACES                         TO ARQ-HOR-CHAVE
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-HOR-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-HOR-CURSO
                                                  ARQ-HOR-TURMA
           MOVE ZEROS                          TO ARQ-HOR-DIA
                                                  ARQ-HOR-PERIODO

           START HORARIO KEY IS GREATER THAN OR EQUAL ARQ-HOR-CHAVE
               INVALID KEY
                   GO TO 0210-CARREGAR-DISCIPLINAS-99-FIM
           END-START.

           READ HORARIO NEXT RECORD
               AT END
                   GO TO 0210-CARREGAR-DISCIPLINAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-HORARIO NOT EQUAL ZEROS
                      OR ARQ-HOR-SEMESTRE NOT EQUAL WRK-TEMP-SEMESTRE

               MOVE "N"                        TO WRK-ACHOU
               PERFORM VARYING WRK-IX FROM 1 BY 1
                         UNTIL WRK-IX GREATER WRK-QTD-DISC
                            OR WRK-ACHOU EQUAL "S"
                   IF  WRK-TAB-DISC (WRK-IX) EQUAL ARQ-HOR-DISCIPLINA
                       MOVE "S"                TO WRK-ACHOU
                   END-IF
               END-PERFORM

               IF  WRK-ACHOU EQUAL "N"
               AND WRK-QTD-DISC LESS 200
                   ADD 1                       TO WRK-QTD-DISC
                   MOVE ARQ-HOR-DISCIPLINA
                                    TO WRK-TAB-DISC (WRK-QTD-DISC)
               END-IF

               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HORARIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORARIO.

      *-----------------------------------------------------------------
       0210-CARREGAR-DISCIPLINAS-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-EXCLUIR-PREVISTAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- EXCLUI AS AULAS PREVISTAS DA DISCIPLINA WRK-IX NO ---
      *----------- SEMESTRE, DENTRO DO PERIODO INFORMADO ---------------

           MOVE WRK-TAB-DISC (WRK-IX)          TO ARQ-APL-DISCIPLINA
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-APL-SEMESTRE
           MOVE WRK-TEMP-DATA-INI              TO ARQ-APL-DATA

           START AULAPLAN KEY IS GREATER THAN OR EQUAL ARQ-APL-CHAVE
               INVALID KEY
                   GO TO 0220-EXCLUIR-PREVISTAS-99-FIM
           END-START.

           READ AULAPLAN NEXT RECORD
               AT END
                   GO TO 0220-EXCLUIR-PREVISTAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-AULAPLAN NOT EQUAL ZEROS
                      OR ARQ-APL-DISCIPLINA NOT EQUAL
                         WRK-TAB-DISC (WRK-IX)
                      OR ARQ-APL-SEMESTRE NOT EQUAL WRK-TEMP-SEMESTRE
                      OR ARQ-APL-DATA GREATER WRK-TEMP-DATA-FIM

               DELETE AULAPLAN RECORD
                   NOT INVALID KEY
                       ADD 1                   TO WRK-QTD-EXCLUIDAS
               END-DELETE

               READ AULAPLAN NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-AULAPLAN
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-AULAPLAN.

      *-----------------------------------------------------------------
       0220-EXCLUIR-PREVISTAS-99-FIM                           SECTION.
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
       0240-CONFERIR-DIA-LETIVO                                SECTION.
      *-----------------------------------------------------------------
      *----------- DIA LETIVO = SEGUNDA A SABADO, FORA DOS FERIADOS ----
      *----------- (O DIA 1 DO CALENDARIO INTERNO CAIU NUMA SEGUNDA) ---

           MOVE "S"                            TO WRK-EH-LETIVO.

           COMPUTE WRK-DOW =
                   FUNCTION MOD(WRK-DATA-INT - 1, 7) + 1

           IF  WRK-DOW EQUAL 7
               MOVE "N"                        TO WRK-EH-LETIVO
               GO TO 0240-CONFERIR-DIA-LETIVO-99-FIM
           END-IF.

           IF  WRK-ABRIU-FERIADOS EQUAL "S"
               MOVE WRK-DATA-CORRENTE          TO ARQ-FER-DATA
               READ FERIADOS KEY IS ARQ-FER-DATA
                   NOT INVALID KEY
                       MOVE "N"                TO WRK-EH-LETIVO
               END-READ
           END-IF.

      *-----------------------------------------------------------------
       0240-CONFERIR-DIA-LETIVO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-GERAR-AULAS-DIA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- UMA AULA PREVISTA POR DISCIPLINA COM AULA NA GRADE --
      *----------- NESTE DIA DA SEMANA (VARIAS AULAS NO MESMO DIA -----
      *----------- CONTAM UMA SO DATA PREVISTA) ------------------------

           MOVE SPACES                         TO ARQ-HOR-CHAVE
           MOVE WRK-TEMP-SEMESTRE              TO ARQ-HOR-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-HOR-CURSO
                                                  ARQ-HOR-TURMA
           MOVE ZEROS                          TO ARQ-HOR-DIA
                                                  ARQ-HOR-PERIODO

           START HORARIO KEY IS GREATER THAN OR EQUAL ARQ-HOR-CHAVE
               INVALID KEY
                   GO TO 0250-GERAR-AULAS-DIA-99-FIM
           END-START.

           READ HORARIO NEXT RECORD
               AT END
                   GO TO 0250-GERAR-AULAS-DIA-99-FIM
           END-READ.

           PERFORM UNTIL FS-HORARIO NOT EQUAL ZEROS
                      OR ARQ-HOR-SEMESTRE NOT EQUAL WRK-TEMP-SEMESTRE

               IF  ARQ-HOR-DIA EQUAL WRK-DOW
                   MOVE ARQ-HOR-DISCIPLINA     TO ARQ-APL-DISCIPLINA
                   MOVE WRK-TEMP-SEMESTRE      TO ARQ-APL-SEMESTRE
                   MOVE WRK-DATA-CORRENTE      TO ARQ-APL-DATA
                   WRITE ARQ-DADOS-AULAPLAN
                       NOT INVALID KEY
                           ADD 1               TO WRK-QTD-GERADAS
                   END-WRITE
               END-IF

               READ HORARIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-HORARIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-HORARIO.

      *-----------------------------------------------------------------
       0250-GERAR-AULAS-DIA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  HORARIO AULAPLAN.

              IF  FS-AULAPLAN NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-FERIADOS EQUAL "S"
                 CLOSE FERIADOS
             END-IF.

             CLOSE  OPLOG.

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
