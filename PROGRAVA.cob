       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRAVA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: TABULACAO DA AVALIACAO INSTITUCIONAL DE UM
      *----    SEMESTRE, POR PROFESSOR, DISCIPLINA, CURSO E CAMPUS:
      *----    ALUNOS ELEGIVEIS (MATRICULA ATIVA NA DISCIPLINA NO
      *----    SEMESTRE - MATDISC.dat), RESPONDENTES (CTLAVAL.dat),
      *----    TAXA DE RESPOSTA E MEDIA DE CADA QUESTAO (RESPAVAL.dat),
      *----    COMPARADA COM A MEDIA DO MESMO GRUPO NO SEMESTRE
      *----    ANTERIOR DO CALENDARIO. NO FIM, A MEDIA GERAL DE CADA
      *----    QUESTAO NOS DOIS SEMESTRES. GERA O ARQUIVO
      *----    AVALIACAO_INSTITUCIONAL_<SEM>_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- SEMESTRES         I             BOKSEM
      *---- QUESTOES          I             BOKQUES
      *---- MATDISC           I             BOKMDIS
      *---- ALUNOS            I             BOKALU
      *---- ATRIBUIC          I             BOKATRB
      *---- PROFESSOR         I             BOKPROF
      *---- CTLAVAL           I             BOKCAVA
      *---- RESPAVAL          I             BOKRAVA
      *---- RELAVA            O              ----
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
           SELECT SEMESTRES  ASSIGN TO WRK-PATH-SEMESTRES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-SEM-COD
                  FILE STATUS IS FS-SEMESTRES.

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

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

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

           SELECT SORTAVA ASSIGN TO "SORTAVA.TMP".

           SELECT RELAVA ASSIGN TO WRK-PATH-RELAVA
                  FILE STATUS IS FS-RELAVA.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  SEMESTRES.
       COPY "BOKSEM".

       FD  QUESTOES.
       COPY "BOKQUES".

       FD  MATDISC.
       COPY "BOKMDIS".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  CTLAVAL.
       COPY "BOKCAVA".

       FD  RESPAVAL.
       COPY "BOKRAVA".

      *-------------------- OCORRENCIAS POR GRUPO DA TABULACAO ---------
      *--- SD-AVA-TIPO: 1 = ALUNO ELEGIVEL / 2 = RESPONDENTE / ---------
      *---              3 = NOTA DO SEMESTRE / 4 = NOTA DO ANTERIOR ----
       SD  SORTAVA.
       01  SD-AVALIACAO.
           05 SD-AVA-PROFESSOR          PIC X(06).
           05 SD-AVA-DISCIPLINA         PIC X(15).
           05 SD-AVA-CURSO              PIC X(15).
           05 SD-AVA-CAMPUS             PIC X(15).
           05 SD-AVA-TIPO               PIC 9(01).
           05 SD-AVA-QUESTAO            PIC X(03).
           05 SD-AVA-NOTA               PIC 9(01).

      *-------------------- AREA DO RELATORIO DA AVALIACAO -------------
       FD  RELAVA.

       01  ARQ-RELAVA                   PIC X(132).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-QUESTOES                  PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-CTLAVAL                   PIC 9(02).
       77  FS-RESPAVAL                  PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELAVA                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO -------------------------------
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".
       77  WRK-ABRIU-ATRIBUIC           PIC X(01) VALUE "N".
       77  WRK-ABRIU-PROFESSOR          PIC X(01) VALUE "N".

       77  WRK-PATH-RELAVA              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DO RELATORIO ---------------------------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-SEMESTRE         PIC X(02).

      *--- SEMESTRE ANTERIOR DO CALENDARIO (EM BRANCO SE NAO HOUVER) ---
       77  WRK-SEMESTRE-ANT             PIC X(02) VALUE SPACES.
       77  WRK-TURMA-ALUNO              PIC X(03) VALUE SPACES.

      *------------- BANCO DE QUESTOES (ATIVAS E INATIVAS) -------------
       77  WRK-QTD-QUESTOES             PIC 9(02) VALUE ZEROS.
       77  WRK-IND-QUE                  PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-QUE                PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-QUESTOES.
           05 WRK-TQ-ITEM OCCURS 50 TIMES.
              10 WRK-TQ-COD             PIC X(03).
              10 WRK-TQ-TEXTO           PIC X(60).
      *--- SOMA E QUANTIDADE DE NOTAS DO GRUPO CORRENTE ----------------
              10 WRK-TQ-SOMA-ATU        PIC 9(07).
              10 WRK-TQ-QTD-ATU         PIC 9(05).
              10 WRK-TQ-SOMA-ANT        PIC 9(07).
              10 WRK-TQ-QTD-ANT         PIC 9(05).
      *--- SOMA E QUANTIDADE DE NOTAS DA INSTITUICAO -------------------
              10 WRK-TQ-TOT-SOMA-ATU    PIC 9(08).
              10 WRK-TQ-TOT-QTD-ATU     PIC 9(06).
              10 WRK-TQ-TOT-SOMA-ANT    PIC 9(08).
              10 WRK-TQ-TOT-QTD-ANT     PIC 9(06).

      *------------- QUEBRA POR GRUPO ----------------------------------
       01  WRK-GRUPO-ANTERIOR.
           05 WRK-GA-PROFESSOR          PIC X(06).
           05 WRK-GA-DISCIPLINA         PIC X(15).
           05 WRK-GA-CURSO              PIC X(15).
           05 WRK-GA-CAMPUS             PIC X(15).
       01  WRK-GRUPO-ATUAL.
           05 WRK-GT-PROFESSOR          PIC X(06).
           05 WRK-GT-DISCIPLINA         PIC X(15).
           05 WRK-GT-CURSO              PIC X(15).
           05 WRK-GT-CAMPUS             PIC X(15).
       77  WRK-PROF-NOME                PIC X(30) VALUE SPACES.
       77  WRK-G-ELEGIVEIS              PIC 9(05) VALUE ZEROS.
       77  WRK-G-RESPONDENTES           PIC 9(05) VALUE ZEROS.
       77  WRK-G-NOTAS-ATU              PIC 9(06) VALUE ZEROS.

      *------------- TOTAIS DO RELATORIO -------------------------------
       77  WRK-QTD-GRUPOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ELEGIVEIS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RESPONDENTES         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LINHAS               PIC 9(05) VALUE ZEROS.

      *------------- CALCULO DAS MEDIAS E DA TAXA ----------------------
       77  WRK-TAXA                     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-MEDIA-ATU                PIC 9(01)V99 VALUE ZEROS.
       77  WRK-MEDIA-ANT                PIC 9(01)V99 VALUE ZEROS.
       77  WRK-VARIACAO                 PIC S9(01)V99 VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-TAXA.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE "ELEGIVEIS ".
           05 WRK-LT-ELEGIVEIS          PIC ZZZZ9.
           05 FILLER                    PIC X(15)
                                        VALUE "  RESPONDENTES ".
           05 WRK-LT-RESPONDENTES       PIC ZZZZ9.
           05 FILLER                    PIC X(20)
                                        VALUE "  TAXA DE RESPOSTA ".
           05 WRK-LT-TAXA               PIC ZZ9,99.
           05 FILLER                    PIC X(03) VALUE " PC".

       01  WRK-LINHA-QUESTAO.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WRK-LQ-COD                PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LQ-TEXTO              PIC X(60).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LQ-MEDIA-ATU          PIC X(05).
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WRK-LQ-MEDIA-ANT          PIC X(05).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WRK-LQ-VARIACAO           PIC X(06).

       77  WRK-MEDIA-ED                 PIC 9,99.
       77  WRK-VARIACAO-ED              PIC +9,99.

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
           05 LINE  01 COLUMN 18 VALUE
                  "TABULACAO DA AVALIACAO INSTITUCIONAL"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-SEMESTRE.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GERAR A TABULACAO DO SEMESTRE (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 48 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "SEMESTRE ANTERIOR....".
           05 LINE  11 COLUMN 55 FROM  WRK-SEMESTRE-ANT.
           05 LINE  12 COLUMN 30 VALUE "GRUPOS TABULADOS.....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-GRUPOS.
           05 LINE  13 COLUMN 30 VALUE "ALUNOS ELEGIVEIS.....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ELEGIVEIS.
           05 LINE  14 COLUMN 30 VALUE "RESPONDENTES.........".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-RESPONDENTES.

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

      *----------- CALENDARIO ACADEMICO (SOMENTE LEITURA) --------------
            OPEN INPUT SEMESTRES.

            IF  FS-SEMESTRES NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- BANCO DE QUESTOES (SOMENTE LEITURA) -----------------
            OPEN INPUT QUESTOES.

            IF  FS-QUESTOES NOT EQUAL 0
                EVALUATE FS-QUESTOES
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

            PERFORM 0110-CARREGAR-QUESTOES.
            CLOSE QUESTOES.

      *----------- CADASTROS DE APOIO (SOMENTE LEITURA) ----------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE SEMESTRES
                GOBACK
            END-IF.

      *----------- SEM MATRICULA POR DISCIPLINA NAO HA ELEGIVEIS -------
            OPEN INPUT MATDISC.

            IF  FS-MATDISC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-MATDISC
            END-IF.

            OPEN INPUT ATRIBUIC.

            IF  FS-ATRIBUIC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ATRIBUIC
            END-IF.

            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-PROFESSOR
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
       0110-CARREGAR-QUESTOES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- TODO O BANCO, PARA TABULAR TAMBEM QUESTAO JA --------
      *----------- INATIVADA QUE TEVE RESPOSTA -------------------------

           MOVE ZEROS                          TO WRK-QTD-QUESTOES
           MOVE LOW-VALUES                     TO ARQ-QUE-COD

           START QUESTOES KEY IS GREATER THAN OR EQUAL ARQ-QUE-COD
               INVALID KEY
                   GO TO 0110-CARREGAR-QUESTOES-99-FIM
           END-START.

           READ QUESTOES NEXT RECORD
               AT END
                   GO TO 0110-CARREGAR-QUESTOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-QUESTOES NOT EQUAL ZEROS
                      OR WRK-QTD-QUESTOES EQUAL 50

               ADD 1                           TO WRK-QTD-QUESTOES
               MOVE ARQ-QUE-COD    TO WRK-TQ-COD (WRK-QTD-QUESTOES)
               MOVE ARQ-QUE-TEXTO  TO WRK-TQ-TEXTO (WRK-QTD-QUESTOES)

               READ QUESTOES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-QUESTOES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-QUESTOES.

      *-----------------------------------------------------------------
       0110-CARREGAR-QUESTOES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-SEMESTRE EQUAL "99"
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE WRK-TEMP-SEMESTRE              TO ARQ-SEM-COD
           READ SEMESTRES KEY IS ARQ-SEM-COD
               INVALID KEY
                   MOVE WRK-MSG-SEM-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  WRK-QTD-QUESTOES EQUAL ZEROS
               MOVE WRK-MSG-AVA-SEMQUEST       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               INITIALIZE WRK-TEMP-DADOS
               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0205-BUSCAR-ANTERIOR.

           MOVE ZEROS                          TO WRK-QTD-GRUPOS
                                                  WRK-QTD-ELEGIVEIS
                                                  WRK-QTD-RESPONDENTES
                                                  WRK-QTD-LINHAS

           PERFORM VARYING WRK-IND-QUE FROM 1 BY 1
                     UNTIL WRK-IND-QUE GREATER WRK-QTD-QUESTOES
               MOVE ZEROS         TO WRK-TQ-TOT-SOMA-ATU (WRK-IND-QUE)
                                     WRK-TQ-TOT-QTD-ATU (WRK-IND-QUE)
                                     WRK-TQ-TOT-SOMA-ANT (WRK-IND-QUE)
                                     WRK-TQ-TOT-QTD-ANT (WRK-IND-QUE)
           END-PERFORM.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE)
                  "AVALIACAO_INSTITUCIONAL_"
                  WRK-TEMP-SEMESTRE "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELAVA

           OPEN OUTPUT RELAVA.

           MOVE SPACES                         TO ARQ-RELAVA
           STRING "AVALIACAO INSTITUCIONAL - SEMESTRE "
                  WRK-TEMP-SEMESTRE
                  " - COMPARACAO COM O SEMESTRE " WRK-SEMESTRE-ANT
                  DELIMITED BY SIZE INTO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           MOVE SPACES                         TO ARQ-RELAVA
           STRING "NOTAS DE 1 (PESSIMO) A 5 (OTIMO). MEDIAS SEM "
                  "RESPOSTA SAIEM COMO -"
                  DELIMITED BY SIZE INTO ARQ-RELAVA
           WRITE ARQ-RELAVA.

      *----------- OCORRENCIAS ORDENADAS POR GRUPO DA TABULACAO --------
           MOVE ZEROS                          TO FS-SORT
           SORT SORTAVA
               ON ASCENDING KEY SD-AVA-PROFESSOR
                                SD-AVA-DISCIPLINA
                                SD-AVA-CURSO
                                SD-AVA-CAMPUS
                                SD-AVA-TIPO
                                SD-AVA-QUESTAO
               INPUT PROCEDURE 0210-SELECIONAR-OCORRENCIAS
               OUTPUT PROCEDURE 0220-IMPRIMIR-GRUPOS.

           PERFORM 0250-IMPRIMIR-TOTAIS.

           CLOSE RELAVA.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGRAVA"                     TO ARQ-LOG-PROGRAMA
           MOVE "AVALIACAO INSTITUCIONAL"      TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELAVA                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-BUSCAR-ANTERIOR                                    SECTION.
      *-----------------------------------------------------------------
      *----------- MAIOR SEMESTRE DO CALENDARIO ABAIXO DO INFORMADO ----

           MOVE SPACES                         TO WRK-SEMESTRE-ANT
           MOVE LOW-VALUES                     TO ARQ-SEM-COD

           START SEMESTRES KEY IS GREATER THAN OR EQUAL ARQ-SEM-COD
               INVALID KEY
                   GO TO 0205-BUSCAR-ANTERIOR-99-FIM
           END-START.

           READ SEMESTRES NEXT RECORD
               AT END
                   GO TO 0205-BUSCAR-ANTERIOR-99-FIM
           END-READ.

           PERFORM UNTIL FS-SEMESTRES NOT EQUAL ZEROS
                      OR ARQ-SEM-COD NOT LESS WRK-TEMP-SEMESTRE

               MOVE ARQ-SEM-COD                TO WRK-SEMESTRE-ANT

               READ SEMESTRES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-SEMESTRES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-SEMESTRES.

      *-----------------------------------------------------------------
       0205-BUSCAR-ANTERIOR-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-OCORRENCIAS                             SECTION.
      *-----------------------------------------------------------------

           PERFORM 0211-SELECIONAR-ELEGIVEIS.
           PERFORM 0213-SELECIONAR-RESPONDENTES.
           PERFORM 0215-SELECIONAR-NOTAS.

      *-----------------------------------------------------------------
       0210-SELECIONAR-OCORRENCIAS-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0211-SELECIONAR-ELEGIVEIS                               SECTION.
      *-----------------------------------------------------------------
      *----------- MATRICULA ATIVA NA DISCIPLINA NO SEMESTRE; CURSO ----
      *----------- E CAMPUS DO ALUNO, PROFESSOR DA ATRIBUICAO ----------

           IF  WRK-ABRIU-MATDISC NOT EQUAL "S"
               GO TO 0211-SELECIONAR-ELEGIVEIS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-MDI-CHAVE

           START MATDISC KEY IS GREATER THAN OR EQUAL ARQ-MDI-CHAVE
               INVALID KEY
                   GO TO 0211-SELECIONAR-ELEGIVEIS-99-FIM
           END-START.

           READ MATDISC NEXT RECORD
               AT END
                   GO TO 0211-SELECIONAR-ELEGIVEIS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATDISC NOT EQUAL ZEROS

               IF  ARQ-MDI-STATUS   EQUAL "ATIVA"
               AND ARQ-MDI-SEMESTRE EQUAL WRK-TEMP-SEMESTRE
                   MOVE ARQ-MDI-RM             TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       NOT INVALID KEY
                           PERFORM 0212-LIBERAR-ELEGIVEL
                   END-READ
               END-IF

               READ MATDISC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATDISC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATDISC.

      *-----------------------------------------------------------------
       0211-SELECIONAR-ELEGIVEIS-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0212-LIBERAR-ELEGIVEL                                   SECTION.
      *-----------------------------------------------------------------

           MOVE ARQ-MDI-TURMA                  TO WRK-TURMA-ALUNO
           IF  ARQ-MDI-TURMA EQUAL SPACES
               MOVE ARQ-TURMA                  TO WRK-TURMA-ALUNO
           END-IF

           MOVE SPACES                         TO SD-AVA-PROFESSOR

           IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
               MOVE ARQ-CURSO                  TO ARQ-ATR-CURSO
               MOVE WRK-TURMA-ALUNO            TO ARQ-ATR-TURMA
               MOVE ARQ-MDI-DISCIPLINA         TO ARQ-ATR-DISCIPLINA
               MOVE WRK-TEMP-SEMESTRE          TO ARQ-ATR-SEMESTRE
               READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
                   NOT INVALID KEY
                       MOVE ARQ-ATR-PROFESSOR  TO SD-AVA-PROFESSOR
               END-READ
           END-IF.

           MOVE ARQ-MDI-DISCIPLINA             TO SD-AVA-DISCIPLINA
           MOVE ARQ-CURSO                      TO SD-AVA-CURSO
           MOVE ARQ-CAMPUS                     TO SD-AVA-CAMPUS
           MOVE 1                              TO SD-AVA-TIPO
           MOVE SPACES                         TO SD-AVA-QUESTAO
           MOVE ZEROS                          TO SD-AVA-NOTA
           RELEASE SD-AVALIACAO.

      *-----------------------------------------------------------------
       0212-LIBERAR-ELEGIVEL-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0213-SELECIONAR-RESPONDENTES                            SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA DO CONTROLE POR ALUNO E DISCIPLINA --------

           OPEN INPUT CTLAVAL.

           IF  FS-CTLAVAL NOT EQUAL ZEROS
               GO TO 0213-SELECIONAR-RESPONDENTES-99-FIM
           END-IF.

           MOVE WRK-TEMP-SEMESTRE              TO ARQ-CAV-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-CAV-RM
                                                  ARQ-CAV-DISCIPLINA

           START CTLAVAL KEY IS GREATER THAN OR EQUAL ARQ-CAV-CHAVE
               INVALID KEY
                   MOVE 9                      TO FS-CTLAVAL
           END-START.

           IF  FS-CTLAVAL EQUAL ZEROS
               READ CTLAVAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CTLAVAL
               END-READ
           END-IF.

           PERFORM UNTIL FS-CTLAVAL NOT EQUAL ZEROS
                      OR ARQ-CAV-SEMESTRE NOT EQUAL WRK-TEMP-SEMESTRE

               MOVE ARQ-CAV-PROFESSOR          TO SD-AVA-PROFESSOR
               MOVE ARQ-CAV-DISCIPLINA         TO SD-AVA-DISCIPLINA
               MOVE ARQ-CAV-CURSO              TO SD-AVA-CURSO
               MOVE ARQ-CAV-CAMPUS             TO SD-AVA-CAMPUS
               MOVE 2                          TO SD-AVA-TIPO
               MOVE SPACES                     TO SD-AVA-QUESTAO
               MOVE ZEROS                      TO SD-AVA-NOTA
               RELEASE SD-AVALIACAO

               READ CTLAVAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CTLAVAL
               END-READ

           END-PERFORM.

           CLOSE CTLAVAL.

           MOVE ZEROS                          TO FS-CTLAVAL.

      *-----------------------------------------------------------------
       0213-SELECIONAR-RESPONDENTES-99-FIM                     SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-SELECIONAR-NOTAS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- NOTAS DO SEMESTRE E DO SEMESTRE ANTERIOR ------------

           OPEN INPUT RESPAVAL.

           IF  FS-RESPAVAL NOT EQUAL ZEROS
               GO TO 0215-SELECIONAR-NOTAS-99-FIM
           END-IF.

           READ RESPAVAL
               AT END
                   MOVE 9                      TO FS-RESPAVAL
           END-READ.

           PERFORM UNTIL FS-RESPAVAL NOT EQUAL ZEROS

               IF  ARQ-RAV-SEMESTRE EQUAL WRK-TEMP-SEMESTRE
               OR (ARQ-RAV-SEMESTRE EQUAL WRK-SEMESTRE-ANT
               AND WRK-SEMESTRE-ANT NOT EQUAL SPACES)
                   MOVE ARQ-RAV-PROFESSOR      TO SD-AVA-PROFESSOR
                   MOVE ARQ-RAV-DISCIPLINA     TO SD-AVA-DISCIPLINA
                   MOVE ARQ-RAV-CURSO          TO SD-AVA-CURSO
                   MOVE ARQ-RAV-CAMPUS         TO SD-AVA-CAMPUS
                   MOVE ARQ-RAV-QUESTAO        TO SD-AVA-QUESTAO
                   MOVE ARQ-RAV-NOTA           TO SD-AVA-NOTA
                   IF  ARQ-RAV-SEMESTRE EQUAL WRK-TEMP-SEMESTRE
                       MOVE 3                  TO SD-AVA-TIPO
                   ELSE
                       MOVE 4                  TO SD-AVA-TIPO
                   END-IF
                   RELEASE SD-AVALIACAO
               END-IF

               READ RESPAVAL
                   AT END
                       MOVE 9                  TO FS-RESPAVAL
               END-READ

           END-PERFORM.

           CLOSE RESPAVAL.

           MOVE ZEROS                          TO FS-RESPAVAL.

      *-----------------------------------------------------------------
       0215-SELECIONAR-NOTAS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-IMPRIMIR-GRUPOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- UM BLOCO POR GRUPO, IMPRESSO NA QUEBRA --------------

           RETURN SORTAVA
               AT END
                   GO TO 0220-IMPRIMIR-GRUPOS-99-FIM
           END-RETURN.

           PERFORM 0225-INICIAR-GRUPO.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               MOVE SD-AVA-PROFESSOR           TO WRK-GT-PROFESSOR
               MOVE SD-AVA-DISCIPLINA          TO WRK-GT-DISCIPLINA
               MOVE SD-AVA-CURSO               TO WRK-GT-CURSO
               MOVE SD-AVA-CAMPUS              TO WRK-GT-CAMPUS

               IF  WRK-GRUPO-ATUAL NOT EQUAL WRK-GRUPO-ANTERIOR
                   PERFORM 0235-IMPRIMIR-GRUPO
                   PERFORM 0225-INICIAR-GRUPO
               END-IF

               PERFORM 0230-ACUMULAR

               RETURN SORTAVA
                   AT END
                       MOVE 9                  TO FS-SORT
                       PERFORM 0235-IMPRIMIR-GRUPO
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-GRUPOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-INICIAR-GRUPO                                      SECTION.
      *-----------------------------------------------------------------

           MOVE SD-AVA-PROFESSOR               TO WRK-GA-PROFESSOR
           MOVE SD-AVA-DISCIPLINA              TO WRK-GA-DISCIPLINA
           MOVE SD-AVA-CURSO                   TO WRK-GA-CURSO
           MOVE SD-AVA-CAMPUS                  TO WRK-GA-CAMPUS
           MOVE ZEROS                          TO WRK-G-ELEGIVEIS
                                                  WRK-G-RESPONDENTES
                                                  WRK-G-NOTAS-ATU

           PERFORM VARYING WRK-IND-QUE FROM 1 BY 1
                     UNTIL WRK-IND-QUE GREATER WRK-QTD-QUESTOES
               MOVE ZEROS         TO WRK-TQ-SOMA-ATU (WRK-IND-QUE)
                                     WRK-TQ-QTD-ATU (WRK-IND-QUE)
                                     WRK-TQ-SOMA-ANT (WRK-IND-QUE)
                                     WRK-TQ-QTD-ANT (WRK-IND-QUE)
           END-PERFORM.

      *-----------------------------------------------------------------
       0225-INICIAR-GRUPO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-ACUMULAR                                           SECTION.
      *-----------------------------------------------------------------

           EVALUATE SD-AVA-TIPO
               WHEN 1
                   ADD 1                       TO WRK-G-ELEGIVEIS
               WHEN 2
                   ADD 1                       TO WRK-G-RESPONDENTES
               WHEN OTHER
                   MOVE ZEROS                  TO WRK-ACHOU-QUE
                   PERFORM VARYING WRK-IND-QUE FROM 1 BY 1
                             UNTIL WRK-IND-QUE GREATER WRK-QTD-QUESTOES
                                OR WRK-ACHOU-QUE NOT EQUAL ZEROS
                       IF  WRK-TQ-COD (WRK-IND-QUE) EQUAL SD-AVA-QUESTAO
                           MOVE WRK-IND-QUE    TO WRK-ACHOU-QUE
                       END-IF
                   END-PERFORM
                   IF  WRK-ACHOU-QUE EQUAL ZEROS
                       GO TO 0230-ACUMULAR-99-FIM
                   END-IF
                   IF  SD-AVA-TIPO EQUAL 3
                       ADD 1                   TO WRK-G-NOTAS-ATU
                       ADD SD-AVA-NOTA
                                TO WRK-TQ-SOMA-ATU (WRK-ACHOU-QUE)
                       ADD 1    TO WRK-TQ-QTD-ATU (WRK-ACHOU-QUE)
                   ELSE
                       ADD SD-AVA-NOTA
                                TO WRK-TQ-SOMA-ANT (WRK-ACHOU-QUE)
                       ADD 1    TO WRK-TQ-QTD-ANT (WRK-ACHOU-QUE)
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
       0230-ACUMULAR-99-FIM                                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-IMPRIMIR-GRUPO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GRUPO SO COM NOTAS DO SEMESTRE ANTERIOR (PROFESSOR -
      *----------- OU OFERTA QUE NAO SE REPETIU) NAO E IMPRESSO --------

           IF  WRK-G-ELEGIVEIS    EQUAL ZEROS
           AND WRK-G-RESPONDENTES EQUAL ZEROS
           AND WRK-G-NOTAS-ATU    EQUAL ZEROS
               GO TO 0235-IMPRIMIR-GRUPO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-GRUPOS
           ADD WRK-G-ELEGIVEIS                 TO WRK-QTD-ELEGIVEIS
           ADD WRK-G-RESPONDENTES              TO WRK-QTD-RESPONDENTES

           MOVE "SEM PROFESSOR ATRIBUIDO"      TO WRK-PROF-NOME
           IF  WRK-GA-PROFESSOR NOT EQUAL SPACES
               MOVE "NAO CADASTRADO"           TO WRK-PROF-NOME
               IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                   MOVE WRK-GA-PROFESSOR       TO ARQ-PRO-ID
                   READ PROFESSOR KEY IS ARQ-PRO-ID
                       NOT INVALID KEY
                           MOVE ARQ-PRO-NOME   TO WRK-PROF-NOME
                   END-READ
               END-IF
           END-IF.

           MOVE SPACES                         TO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           MOVE SPACES                         TO ARQ-RELAVA
           STRING "PROFESSOR " WRK-GA-PROFESSOR " - " WRK-PROF-NOME
                  DELIMITED BY SIZE INTO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           MOVE SPACES                         TO ARQ-RELAVA
           STRING "  DISCIPLINA " WRK-GA-DISCIPLINA
                  "  CURSO " WRK-GA-CURSO
                  "  CAMPUS " WRK-GA-CAMPUS
                  DELIMITED BY SIZE INTO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           IF  WRK-G-ELEGIVEIS GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-G-RESPONDENTES * 100 / WRK-G-ELEGIVEIS
           ELSE
               MOVE ZEROS                      TO WRK-TAXA
           END-IF.

           MOVE WRK-G-ELEGIVEIS                TO WRK-LT-ELEGIVEIS
           MOVE WRK-G-RESPONDENTES             TO WRK-LT-RESPONDENTES
           MOVE WRK-TAXA                       TO WRK-LT-TAXA
           MOVE WRK-LINHA-TAXA                 TO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           MOVE SPACES                         TO ARQ-RELAVA
           STRING "    COD QUESTAO"
                  "                                                 "
                  "      MEDIA   ANTERIOR  VARIACAO"
                  DELIMITED BY SIZE INTO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           PERFORM VARYING WRK-IND-QUE FROM 1 BY 1
                     UNTIL WRK-IND-QUE GREATER WRK-QTD-QUESTOES
               IF  WRK-TQ-QTD-ATU (WRK-IND-QUE) GREATER ZEROS
               OR  WRK-TQ-QTD-ANT (WRK-IND-QUE) GREATER ZEROS
                   PERFORM 0240-IMPRIMIR-QUESTAO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       0235-IMPRIMIR-GRUPO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-IMPRIMIR-QUESTAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- MEDIA DO GRUPO NOS DOIS SEMESTRES E A VARIACAO; -----
      *----------- SOMA TAMBEM NA MEDIA GERAL DA INSTITUICAO -----------

           ADD WRK-TQ-SOMA-ATU (WRK-IND-QUE)
                             TO WRK-TQ-TOT-SOMA-ATU (WRK-IND-QUE)
           ADD WRK-TQ-QTD-ATU (WRK-IND-QUE)
                             TO WRK-TQ-TOT-QTD-ATU (WRK-IND-QUE)
           ADD WRK-TQ-SOMA-ANT (WRK-IND-QUE)
                             TO WRK-TQ-TOT-SOMA-ANT (WRK-IND-QUE)
           ADD WRK-TQ-QTD-ANT (WRK-IND-QUE)
                             TO WRK-TQ-TOT-QTD-ANT (WRK-IND-QUE)

           ADD 1                               TO WRK-QTD-LINHAS
           MOVE WRK-TQ-COD (WRK-IND-QUE)       TO WRK-LQ-COD
           MOVE WRK-TQ-TEXTO (WRK-IND-QUE)     TO WRK-LQ-TEXTO
           MOVE "  -  "                        TO WRK-LQ-MEDIA-ATU
                                                  WRK-LQ-MEDIA-ANT
           MOVE SPACES                         TO WRK-LQ-VARIACAO

           IF  WRK-TQ-QTD-ATU (WRK-IND-QUE) GREATER ZEROS
               COMPUTE WRK-MEDIA-ATU ROUNDED =
                       WRK-TQ-SOMA-ATU (WRK-IND-QUE)
                     / WRK-TQ-QTD-ATU (WRK-IND-QUE)
               MOVE WRK-MEDIA-ATU              TO WRK-MEDIA-ED
               MOVE WRK-MEDIA-ED               TO WRK-LQ-MEDIA-ATU
           END-IF.

           IF  WRK-TQ-QTD-ANT (WRK-IND-QUE) GREATER ZEROS
               COMPUTE WRK-MEDIA-ANT ROUNDED =
                       WRK-TQ-SOMA-ANT (WRK-IND-QUE)
                     / WRK-TQ-QTD-ANT (WRK-IND-QUE)
               MOVE WRK-MEDIA-ANT              TO WRK-MEDIA-ED
               MOVE WRK-MEDIA-ED               TO WRK-LQ-MEDIA-ANT
           END-IF.

           IF  WRK-TQ-QTD-ATU (WRK-IND-QUE) GREATER ZEROS
           AND WRK-TQ-QTD-ANT (WRK-IND-QUE) GREATER ZEROS
               COMPUTE WRK-VARIACAO = WRK-MEDIA-ATU - WRK-MEDIA-ANT
               MOVE WRK-VARIACAO               TO WRK-VARIACAO-ED
               MOVE WRK-VARIACAO-ED            TO WRK-LQ-VARIACAO
           END-IF.

           MOVE WRK-LINHA-QUESTAO              TO ARQ-RELAVA
           WRITE ARQ-RELAVA.

      *-----------------------------------------------------------------
       0240-IMPRIMIR-QUESTAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-IMPRIMIR-TOTAIS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- TAXA GERAL E MEDIA GERAL DE CADA QUESTAO ------------

           MOVE SPACES                         TO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           MOVE SPACES                         TO ARQ-RELAVA
           STRING "TOTAL DA INSTITUICAO - GRUPOS TABULADOS: "
                  WRK-QTD-GRUPOS
                  DELIMITED BY SIZE INTO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           IF  WRK-QTD-ELEGIVEIS GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-QTD-RESPONDENTES * 100 / WRK-QTD-ELEGIVEIS
           ELSE
               MOVE ZEROS                      TO WRK-TAXA
           END-IF.

           MOVE WRK-QTD-ELEGIVEIS              TO WRK-LT-ELEGIVEIS
           MOVE WRK-QTD-RESPONDENTES           TO WRK-LT-RESPONDENTES
           MOVE WRK-TAXA                       TO WRK-LT-TAXA
           MOVE WRK-LINHA-TAXA                 TO ARQ-RELAVA
           WRITE ARQ-RELAVA.

           PERFORM VARYING WRK-IND-QUE FROM 1 BY 1
                     UNTIL WRK-IND-QUE GREATER WRK-QTD-QUESTOES
               IF  WRK-TQ-TOT-QTD-ATU (WRK-IND-QUE) GREATER ZEROS
               OR  WRK-TQ-TOT-QTD-ANT (WRK-IND-QUE) GREATER ZEROS
                   MOVE WRK-TQ-TOT-SOMA-ATU (WRK-IND-QUE)
                                   TO WRK-TQ-SOMA-ATU (WRK-IND-QUE)
                   MOVE WRK-TQ-TOT-QTD-ATU (WRK-IND-QUE)
                                   TO WRK-TQ-QTD-ATU (WRK-IND-QUE)
                   MOVE WRK-TQ-TOT-SOMA-ANT (WRK-IND-QUE)
                                   TO WRK-TQ-SOMA-ANT (WRK-IND-QUE)
                   MOVE WRK-TQ-TOT-QTD-ANT (WRK-IND-QUE)
                                   TO WRK-TQ-QTD-ANT (WRK-IND-QUE)
                   MOVE ZEROS      TO WRK-TQ-TOT-SOMA-ATU (WRK-IND-QUE)
                                      WRK-TQ-TOT-QTD-ATU (WRK-IND-QUE)
                                      WRK-TQ-TOT-SOMA-ANT (WRK-IND-QUE)
                                      WRK-TQ-TOT-QTD-ANT (WRK-IND-QUE)
                   PERFORM 0240-IMPRIMIR-QUESTAO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-TOTAIS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  SEMESTRES.

              IF  FS-SEMESTRES NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
             END-IF.

             IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
                 CLOSE ATRIBUIC
             END-IF.

             IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                 CLOSE PROFESSOR
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
