       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCOHR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: PERMANENCIA E EVASAO POR COORTE DE INGRESSO.
      *----    AGRUPA OS ALUNOS (ALUNOS.dat E O ARQUIVO MORTO
      *----    ALUNHIST.dat) PELO SEMESTRE CIVIL DA DATA DE MATRICULA
      *----    (AAAA/1 = JAN-JUN, AAAA/2 = JUL-DEZ), CURSO E CAMPUS E
      *----    MOSTRA, PARA CADA COORTE, O PERCENTUAL QUE SEGUE NA
      *----    ESCOLA 1, 2 E 4 SEMESTRES DEPOIS DO INGRESSO (FORMADOS
      *----    CONTAM COMO RETIDOS; TRANCADOS SEGUEM MATRICULADOS), O
      *----    SEMESTRE EM QUE A EVASAO ACONTECEU, A TAXA DE
      *----    CONCLUSAO (FORMADOS.dat), OS MOTIVOS DE DESISTENCIA E
      *----    A PARCELA DOS EVADIDOS QUE SAIU COM MENSALIDADE
      *----    VENCIDA EM ABERTO NA DATA DA DESISTENCIA (MENSALID.dat
      *----    E AS COBRANCAS PAGAS DEPOIS, JA EM MENSHIST.dat).
      *----    GERA O ARQUIVO COORTES_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- ALUNHIST          I             BOKHIST
      *---- FORMADOS          I             BOKFORM
      *---- MENSALID          I             BOKMENS
      *---- MENSHIST          I             BOKMENH
      *---- RELCOHR           O              ----
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT ALUNHIST  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-ALUNHIST.

           SELECT FORMADOS  ASSIGN TO WRK-PATH-FORMADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FOR-RM
                  FILE STATUS IS FS-FORMADOS.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT MENSHIST  ASSIGN TO WRK-PATH-MENSHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEH-NUMERO
                  FILE STATUS IS FS-MENSHIST.

           SELECT SORTCOHR ASSIGN TO "SORTCOHR.TMP".

           SELECT RELCOHR ASSIGN TO WRK-PATH-RELCOHR
                  FILE STATUS IS FS-RELCOHR.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ALUNHIST.
       COPY "BOKHIST".

       FD  FORMADOS.
       COPY "BOKFORM".

       FD  MENSALID.
       COPY "BOKMENS".

       FD  MENSHIST.
       COPY "BOKMENH".

      *-------------------- UM REGISTRO POR ALUNO, POR COORTE ---------
       SD  SORTCOHR.
       01  SD-COORTE.
           05 SD-COH-SEMESTRE           PIC X(06).
           05 SD-COH-CURSO              PIC X(15).
           05 SD-COH-CAMPUS             PIC X(15).
           05 SD-COH-INDICE             PIC 9(05).
      *--- SD-COH-SITUACAO: D = EVADIDO / F = FORMADO / M = MATRICULADO
           05 SD-COH-SITUACAO           PIC X(01).
      *--- SEMESTRES ENTRE O INGRESSO E A DESISTENCIA (0 = O PROPRIO) --
           05 SD-COH-PERIODO            PIC 9(03).
           05 SD-COH-MOTIVO             PIC X(15).
           05 SD-COH-ATRASO             PIC X(01).

      *-------------------- AREA DO RELATORIO DE COORTES --------------
       FD  RELCOHR.

       01  ARQ-RELCOHR                  PIC X(100).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-FORMADOS                  PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-MENSHIST                  PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELCOHR                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO -------------------------------
       77  WRK-ABRIU-ALUNHIST           PIC X(01) VALUE "N".
       77  WRK-ABRIU-FORMADOS           PIC X(01) VALUE "N".
       77  WRK-ABRIU-MENSALID           PIC X(01) VALUE "N".
       77  WRK-ABRIU-MENSHIST           PIC X(01) VALUE "N".

       77  WRK-PATH-RELCOHR             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- SEMESTRE CIVIL: INDICE = ANO * 2 + SEMESTRE - 1 --
       77  WRK-PER-ATUAL                PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-AUX                 PIC X(08) VALUE SPACES.
       77  WRK-IND-AUX                  PIC 9(05) VALUE ZEROS.
       77  WRK-ANO-AUX                  PIC 9(04) VALUE ZEROS.
       77  WRK-IND-DESIST               PIC 9(05) VALUE ZEROS.
       01  WRK-PER-ROTULO.
           05 WRK-ROT-ANO               PIC X(04).
           05 FILLER                    PIC X(01) VALUE "/".
           05 WRK-ROT-SEM               PIC X(01).

      *------------- EVADIDOS (ATIVO E ARQUIVO MORTO) E SE ESTAVAM ----
      *------------- EM ATRASO NA DATA DA DESISTENCIA ------------------
       77  WRK-QTD-EVD                  PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-EVADIDO.
           05 WRK-EVD-ITEM OCCURS 3000 TIMES INDEXED BY IX-EVD.
               10 WRK-TE-RM             PIC X(06).
               10 WRK-TE-DATA           PIC X(08).
               10 WRK-TE-ATRASO         PIC X(01).
       77  WRK-VENC-COBRANCA            PIC X(08) VALUE SPACES.

      *------------- ACUMULADORES DA COORTE CORRENTE ------------------
       01  WRK-COORTE-ANTERIOR.
           05 WRK-CA-SEMESTRE           PIC X(06).
           05 WRK-CA-CURSO              PIC X(15).
           05 WRK-CA-CAMPUS             PIC X(15).
       01  WRK-COORTE-ATUAL.
           05 WRK-CT-SEMESTRE           PIC X(06).
           05 WRK-CT-CURSO              PIC X(15).
           05 WRK-CT-CAMPUS             PIC X(15).
       77  WRK-C-INDICE                 PIC 9(05) VALUE ZEROS.
       77  WRK-C-QTD                    PIC 9(05) VALUE ZEROS.
       77  WRK-C-FORMADOS               PIC 9(05) VALUE ZEROS.
       77  WRK-C-EVADIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-C-ATRASO                 PIC 9(05) VALUE ZEROS.
      *--- EVASAO NO 1o, 2o, 3o, 4o E DO 5o SEMESTRE EM DIANTE --------
       01  WRK-C-PERDAS.
           05 WRK-C-PERDA OCCURS 5 TIMES PIC 9(05).
       77  WRK-IND-PERDA                PIC 9(02) VALUE ZEROS.

      *------------- MOTIVOS DE DESISTENCIA DA COORTE -----------------
       77  WRK-QTD-MOT                  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MOTIVO.
           05 WRK-MOT-ITEM OCCURS 30 TIMES INDEXED BY IX-MOT.
               10 WRK-TM-MOTIVO         PIC X(15).
               10 WRK-TM-QTD            PIC 9(05).

      *------------- MARCOS DE PERMANENCIA: 1, 2 E 4 SEMESTRES --------
       01  WRK-MARCOS-VALORES.
           05 FILLER                    PIC 9(01) VALUE 1.
           05 FILLER                    PIC 9(01) VALUE 2.
           05 FILLER                    PIC 9(01) VALUE 4.
       01  WRK-MARCOS REDEFINES WRK-MARCOS-VALORES.
           05 WRK-MARCO OCCURS 3 TIMES  PIC 9(01).
       77  WRK-IND-MARCO                PIC 9(01) VALUE ZEROS.
       77  WRK-RETIDOS                  PIC 9(05) VALUE ZEROS.
       01  WRK-PERM-ED.
           05 WRK-PERM-TEXTO OCCURS 3 TIMES PIC X(07).

      *------------- TOTAIS DO RELATORIO -------------------------------
       77  WRK-QTD-COORTES              PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALUNOS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EVADIDOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORMADOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-INADIMPL             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LINHAS               PIC 9(05) VALUE ZEROS.

      *------------- CAMPOS EDITADOS -----------------------------------
       77  WRK-TAXA                     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-QTD-ED                   PIC ZZZZ9.
       77  WRK-TAXA-ED                  PIC ZZ9,99.
       01  WRK-PERDAS-ED.
           05 WRK-PD-ED OCCURS 5 TIMES.
               10 WRK-PD-VALOR          PIC ZZZZ9.

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
           05 LINE  01 COLUMN 24 VALUE "PERMANENCIA POR COORTE"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR A ANALISE DE COORTES (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 45 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "COORTES..............".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-COORTES.
           05 LINE  13 COLUMN 30 VALUE "ALUNOS...............".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ALUNOS.
           05 LINE  14 COLUMN 30 VALUE "EVADIDOS.............".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-EVADIDOS.
           05 LINE  15 COLUMN 30 VALUE "FORMADOS.............".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-FORMADOS.
           05 LINE  16 COLUMN 30 VALUE "EVADIDOS EM ATRASO...".
           05 LINE  16 COLUMN 55 FROM  WRK-QTD-INADIMPL.

       01  SCR-RODAPE.
           05 LINE  23 COLUMN 18 FROM  WRK-MSG.
           05 LINE  23 COLUMN 45 USING WRK-SEGURATELA.

      *-----------------------------------------------------------------
       PROCEDURE                                               DIVISION
       USING LNK-OPERADOR.
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

           DISPLAY SCR-TELA.

      *----------- ARQUIVOS CONSULTADOS (SOMENTE LEITURA) --------------
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

      *----------- OPCIONAIS: SEM ARQUIVO MORTO, SEM FORMADOS OU SEM --
      *----------- COBRANCAS A PARCELA CORRESPONDENTE FICA ZERADA ------
            OPEN INPUT ALUNHIST.

            IF  FS-ALUNHIST EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ALUNHIST
            END-IF.

            OPEN INPUT FORMADOS.

            IF  FS-FORMADOS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-FORMADOS
            END-IF.

            OPEN INPUT MENSALID.

            IF  FS-MENSALID EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-MENSALID
            END-IF.

            OPEN INPUT MENSHIST.

            IF  FS-MENSHIST EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-MENSHIST
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

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-DATA-AUX
           PERFORM 0290-CALCULAR-PERIODO
           MOVE WRK-IND-AUX                    TO WRK-PER-ATUAL

           INITIALIZE WRK-TAB-EVADIDO
           MOVE ZEROS                          TO WRK-QTD-EVD
                                                  WRK-QTD-COORTES
                                                  WRK-QTD-ALUNOS
                                                  WRK-QTD-EVADIDOS
                                                  WRK-QTD-FORMADOS
                                                  WRK-QTD-INADIMPL
                                                  WRK-QTD-LINHAS

           PERFORM 0210-CARREGAR-EVADIDOS.

           IF  WRK-ABRIU-MENSALID EQUAL "S"
               PERFORM 0220-APURAR-ATRASO
           END-IF.

           IF  WRK-ABRIU-MENSHIST EQUAL "S"
               PERFORM 0225-APURAR-ATRASO-HIST
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "COORTES_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELCOHR

           OPEN OUTPUT RELCOHR.

           MOVE SPACES                         TO ARQ-RELCOHR
           STRING "PERMANENCIA E EVASAO POR COORTE DE INGRESSO - "
                  "GERADO EM " WRK-DATA-HORA(7:2) "/"
                  WRK-DATA-HORA(5:2) "/" WRK-DATA-HORA(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

           MOVE SPACES                         TO ARQ-RELCOHR
           STRING "PERMANENCIA = MATRICULADOS OU FORMADOS N SEMESTRES "
                  "APOS O INGRESSO. -- = SEMESTRE AINDA NAO CHEGOU"
                  DELIMITED BY SIZE INTO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

      *----------- ALUNOS ORDENADOS POR SEMESTRE, CURSO E CAMPUS ------
           MOVE ZEROS                          TO FS-SORT
           SORT SORTCOHR
               ON ASCENDING KEY SD-COH-SEMESTRE
                                SD-COH-CURSO
                                SD-COH-CAMPUS
               INPUT PROCEDURE 0230-SELECIONAR-ALUNOS
               OUTPUT PROCEDURE 0250-IMPRIMIR-COORTES.

           PERFORM 0280-IMPRIMIR-TOTAIS.

           CLOSE RELCOHR.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGCOHR"                     TO ARQ-LOG-PROGRAMA
           MOVE "PERMANENCIA POR COORTE"       TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCOHR               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-EVADIDOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- DESISTENTES DO ARQUIVO ATIVO E DO ARQUIVO MORTO ----

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0210-CARREGAR-MORTO
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0210-CARREGAR-MORTO
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               PERFORM 0212-REGISTRAR-EVADIDO

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

       0210-CARREGAR-MORTO.

           IF  WRK-ABRIU-ALUNHIST NOT EQUAL "S"
               GO TO 0210-CARREGAR-EVADIDOS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-HIST-RM

           START ALUNHIST KEY IS GREATER THAN OR EQUAL ARQ-HIST-RM
               INVALID KEY
                   GO TO 0210-CARREGAR-EVADIDOS-99-FIM
           END-START.

           READ ALUNHIST NEXT RECORD
               AT END
                   GO TO 0210-CARREGAR-EVADIDOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNHIST NOT EQUAL ZEROS

               MOVE ARQ-DADOS-HIST             TO ARQ-DADOS
               PERFORM 0212-REGISTRAR-EVADIDO

               READ ALUNHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNHIST.

      *-----------------------------------------------------------------
       0210-CARREGAR-EVADIDOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0212-REGISTRAR-EVADIDO                                  SECTION.
      *-----------------------------------------------------------------

           IF  ARQ-STATUS NOT EQUAL "DESISTENTE"
           OR  WRK-QTD-EVD NOT LESS 3000
               GO TO 0212-REGISTRAR-EVADIDO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-EVD
           SET IX-EVD                          TO WRK-QTD-EVD
           MOVE ARQ-RM                         TO WRK-TE-RM (IX-EVD)
           MOVE ARQ-DATA-DESISTENCIA           TO WRK-TE-DATA (IX-EVD)
           MOVE "N"                        TO WRK-TE-ATRASO (IX-EVD).

      *-----------------------------------------------------------------
       0212-REGISTRAR-EVADIDO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-APURAR-ATRASO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCA VENCIDA ANTES DA DESISTENCIA E QUE NAO ----
      *----------- ESTAVA PAGA NAQUELA DATA (ABERTA, RENEGOCIADA OU ---
      *----------- BAIXADA SO DEPOIS) ----------------------------------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0220-APURAR-ATRASO-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0220-APURAR-ATRASO-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-VENCIMENTO EQUAL SPACES
                   STRING ARQ-MEN-COMPETENCIA "10"
                          DELIMITED BY SIZE INTO WRK-VENC-COBRANCA
               ELSE
                   MOVE ARQ-MEN-VENCIMENTO     TO WRK-VENC-COBRANCA
               END-IF

               SET IX-EVD                      TO 1
               SEARCH WRK-EVD-ITEM
                   AT END
                       CONTINUE
                   WHEN IX-EVD GREATER WRK-QTD-EVD
                       CONTINUE
                   WHEN WRK-TE-RM (IX-EVD) EQUAL ARQ-MEN-RM
                       IF  WRK-VENC-COBRANCA LESS WRK-TE-DATA (IX-EVD)
                       AND (ARQ-MEN-STATUS NOT EQUAL "PAGO"
                            OR ARQ-MEN-DATA-BAIXA
                               GREATER WRK-TE-DATA (IX-EVD))
                           MOVE "S"    TO WRK-TE-ATRASO (IX-EVD)
                       END-IF
               END-SEARCH

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0220-APURAR-ATRASO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-APURAR-ATRASO-HIST                                 SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCAS ARQUIVADAS (TODAS PAGAS): ATRASO SE A ----
      *----------- BAIXA VEIO DEPOIS DA DESISTENCIA --------------------

           MOVE LOW-VALUES                     TO ARQ-MEH-NUMERO

           START MENSHIST KEY IS GREATER THAN OR EQUAL ARQ-MEH-NUMERO
               INVALID KEY
                   GO TO 0225-APURAR-ATRASO-HIST-99-FIM
           END-START.

           READ MENSHIST NEXT RECORD
               AT END
                   GO TO 0225-APURAR-ATRASO-HIST-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSHIST NOT EQUAL ZEROS

               IF  ARQ-MEH-VENCIMENTO EQUAL SPACES
                   STRING ARQ-MEH-COMPETENCIA "10"
                          DELIMITED BY SIZE INTO WRK-VENC-COBRANCA
               ELSE
                   MOVE ARQ-MEH-VENCIMENTO     TO WRK-VENC-COBRANCA
               END-IF

               SET IX-EVD                      TO 1
               SEARCH WRK-EVD-ITEM
                   AT END
                       CONTINUE
                   WHEN IX-EVD GREATER WRK-QTD-EVD
                       CONTINUE
                   WHEN WRK-TE-RM (IX-EVD) EQUAL ARQ-MEH-RM
                       IF  WRK-VENC-COBRANCA LESS WRK-TE-DATA (IX-EVD)
                       AND ARQ-MEH-DATA-BAIXA
                           GREATER WRK-TE-DATA (IX-EVD)
                           MOVE "S"    TO WRK-TE-ATRASO (IX-EVD)
                       END-IF
               END-SEARCH

               READ MENSHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSHIST.

      *-----------------------------------------------------------------
       0225-APURAR-ATRASO-HIST-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-SELECIONAR-ALUNOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- ARQUIVO ATIVO E ARQUIVO MORTO (UM RM ARQUIVADO ----
      *----------- NUNCA E REUTILIZADO, ENTAO NAO HA DUPLICIDADE) ------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0230-SELECIONAR-MORTO
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0230-SELECIONAR-MORTO
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               PERFORM 0235-LIBERAR-ALUNO

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

       0230-SELECIONAR-MORTO.

           IF  WRK-ABRIU-ALUNHIST NOT EQUAL "S"
               GO TO 0230-SELECIONAR-ALUNOS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-HIST-RM

           START ALUNHIST KEY IS GREATER THAN OR EQUAL ARQ-HIST-RM
               INVALID KEY
                   GO TO 0230-SELECIONAR-ALUNOS-99-FIM
           END-START.

           READ ALUNHIST NEXT RECORD
               AT END
                   GO TO 0230-SELECIONAR-ALUNOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNHIST NOT EQUAL ZEROS

               MOVE ARQ-DADOS-HIST             TO ARQ-DADOS
               PERFORM 0235-LIBERAR-ALUNO

               READ ALUNHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNHIST.

      *-----------------------------------------------------------------
       0230-SELECIONAR-ALUNOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-LIBERAR-ALUNO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- FILA DE ESPERA NAO E INGRESSO; SEM DATA DE ---------
      *----------- MATRICULA NAO HA COMO SITUAR A COORTE --------------

           IF  ARQ-STATUS EQUAL "ESPERA"
           OR  ARQ-DATA-MATRICULA(1:6) NOT NUMERIC
               GO TO 0235-LIBERAR-ALUNO-99-FIM
           END-IF.

           MOVE ARQ-DATA-MATRICULA             TO WRK-DATA-AUX
           PERFORM 0290-CALCULAR-PERIODO
           MOVE WRK-IND-AUX                    TO SD-COH-INDICE
           MOVE ARQ-DATA-MATRICULA(1:4)        TO WRK-ROT-ANO
           IF  ARQ-DATA-MATRICULA(5:2) LESS "07"
               MOVE "1"                        TO WRK-ROT-SEM
           ELSE
               MOVE "2"                        TO WRK-ROT-SEM
           END-IF
           MOVE WRK-PER-ROTULO                 TO SD-COH-SEMESTRE
           MOVE ARQ-CURSO                      TO SD-COH-CURSO
           MOVE ARQ-CAMPUS                     TO SD-COH-CAMPUS
           MOVE "M"                            TO SD-COH-SITUACAO
           MOVE ZEROS                          TO SD-COH-PERIODO
           MOVE SPACES                         TO SD-COH-MOTIVO
           MOVE "N"                            TO SD-COH-ATRASO

           IF  ARQ-STATUS EQUAL "FORMADO"
               MOVE "F"                        TO SD-COH-SITUACAO
           END-IF.

           IF  WRK-ABRIU-FORMADOS EQUAL "S"
               MOVE ARQ-RM                     TO ARQ-FOR-RM
               READ FORMADOS KEY IS ARQ-FOR-RM
                   NOT INVALID KEY
                       MOVE "F"                TO SD-COH-SITUACAO
               END-READ
           END-IF.

           IF  ARQ-STATUS EQUAL "DESISTENTE"
               PERFORM 0237-SITUAR-EVASAO
           END-IF.

           RELEASE SD-COORTE.

      *-----------------------------------------------------------------
       0235-LIBERAR-ALUNO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0237-SITUAR-EVASAO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- SEMESTRE DA DESISTENCIA (SEM A DATA, O CORRENTE), --
      *----------- MOTIVO E SITUACAO FINANCEIRA NA SAIDA --------------

           MOVE "D"                            TO SD-COH-SITUACAO
           MOVE ARQ-MOTIVO-DESIST              TO SD-COH-MOTIVO
           IF  SD-COH-MOTIVO EQUAL SPACES
               MOVE "NAO INFORMADO"            TO SD-COH-MOTIVO
           END-IF.

           IF  ARQ-DATA-DESISTENCIA(1:6) NUMERIC
               MOVE ARQ-DATA-DESISTENCIA       TO WRK-DATA-AUX
               PERFORM 0290-CALCULAR-PERIODO
               MOVE WRK-IND-AUX                TO WRK-IND-DESIST
           ELSE
               MOVE WRK-PER-ATUAL              TO WRK-IND-DESIST
           END-IF.

           IF  WRK-IND-DESIST GREATER SD-COH-INDICE
               COMPUTE SD-COH-PERIODO = WRK-IND-DESIST - SD-COH-INDICE
           END-IF.

           SET IX-EVD                          TO 1
           SEARCH WRK-EVD-ITEM
               AT END
                   CONTINUE
               WHEN IX-EVD GREATER WRK-QTD-EVD
                   CONTINUE
               WHEN WRK-TE-RM (IX-EVD) EQUAL ARQ-RM
                   MOVE WRK-TE-ATRASO (IX-EVD) TO SD-COH-ATRASO
           END-SEARCH.

      *-----------------------------------------------------------------
       0237-SITUAR-EVASAO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-IMPRIMIR-COORTES                                   SECTION.
      *-----------------------------------------------------------------

           RETURN SORTCOHR
               AT END
                   GO TO 0250-IMPRIMIR-COORTES-99-FIM
           END-RETURN.

           PERFORM 0252-INICIAR-COORTE.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               MOVE SD-COH-SEMESTRE            TO WRK-CT-SEMESTRE
               MOVE SD-COH-CURSO               TO WRK-CT-CURSO
               MOVE SD-COH-CAMPUS              TO WRK-CT-CAMPUS

               IF  WRK-COORTE-ATUAL NOT EQUAL WRK-COORTE-ANTERIOR
                   PERFORM 0260-IMPRIMIR-COORTE
                   PERFORM 0252-INICIAR-COORTE
               END-IF

               PERFORM 0255-ACUMULAR

               RETURN SORTCOHR
                   AT END
                       MOVE 9                  TO FS-SORT
                       PERFORM 0260-IMPRIMIR-COORTE
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-COORTES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0252-INICIAR-COORTE                                     SECTION.
      *-----------------------------------------------------------------

           MOVE SD-COH-SEMESTRE                TO WRK-CA-SEMESTRE
           MOVE SD-COH-CURSO                   TO WRK-CA-CURSO
           MOVE SD-COH-CAMPUS                  TO WRK-CA-CAMPUS
           MOVE SD-COH-INDICE                  TO WRK-C-INDICE
           MOVE ZEROS                          TO WRK-C-QTD
                                                  WRK-C-FORMADOS
                                                  WRK-C-EVADIDOS
                                                  WRK-C-ATRASO
                                                  WRK-QTD-MOT
           INITIALIZE WRK-C-PERDAS WRK-TAB-MOTIVO.

      *-----------------------------------------------------------------
       0252-INICIAR-COORTE-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-ACUMULAR                                           SECTION.
      *-----------------------------------------------------------------

           ADD 1                               TO WRK-C-QTD

           EVALUATE SD-COH-SITUACAO
               WHEN "F"
                   ADD 1                       TO WRK-C-FORMADOS
               WHEN "D"
                   ADD 1                       TO WRK-C-EVADIDOS
                   IF  SD-COH-PERIODO GREATER 4
                       MOVE 5                  TO WRK-IND-PERDA
                   ELSE
                       COMPUTE WRK-IND-PERDA = SD-COH-PERIODO + 1
                   END-IF
                   ADD 1               TO WRK-C-PERDA (WRK-IND-PERDA)
                   IF  SD-COH-ATRASO EQUAL "S"
                       ADD 1                   TO WRK-C-ATRASO
                   END-IF
                   PERFORM 0257-CONTAR-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
       0255-ACUMULAR-99-FIM                                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0257-CONTAR-MOTIVO                                      SECTION.
      *-----------------------------------------------------------------

           SET IX-MOT                          TO 1
           SEARCH WRK-MOT-ITEM
               AT END
                   CONTINUE
               WHEN IX-MOT GREATER WRK-QTD-MOT
                   ADD 1                       TO WRK-QTD-MOT
                   MOVE SD-COH-MOTIVO    TO WRK-TM-MOTIVO (IX-MOT)
                   MOVE 1                TO WRK-TM-QTD (IX-MOT)
               WHEN WRK-TM-MOTIVO (IX-MOT) EQUAL SD-COH-MOTIVO
                   ADD 1                 TO WRK-TM-QTD (IX-MOT)
           END-SEARCH.

      *-----------------------------------------------------------------
       0257-CONTAR-MOTIVO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-IMPRIMIR-COORTE                                    SECTION.
      *-----------------------------------------------------------------
      *----------- PERMANENCIA NOS MARCOS, EVASAO POR SEMESTRE, ------
      *----------- CONCLUSAO, INADIMPLENCIA NA SAIDA E MOTIVOS --------

           IF  WRK-C-QTD EQUAL ZEROS
               GO TO 0260-IMPRIMIR-COORTE-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-COORTES
           ADD WRK-C-QTD                       TO WRK-QTD-ALUNOS
           ADD WRK-C-EVADIDOS                  TO WRK-QTD-EVADIDOS
           ADD WRK-C-FORMADOS                  TO WRK-QTD-FORMADOS
           ADD WRK-C-ATRASO                    TO WRK-QTD-INADIMPL

           MOVE SPACES                         TO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

           MOVE WRK-C-QTD                      TO WRK-QTD-ED
           MOVE SPACES                         TO ARQ-RELCOHR
           STRING "COORTE " WRK-CA-SEMESTRE
                  "  CURSO " WRK-CA-CURSO
                  "  CAMPUS " WRK-CA-CAMPUS
                  "  INGRESSANTES " WRK-QTD-ED
                  DELIMITED BY SIZE INTO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.
           ADD 1                               TO WRK-QTD-LINHAS

      *----------- RETIDOS NO MARCO = INGRESSANTES MENOS QUEM SAIU ----
      *----------- ANTES DO INICIO DAQUELE SEMESTRE -------------------
           PERFORM VARYING WRK-IND-MARCO FROM 1 BY 1
                     UNTIL WRK-IND-MARCO GREATER 3
               IF  WRK-C-INDICE + WRK-MARCO (WRK-IND-MARCO)
                   GREATER WRK-PER-ATUAL
                   MOVE "    -- "
                                 TO WRK-PERM-TEXTO (WRK-IND-MARCO)
               ELSE
                   MOVE WRK-C-QTD              TO WRK-RETIDOS
                   PERFORM VARYING WRK-IND-PERDA FROM 1 BY 1
                             UNTIL WRK-IND-PERDA
                                   GREATER WRK-MARCO (WRK-IND-MARCO)
                       SUBTRACT WRK-C-PERDA (WRK-IND-PERDA)
                                               FROM WRK-RETIDOS
                   END-PERFORM
                   COMPUTE WRK-TAXA ROUNDED =
                           WRK-RETIDOS * 100 / WRK-C-QTD
                   MOVE WRK-TAXA               TO WRK-TAXA-ED
                   STRING WRK-TAXA-ED "%"
                          DELIMITED BY SIZE
                          INTO WRK-PERM-TEXTO (WRK-IND-MARCO)
               END-IF
           END-PERFORM.

           COMPUTE WRK-TAXA ROUNDED = WRK-C-FORMADOS * 100 / WRK-C-QTD
           MOVE WRK-TAXA                       TO WRK-TAXA-ED
           MOVE SPACES                         TO ARQ-RELCOHR
           STRING "  PERMANENCIA  +1 SEM " WRK-PERM-TEXTO (1)
                  "  +2 SEM " WRK-PERM-TEXTO (2)
                  "  +4 SEM " WRK-PERM-TEXTO (3)
                  "   CONCLUSAO " WRK-TAXA-ED "%"
                  DELIMITED BY SIZE INTO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

           PERFORM VARYING WRK-IND-PERDA FROM 1 BY 1
                     UNTIL WRK-IND-PERDA GREATER 5
               MOVE WRK-C-PERDA (WRK-IND-PERDA)
                                 TO WRK-PD-VALOR (WRK-IND-PERDA)
           END-PERFORM.
           MOVE WRK-C-EVADIDOS                 TO WRK-QTD-ED
           MOVE SPACES                         TO ARQ-RELCOHR
           STRING "  EVASAO NO SEMESTRE  1o" WRK-PD-VALOR (1)
                  "  2o" WRK-PD-VALOR (2)
                  "  3o" WRK-PD-VALOR (3)
                  "  4o" WRK-PD-VALOR (4)
                  "  5o E SEGUINTES" WRK-PD-VALOR (5)
                  "  TOTAL" WRK-QTD-ED
                  DELIMITED BY SIZE INTO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

           IF  WRK-C-EVADIDOS EQUAL ZEROS
               GO TO 0260-IMPRIMIR-COORTE-99-FIM
           END-IF.

           COMPUTE WRK-TAXA ROUNDED =
                   WRK-C-ATRASO * 100 / WRK-C-EVADIDOS
           MOVE WRK-C-ATRASO                   TO WRK-QTD-ED
           MOVE WRK-TAXA                       TO WRK-TAXA-ED
           MOVE SPACES                         TO ARQ-RELCOHR
           STRING "  EVADIDOS COM MENSALIDADE VENCIDA NA SAIDA"
                  WRK-QTD-ED " (" WRK-TAXA-ED "% DOS EVADIDOS)"
                  DELIMITED BY SIZE INTO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

           PERFORM VARYING IX-MOT FROM 1 BY 1
                     UNTIL IX-MOT GREATER WRK-QTD-MOT
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-TM-QTD (IX-MOT) * 100 / WRK-C-EVADIDOS
               MOVE WRK-TM-QTD (IX-MOT)        TO WRK-QTD-ED
               MOVE WRK-TAXA                   TO WRK-TAXA-ED
               MOVE SPACES                     TO ARQ-RELCOHR
               STRING "  MOTIVO " WRK-TM-MOTIVO (IX-MOT)
                      WRK-QTD-ED " (" WRK-TAXA-ED "%)"
                      DELIMITED BY SIZE INTO ARQ-RELCOHR
               WRITE ARQ-RELCOHR
           END-PERFORM.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-COORTE-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-IMPRIMIR-TOTAIS                                    SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

           MOVE WRK-QTD-ALUNOS                 TO WRK-QTD-ED
           MOVE WRK-QTD-EVADIDOS               TO WRK-PD-VALOR (1)
           MOVE WRK-QTD-FORMADOS               TO WRK-PD-VALOR (2)
           MOVE WRK-QTD-INADIMPL               TO WRK-PD-VALOR (3)
           MOVE SPACES                         TO ARQ-RELCOHR
           STRING "TOTAL GERAL  INGRESSANTES " WRK-QTD-ED
                  "  EVADIDOS " WRK-PD-VALOR (1)
                  "  FORMADOS " WRK-PD-VALOR (2)
                  "  EVADIDOS COM ATRASO NA SAIDA " WRK-PD-VALOR (3)
                  DELIMITED BY SIZE INTO ARQ-RELCOHR
           WRITE ARQ-RELCOHR.

      *-----------------------------------------------------------------
       0280-IMPRIMIR-TOTAIS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-CALCULAR-PERIODO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- INDICE DO SEMESTRE CIVIL DE WRK-DATA-AUX (AAAAMMDD)

           MOVE WRK-DATA-AUX(1:4)              TO WRK-ANO-AUX
           COMPUTE WRK-IND-AUX = WRK-ANO-AUX * 2

           IF  WRK-DATA-AUX(5:2) NOT LESS "07"
               ADD 1                           TO WRK-IND-AUX
           END-IF.

      *-----------------------------------------------------------------
       0290-CALCULAR-PERIODO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-ALUNHIST EQUAL "S"
                 CLOSE ALUNHIST
             END-IF.

             IF  WRK-ABRIU-FORMADOS EQUAL "S"
                 CLOSE FORMADOS
             END-IF.

             IF  WRK-ABRIU-MENSALID EQUAL "S"
                 CLOSE MENSALID
             END-IF.

             IF  WRK-ABRIU-MENSHIST EQUAL "S"
                 CLOSE MENSHIST
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
