       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGESTN.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: ESTATISTICA DE NOTAS DO SEMESTRE PARA A
      *----    COMISSAO PEDAGOGICA. A PARTIR DOS RESULTADOS FINAIS DO
      *----    SEMESTRE (RESULTADOS.dat), POR DISCIPLINA E TURMA (COM
      *----    O PROFESSOR DA ATRIBUICAO - ATRIBUIC.dat): ALUNOS
      *----    AVALIADOS, MEDIA, MEDIANA E DESVIO PADRAO DAS MEDIAS
      *----    FINAIS, HISTOGRAMA POR FAIXA DE NOTA, TAXAS DE
      *----    APROVACAO, REPROVACAO E REPROVACAO POR FALTA, E AS
      *----    REVISOES DE NOTA LIBERADAS NO SEMESTRE (REVISAO.dat)
      *----    COM O AJUSTE MEDIO. A TURMA CUJA TAXA DE APROVACAO SE
      *----    AFASTA DA MEDIA DA DISCIPLINA MAIS QUE O LIMITE
      *----    (PARAMETRO ESTN-DESVIO) E MARCADA PARA REVISAO. CADA
      *----    DISCIPLINA E COMPARADA COM O SEMESTRE ANTERIOR DO
      *----    CALENDARIO, COM OS SEMESTRES MAIS ANTIGOS E COM OS
      *----    LANCAMENTOS DO ARQUIVO MORTO (NOTAHIST.dat). NO FIM,
      *----    O RESUMO POR PROFESSOR. GERA O ARQUIVO
      *----    ESTATISTICA_NOTAS_<SEM>_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- SEMESTRES         I             BOKSEM
      *---- RESULTADOS        I             BOKRESU
      *---- ALUNOS            I             BOKALU
      *---- MATDISC           I             BOKMDIS
      *---- ATRIBUIC          I             BOKATRB
      *---- PROFESSOR         I             BOKPROF
      *---- REVISAO           I             BOKREV
      *---- NOTAHIST          I             BOKNOTH
      *---- RELEST            O              ----
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

      *----------- RESULTADOS DO FECHAMENTO (SEMESTRE FECHADO) ---------
           SELECT RESULTADOS  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESULTADOS.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

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

           SELECT REVISAO  ASSIGN TO WRK-PATH-REVISAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REV-NUMERO
                  FILE STATUS IS FS-REVISAO.

           SELECT NOTAHIST  ASSIGN TO WRK-PATH-NOTAHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NTH-NUMERO
                  FILE STATUS IS FS-NOTAHIST.

           SELECT SORTEST ASSIGN TO "SORTEST.TMP".

           SELECT RELEST ASSIGN TO WRK-PATH-RELEST
                  FILE STATUS IS FS-RELEST.

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

       FD  RESULTADOS.
       COPY "BOKRESU".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  MATDISC.
       COPY "BOKMDIS".

       FD  ATRIBUIC.
       COPY "BOKATRB".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  REVISAO.
       COPY "BOKREV".

       FD  NOTAHIST.
       COPY "BOKNOTH".

      *-------------------- RESULTADOS DO SEMESTRE, POR DISCIPLINA, ----
      *-------------------- TURMA E MEDIA FINAL (PARA A MEDIANA) -------
       SD  SORTEST.
       01  SD-ESTATISTICA.
           05 SD-EST-DISCIPLINA         PIC X(15).
           05 SD-EST-TURMA              PIC X(03).
           05 SD-EST-MEDIA              PIC 9(02)V99.
           05 SD-EST-PROFESSOR          PIC X(06).
           05 SD-EST-RESULTADO          PIC X(10).
      *--- REVISOES LIBERADAS NO RESULTADO E SOMA DOS AJUSTES ---------
           05 SD-EST-REVISOES           PIC 9(02).
           05 SD-EST-AJUSTE             PIC S9(03)V99.

      *-------------------- AREA DO RELATORIO DE ESTATISTICA ----------
       FD  RELEST.

       01  ARQ-RELEST                   PIC X(100).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-SEMESTRES                 PIC 9(02).
       77  FS-RESULTADOS                PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-ATRIBUIC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-REVISAO                   PIC 9(02).
       77  FS-NOTAHIST                  PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELEST                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO -------------------------------
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".
       77  WRK-ABRIU-ATRIBUIC           PIC X(01) VALUE "N".
       77  WRK-ABRIU-PROFESSOR          PIC X(01) VALUE "N".
       77  WRK-ABRIU-REVISAO            PIC X(01) VALUE "N".
       77  WRK-ABRIU-NOTAHIST           PIC X(01) VALUE "N".

       77  WRK-PATH-RELEST              PIC X(80).
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

      *------------- ESTN-DESVIO: PONTOS PERCENTUAIS DE DIFERENCA ------
      *------------- ENTRE A APROVACAO DA TURMA E A DA DISCIPLINA -----
      *------------- QUE MARCAM A TURMA PARA REVISAO (PROGPLER) --------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-LIMITE-DESVIO            PIC 9(03)V99 VALUE 20.

      *------------- REVISOES DE NOTA DO SEMESTRE (RM + DISCIPLINA) ----
       77  WRK-QTD-REV                  PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-REV.
           05 WRK-REV-ITEM OCCURS 500 TIMES INDEXED BY IX-REV.
               10 WRK-TR-RM             PIC X(06).
               10 WRK-TR-DISCIPLINA     PIC X(15).
               10 WRK-TR-LIBERADAS      PIC 9(02).
               10 WRK-TR-AJUSTE         PIC S9(03)V99.

      *------------- HISTORICO DE CADA DISCIPLINA: SEMESTRE ANTERIOR, -
      *------------- SEMESTRES MAIS ANTIGOS E ARQUIVO MORTO ------------
       77  WRK-QTD-HIST                 PIC 9(04) VALUE ZEROS.
       77  WRK-DISC-PROCURADA           PIC X(15) VALUE SPACES.
       77  WRK-HIST-OK                  PIC X(01) VALUE SPACES.
       01  WRK-TAB-HIST.
           05 WRK-HIST-ITEM OCCURS 500 TIMES INDEXED BY IX-HIS.
               10 WRK-TH-DISCIPLINA     PIC X(15).
               10 WRK-TH-ANT-QTD        PIC 9(05).
               10 WRK-TH-ANT-SOMA       PIC 9(07)V99.
               10 WRK-TH-ANT-APROV      PIC 9(05).
               10 WRK-TH-OLD-QTD        PIC 9(06).
               10 WRK-TH-OLD-SOMA       PIC 9(08)V99.
               10 WRK-TH-OLD-APROV      PIC 9(06).
               10 WRK-TH-NTH-QTD        PIC 9(06).
               10 WRK-TH-NTH-SOMA       PIC 9(08)V99.

      *------------- MEDIAS DA TURMA CORRENTE, EM ORDEM CRESCENTE ------
       77  WRK-QTD-NOTAS                PIC 9(04) VALUE ZEROS.
       77  WRK-IND-NOTA                 PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-NOTAS.
           05 WRK-TN-MEDIA OCCURS 999 TIMES PIC 9(02)V99.

      *------------- ACUMULADORES DA TURMA CORRENTE -------------------
       01  WRK-TURMA-ANTERIOR.
           05 WRK-TA-DISCIPLINA         PIC X(15).
           05 WRK-TA-TURMA              PIC X(03).
       01  WRK-TURMA-ATUAL.
           05 WRK-TT-DISCIPLINA         PIC X(15).
           05 WRK-TT-TURMA              PIC X(03).
       77  WRK-T-PROFESSOR              PIC X(06) VALUE SPACES.
       77  WRK-T-QTD                    PIC 9(05) VALUE ZEROS.
       77  WRK-T-SOMA                   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-T-SOMA-QUAD              PIC 9(09)V9(04) VALUE ZEROS.
       77  WRK-T-APROV                  PIC 9(05) VALUE ZEROS.
       77  WRK-T-REPROV                 PIC 9(05) VALUE ZEROS.
       77  WRK-T-FALTA                  PIC 9(05) VALUE ZEROS.
       77  WRK-T-REVISOES               PIC 9(05) VALUE ZEROS.
       77  WRK-T-AJUSTE                 PIC S9(05)V99 VALUE ZEROS.
       01  WRK-T-FAIXAS.
           05 WRK-T-FAIXA OCCURS 5 TIMES PIC 9(05).
       77  WRK-IND-FAIXA                PIC 9(02) VALUE ZEROS.

      *------------- TURMAS DA DISCIPLINA CORRENTE (IMPRESSAS NA -----
      *------------- QUEBRA, JA COM A TAXA DA DISCIPLINA) --------------
       77  WRK-QTD-TUR                  PIC 9(02) VALUE ZEROS.
       77  WRK-IND-TUR                  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-TURMA.
           05 WRK-TU-ITEM OCCURS 40 TIMES.
               10 WRK-TU-TURMA          PIC X(03).
               10 WRK-TU-PROFESSOR      PIC X(06).
               10 WRK-TU-QTD            PIC 9(05).
               10 WRK-TU-MEDIA          PIC 9(02)V99.
               10 WRK-TU-MEDIANA        PIC 9(02)V99.
               10 WRK-TU-DESVIO         PIC 9(02)V99.
               10 WRK-TU-FAIXA OCCURS 5 TIMES PIC 9(05).
               10 WRK-TU-TX-APROV       PIC 9(03)V99.
               10 WRK-TU-TX-REPROV      PIC 9(03)V99.
               10 WRK-TU-TX-FALTA       PIC 9(03)V99.
               10 WRK-TU-REVISOES       PIC 9(05).
               10 WRK-TU-AJUSTE         PIC S9(02)V99.

      *------------- ACUMULADORES DA DISCIPLINA CORRENTE --------------
       77  WRK-D-QTD                    PIC 9(06) VALUE ZEROS.
       77  WRK-D-SOMA                   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-D-SOMA-QUAD              PIC 9(10)V9(04) VALUE ZEROS.
       77  WRK-D-APROV                  PIC 9(06) VALUE ZEROS.

      *------------- RESUMO POR PROFESSOR ------------------------------
       77  WRK-QTD-PROF                 PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PROF.
           05 WRK-PROF-ITEM OCCURS 200 TIMES INDEXED BY IX-PRO.
               10 WRK-TP-PROFESSOR      PIC X(06).
               10 WRK-TP-TURMAS         PIC 9(03).
               10 WRK-TP-QTD            PIC 9(06).
               10 WRK-TP-SOMA           PIC 9(08)V99.
               10 WRK-TP-APROV          PIC 9(06).
       77  WRK-PROF-NOME                PIC X(30) VALUE SPACES.

      *------------- CALCULOS ------------------------------------------
       77  WRK-MEDIA                    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIANA                  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-VARIANCIA                PIC S9(03)V9(04) VALUE ZEROS.
       77  WRK-DESVIO                   PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TAXA                     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-TAXA-DISC                PIC 9(03)V99 VALUE ZEROS.
       77  WRK-DIFERENCA                PIC S9(03)V99 VALUE ZEROS.
       77  WRK-METADE                   PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO                    PIC 9(01) VALUE ZEROS.

      *------------- TOTAIS DO RELATORIO -------------------------------
       77  WRK-QTD-DISCIPLINAS          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TURMAS               PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AVALIADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MARCADAS             PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LINHAS               PIC 9(05) VALUE ZEROS.

      *------------- CAMPOS EDITADOS -----------------------------------
       77  WRK-QTD-ED                   PIC ZZZZ9.
       77  WRK-NOTA-ED                  PIC Z9,99.
       77  WRK-NOTA-ED2                 PIC Z9,99.
       77  WRK-NOTA-ED3                 PIC Z9,99.
       77  WRK-TAXA-ED                  PIC ZZ9,99.
       77  WRK-TAXA-ED2                 PIC ZZ9,99.
       77  WRK-TAXA-ED3                 PIC ZZ9,99.
       77  WRK-AJUSTE-ED                PIC +9,99.
       01  WRK-FAIXAS-ED.
           05 WRK-FX-ED OCCURS 5 TIMES.
               10 WRK-FX-VALOR          PIC ZZZ9.

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
           05 LINE  01 COLUMN 24 VALUE "ESTATISTICA DE NOTAS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "SEMESTRE.........".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-SEMESTRE.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GERAR A ESTATISTICA DO SEMESTRE (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 50 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "SEMESTRE ANTERIOR....".
           05 LINE  11 COLUMN 55 FROM  WRK-SEMESTRE-ANT.
           05 LINE  12 COLUMN 30 VALUE "DISCIPLINAS..........".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-DISCIPLINAS.
           05 LINE  13 COLUMN 30 VALUE "TURMAS...............".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-TURMAS.
           05 LINE  14 COLUMN 30 VALUE "ALUNOS AVALIADOS.....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-AVALIADOS.
           05 LINE  15 COLUMN 30 VALUE "TURMAS A REVISAR.....".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-MARCADAS.

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

      *----------- RESULTADOS DO FECHAMENTO (SOMENTE LEITURA) ----------
            OPEN INPUT RESULTADOS.

            IF  FS-RESULTADOS NOT EQUAL 0
                EVALUATE FS-RESULTADOS
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

      *----------- CADASTROS DE APOIO (SOMENTE LEITURA) ----------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE SEMESTRES RESULTADOS
                GOBACK
            END-IF.

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

            OPEN INPUT REVISAO.

            IF  FS-REVISAO EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-REVISAO
            END-IF.

            OPEN INPUT NOTAHIST.

            IF  FS-NOTAHIST EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-NOTAHIST
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- REGRA VIGENTE DO REGIMENTO (PARAMET.dat) ------------
           MOVE "ESTN-DESVIO"                 TO WRK-PARM-CODIGO
           MOVE WRK-LIMITE-DESVIO             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-LIMITE-DESVIO.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
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

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               INITIALIZE WRK-TEMP-DADOS
               GO TO 0200-PROCESSAR
           END-IF.

           PERFORM 0205-BUSCAR-ANTERIOR.

           MOVE ZEROS                          TO WRK-QTD-DISCIPLINAS
                                                  WRK-QTD-TURMAS
                                                  WRK-QTD-AVALIADOS
                                                  WRK-QTD-MARCADAS
                                                  WRK-QTD-LINHAS
                                                  WRK-QTD-PROF
           INITIALIZE WRK-TAB-REV WRK-TAB-HIST WRK-TAB-PROF

           IF  WRK-ABRIU-REVISAO EQUAL "S"
               PERFORM 0207-CARREGAR-REVISOES
           END-IF.

           PERFORM 0208-CARREGAR-HISTORICO.

           IF  WRK-ABRIU-NOTAHIST EQUAL "S"
               PERFORM 0209-CARREGAR-ARQUIVO-MORTO
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE)
                  "ESTATISTICA_NOTAS_"
                  WRK-TEMP-SEMESTRE "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELEST

           OPEN OUTPUT RELEST.

           MOVE SPACES                         TO ARQ-RELEST
           STRING "ESTATISTICA DE NOTAS - SEMESTRE "
                  WRK-TEMP-SEMESTRE
                  " - COMPARACAO COM O SEMESTRE " WRK-SEMESTRE-ANT
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.

           MOVE SPACES                         TO ARQ-RELEST
           STRING "FAIXAS DE NOTA: 0-1,99 / 2-3,99 / 4-5,99 / "
                  "6-7,99 / 8-10"
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.

           MOVE SPACES                         TO ARQ-RELEST
           STRING "TURMA MARCADA COM ** REVISAR **: "
                  "APROVACAO FORA DA MEDIA DA DISCIPLINA"
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.

      *----------- RESULTADOS ORDENADOS POR DISCIPLINA, TURMA E MEDIA -
           MOVE ZEROS                          TO FS-SORT
           SORT SORTEST
               ON ASCENDING KEY SD-EST-DISCIPLINA
                                SD-EST-TURMA
                                SD-EST-MEDIA
               INPUT PROCEDURE 0210-SELECIONAR-RESULTADOS
               OUTPUT PROCEDURE 0220-IMPRIMIR-DISCIPLINAS.

           PERFORM 0260-IMPRIMIR-PROFESSORES.

           CLOSE RELEST.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGESTN"                     TO ARQ-LOG-PROGRAMA
           MOVE "ESTATISTICA DE NOTAS"         TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELEST                TO ARQ-LOG-ARQUIVOGERADO
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
       0207-CARREGAR-REVISOES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- REVISOES LIBERADAS DO SEMESTRE, SOMADAS POR RM E ---
      *----------- DISCIPLINA (AJUSTE = PROPOSTO - ATUAL) --------------

           MOVE ZEROS                          TO WRK-QTD-REV
           MOVE LOW-VALUES                     TO ARQ-REV-NUMERO

           START REVISAO KEY IS GREATER THAN OR EQUAL ARQ-REV-NUMERO
               INVALID KEY
                   GO TO 0207-CARREGAR-REVISOES-99-FIM
           END-START.

           READ REVISAO NEXT RECORD
               AT END
                   GO TO 0207-CARREGAR-REVISOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-REVISAO NOT EQUAL ZEROS

               IF  ARQ-REV-SEMESTRE EQUAL WRK-TEMP-SEMESTRE
               AND ARQ-REV-STATUS   EQUAL "LIBERADO"
                   SET IX-REV                  TO 1
                   SEARCH WRK-REV-ITEM
                       AT END
                           CONTINUE
                       WHEN IX-REV GREATER WRK-QTD-REV
                           ADD 1               TO WRK-QTD-REV
                           MOVE ARQ-REV-RM
                                       TO WRK-TR-RM (IX-REV)
                           MOVE ARQ-REV-DISCIPLINA
                                       TO WRK-TR-DISCIPLINA (IX-REV)
                           MOVE 1      TO WRK-TR-LIBERADAS (IX-REV)
                           COMPUTE WRK-TR-AJUSTE (IX-REV) =
                                   ARQ-REV-VALOR-PROPOSTO
                                 - ARQ-REV-VALOR-ATUAL
                       WHEN WRK-TR-RM (IX-REV) EQUAL ARQ-REV-RM
                        AND WRK-TR-DISCIPLINA (IX-REV)
                            EQUAL ARQ-REV-DISCIPLINA
                           ADD 1       TO WRK-TR-LIBERADAS (IX-REV)
                           COMPUTE WRK-TR-AJUSTE (IX-REV) =
                                   WRK-TR-AJUSTE (IX-REV)
                                 + ARQ-REV-VALOR-PROPOSTO
                                 - ARQ-REV-VALOR-ATUAL
                   END-SEARCH
               END-IF

               READ REVISAO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REVISAO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-REVISAO.

      *-----------------------------------------------------------------
       0207-CARREGAR-REVISOES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0208-CARREGAR-HISTORICO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- RESULTADOS DOS SEMESTRES ANTERIORES AO INFORMADO ----

           MOVE LOW-VALUES                     TO ARQ-RES-CHAVE

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   GO TO 0208-CARREGAR-HISTORICO-99-FIM
           END-START.

           READ RESULTADOS NEXT RECORD
               AT END
                   GO TO 0208-CARREGAR-HISTORICO-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESULTADOS NOT EQUAL ZEROS
                      OR ARQ-RES-SEMESTRE NOT LESS WRK-TEMP-SEMESTRE

               MOVE ARQ-RES-DISCIPLINA         TO WRK-DISC-PROCURADA
               PERFORM 0280-LOCALIZAR-HISTORICO
               IF  WRK-HIST-OK EQUAL "S"
                   IF  ARQ-RES-SEMESTRE EQUAL WRK-SEMESTRE-ANT
                       ADD 1          TO WRK-TH-ANT-QTD (IX-HIS)
                       ADD ARQ-RES-MEDIA
                                      TO WRK-TH-ANT-SOMA (IX-HIS)
                       IF  ARQ-RES-RESULTADO EQUAL "APROVADO"
                           ADD 1      TO WRK-TH-ANT-APROV (IX-HIS)
                       END-IF
                   ELSE
                       ADD 1          TO WRK-TH-OLD-QTD (IX-HIS)
                       ADD ARQ-RES-MEDIA
                                      TO WRK-TH-OLD-SOMA (IX-HIS)
                       IF  ARQ-RES-RESULTADO EQUAL "APROVADO"
                           ADD 1      TO WRK-TH-OLD-APROV (IX-HIS)
                       END-IF
                   END-IF
               END-IF

               READ RESULTADOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESULTADOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESULTADOS.

      *-----------------------------------------------------------------
       0208-CARREGAR-HISTORICO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0209-CARREGAR-ARQUIVO-MORTO                             SECTION.
      *-----------------------------------------------------------------
      *----------- LANCAMENTOS DE NOTA ARQUIVADOS (PROGARQM), POR -----
      *----------- DISCIPLINA ------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-NTH-NUMERO

           START NOTAHIST KEY IS GREATER THAN OR EQUAL ARQ-NTH-NUMERO
               INVALID KEY
                   GO TO 0209-CARREGAR-ARQUIVO-MORTO-99-FIM
           END-START.

           READ NOTAHIST NEXT RECORD
               AT END
                   GO TO 0209-CARREGAR-ARQUIVO-MORTO-99-FIM
           END-READ.

           PERFORM UNTIL FS-NOTAHIST NOT EQUAL ZEROS

               MOVE ARQ-NTH-DISCIPLINA         TO WRK-DISC-PROCURADA
               PERFORM 0280-LOCALIZAR-HISTORICO
               IF  WRK-HIST-OK EQUAL "S"
                   ADD 1              TO WRK-TH-NTH-QTD (IX-HIS)
                   ADD ARQ-NTH-VALOR  TO WRK-TH-NTH-SOMA (IX-HIS)
               END-IF

               READ NOTAHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NOTAHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-NOTAHIST.

      *-----------------------------------------------------------------
       0209-CARREGAR-ARQUIVO-MORTO-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-RESULTADOS                              SECTION.
      *-----------------------------------------------------------------
      *----------- RESULTADOS DO SEMESTRE; TURMA DA MATRICULA NA ------
      *----------- DISCIPLINA OU, SEM ELA, A DO ALUNO; PROFESSOR DA ---
      *----------- ATRIBUICAO ------------------------------------------

           MOVE WRK-TEMP-SEMESTRE              TO ARQ-RES-SEMESTRE
           MOVE LOW-VALUES                     TO ARQ-RES-RM
                                                  ARQ-RES-DISCIPLINA

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   GO TO 0210-SELECIONAR-RESULTADOS-99-FIM
           END-START.

           READ RESULTADOS NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-RESULTADOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESULTADOS NOT EQUAL ZEROS
                      OR ARQ-RES-SEMESTRE NOT EQUAL WRK-TEMP-SEMESTRE

               PERFORM 0215-LIBERAR-RESULTADO

               READ RESULTADOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESULTADOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESULTADOS.

      *-----------------------------------------------------------------
       0210-SELECIONAR-RESULTADOS-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-LIBERAR-RESULTADO                                  SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-TURMA-ALUNO
                                                  ARQ-CURSO
           MOVE ARQ-RES-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE SPACES                 TO ARQ-CURSO
               NOT INVALID KEY
                   MOVE ARQ-TURMA              TO WRK-TURMA-ALUNO
           END-READ.

           IF  WRK-ABRIU-MATDISC EQUAL "S"
               MOVE ARQ-RES-RM                 TO ARQ-MDI-RM
               MOVE ARQ-RES-DISCIPLINA         TO ARQ-MDI-DISCIPLINA
               READ MATDISC KEY IS ARQ-MDI-CHAVE
                   NOT INVALID KEY
                       IF  ARQ-MDI-TURMA NOT EQUAL SPACES
                           MOVE ARQ-MDI-TURMA  TO WRK-TURMA-ALUNO
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES                         TO SD-EST-PROFESSOR

           IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
               MOVE ARQ-CURSO                  TO ARQ-ATR-CURSO
               MOVE WRK-TURMA-ALUNO            TO ARQ-ATR-TURMA
               MOVE ARQ-RES-DISCIPLINA         TO ARQ-ATR-DISCIPLINA
               MOVE WRK-TEMP-SEMESTRE          TO ARQ-ATR-SEMESTRE
               READ ATRIBUIC KEY IS ARQ-ATR-CHAVE
                   NOT INVALID KEY
                       MOVE ARQ-ATR-PROFESSOR  TO SD-EST-PROFESSOR
               END-READ
           END-IF.

           MOVE ZEROS                          TO SD-EST-REVISOES
                                                  SD-EST-AJUSTE
           SET IX-REV                          TO 1
           SEARCH WRK-REV-ITEM
               AT END
                   CONTINUE
               WHEN IX-REV GREATER WRK-QTD-REV
                   CONTINUE
               WHEN WRK-TR-RM (IX-REV) EQUAL ARQ-RES-RM
                AND WRK-TR-DISCIPLINA (IX-REV) EQUAL ARQ-RES-DISCIPLINA
                   MOVE WRK-TR-LIBERADAS (IX-REV) TO SD-EST-REVISOES
                   MOVE WRK-TR-AJUSTE (IX-REV)    TO SD-EST-AJUSTE
           END-SEARCH.

           MOVE ARQ-RES-DISCIPLINA             TO SD-EST-DISCIPLINA
           MOVE WRK-TURMA-ALUNO                TO SD-EST-TURMA
           MOVE ARQ-RES-MEDIA                  TO SD-EST-MEDIA
           MOVE ARQ-RES-RESULTADO              TO SD-EST-RESULTADO
           RELEASE SD-ESTATISTICA.

      *-----------------------------------------------------------------
       0215-LIBERAR-RESULTADO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-IMPRIMIR-DISCIPLINAS                               SECTION.
      *-----------------------------------------------------------------
      *----------- TURMA FECHADA NA QUEBRA DE TURMA; DISCIPLINA -------
      *----------- IMPRESSA NA QUEBRA DE DISCIPLINA --------------------

           RETURN SORTEST
               AT END
                   GO TO 0220-IMPRIMIR-DISCIPLINAS-99-FIM
           END-RETURN.

           PERFORM 0222-INICIAR-DISCIPLINA.
           PERFORM 0224-INICIAR-TURMA.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               MOVE SD-EST-DISCIPLINA          TO WRK-TT-DISCIPLINA
               MOVE SD-EST-TURMA               TO WRK-TT-TURMA

               IF  WRK-TURMA-ATUAL NOT EQUAL WRK-TURMA-ANTERIOR
                   PERFORM 0230-FECHAR-TURMA
                   IF  WRK-TT-DISCIPLINA NOT EQUAL WRK-TA-DISCIPLINA
                       PERFORM 0240-IMPRIMIR-DISCIPLINA
                       PERFORM 0222-INICIAR-DISCIPLINA
                   END-IF
                   PERFORM 0224-INICIAR-TURMA
               END-IF

               PERFORM 0226-ACUMULAR

               RETURN SORTEST
                   AT END
                       MOVE 9                  TO FS-SORT
                       PERFORM 0230-FECHAR-TURMA
                       PERFORM 0240-IMPRIMIR-DISCIPLINA
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-DISCIPLINAS-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0222-INICIAR-DISCIPLINA                                 SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                          TO WRK-QTD-TUR
                                                  WRK-D-QTD
                                                  WRK-D-SOMA
                                                  WRK-D-SOMA-QUAD
                                                  WRK-D-APROV.

      *-----------------------------------------------------------------
       0222-INICIAR-DISCIPLINA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0224-INICIAR-TURMA                                      SECTION.
      *-----------------------------------------------------------------

           MOVE SD-EST-DISCIPLINA              TO WRK-TA-DISCIPLINA
           MOVE SD-EST-TURMA                   TO WRK-TA-TURMA
           MOVE SD-EST-PROFESSOR               TO WRK-T-PROFESSOR
           MOVE ZEROS                          TO WRK-QTD-NOTAS
                                                  WRK-T-QTD
                                                  WRK-T-SOMA
                                                  WRK-T-SOMA-QUAD
                                                  WRK-T-APROV
                                                  WRK-T-REPROV
                                                  WRK-T-FALTA
                                                  WRK-T-REVISOES
                                                  WRK-T-AJUSTE
           INITIALIZE WRK-T-FAIXAS.

      *-----------------------------------------------------------------
       0224-INICIAR-TURMA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0226-ACUMULAR                                           SECTION.
      *-----------------------------------------------------------------

           IF  WRK-T-PROFESSOR EQUAL SPACES
               MOVE SD-EST-PROFESSOR           TO WRK-T-PROFESSOR
           END-IF.

           ADD 1                               TO WRK-T-QTD
           ADD SD-EST-MEDIA                    TO WRK-T-SOMA
           COMPUTE WRK-T-SOMA-QUAD = WRK-T-SOMA-QUAD
                                   + SD-EST-MEDIA * SD-EST-MEDIA

           IF  WRK-QTD-NOTAS LESS 999
               ADD 1                           TO WRK-QTD-NOTAS
               MOVE SD-EST-MEDIA    TO WRK-TN-MEDIA (WRK-QTD-NOTAS)
           END-IF.

      *----------- FAIXA: 0-1,99 / 2-3,99 / 4-5,99 / 6-7,99 / 8-10 ----
           DIVIDE SD-EST-MEDIA BY 2 GIVING WRK-IND-FAIXA
           ADD 1                               TO WRK-IND-FAIXA
           IF  WRK-IND-FAIXA GREATER 5
               MOVE 5                          TO WRK-IND-FAIXA
           END-IF
           ADD 1                     TO WRK-T-FAIXA (WRK-IND-FAIXA)

           EVALUATE SD-EST-RESULTADO
               WHEN "APROVADO"
                   ADD 1                       TO WRK-T-APROV
               WHEN "REP.FALTA"
                   ADD 1                       TO WRK-T-FALTA
               WHEN OTHER
                   ADD 1                       TO WRK-T-REPROV
           END-EVALUATE.

           IF  SD-EST-REVISOES GREATER ZEROS
               ADD SD-EST-REVISOES             TO WRK-T-REVISOES
               ADD SD-EST-AJUSTE               TO WRK-T-AJUSTE
           END-IF.

      *-----------------------------------------------------------------
       0226-ACUMULAR-99-FIM                                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-FECHAR-TURMA                                       SECTION.
      *-----------------------------------------------------------------
      *----------- MEDIA, MEDIANA, DESVIO PADRAO E TAXAS DA TURMA; ----
      *----------- GUARDA A TURMA PARA A IMPRESSAO DA DISCIPLINA -------

           IF  WRK-T-QTD EQUAL ZEROS
               GO TO 0230-FECHAR-TURMA-99-FIM
           END-IF.

           COMPUTE WRK-MEDIA ROUNDED = WRK-T-SOMA / WRK-T-QTD.

           COMPUTE WRK-VARIANCIA ROUNDED =
                   WRK-T-SOMA-QUAD / WRK-T-QTD
                 - (WRK-T-SOMA / WRK-T-QTD) ** 2.
           IF  WRK-VARIANCIA GREATER ZEROS
               COMPUTE WRK-DESVIO ROUNDED =
                       FUNCTION SQRT(WRK-VARIANCIA)
           ELSE
               MOVE ZEROS                      TO WRK-DESVIO
           END-IF.

      *----------- MEDIANA: AS MEDIAS CHEGAM EM ORDEM CRESCENTE -------
           DIVIDE WRK-QTD-NOTAS BY 2 GIVING WRK-METADE
                  REMAINDER WRK-RESTO
           IF  WRK-RESTO EQUAL ZEROS
               COMPUTE WRK-MEDIANA ROUNDED =
                       (WRK-TN-MEDIA (WRK-METADE)
                      + WRK-TN-MEDIA (WRK-METADE + 1)) / 2
           ELSE
               MOVE WRK-TN-MEDIA (WRK-METADE + 1) TO WRK-MEDIANA
           END-IF.

           ADD WRK-T-QTD                       TO WRK-D-QTD
                                                  WRK-QTD-AVALIADOS
           ADD WRK-T-SOMA                      TO WRK-D-SOMA
           ADD WRK-T-SOMA-QUAD                 TO WRK-D-SOMA-QUAD
           ADD WRK-T-APROV                     TO WRK-D-APROV
           ADD 1                               TO WRK-QTD-TURMAS

           PERFORM 0235-ACUMULAR-PROFESSOR.

           IF  WRK-QTD-TUR NOT LESS 40
               GO TO 0230-FECHAR-TURMA-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-TUR
           MOVE WRK-TA-TURMA         TO WRK-TU-TURMA (WRK-QTD-TUR)
           MOVE WRK-T-PROFESSOR      TO WRK-TU-PROFESSOR (WRK-QTD-TUR)
           MOVE WRK-T-QTD            TO WRK-TU-QTD (WRK-QTD-TUR)
           MOVE WRK-MEDIA            TO WRK-TU-MEDIA (WRK-QTD-TUR)
           MOVE WRK-MEDIANA          TO WRK-TU-MEDIANA (WRK-QTD-TUR)
           MOVE WRK-DESVIO           TO WRK-TU-DESVIO (WRK-QTD-TUR)
           MOVE WRK-T-REVISOES       TO WRK-TU-REVISOES (WRK-QTD-TUR)

           PERFORM VARYING WRK-IND-FAIXA FROM 1 BY 1
                     UNTIL WRK-IND-FAIXA GREATER 5
               MOVE WRK-T-FAIXA (WRK-IND-FAIXA)
                         TO WRK-TU-FAIXA (WRK-QTD-TUR WRK-IND-FAIXA)
           END-PERFORM.

           COMPUTE WRK-TU-TX-APROV (WRK-QTD-TUR) ROUNDED =
                   WRK-T-APROV * 100 / WRK-T-QTD.
           COMPUTE WRK-TU-TX-REPROV (WRK-QTD-TUR) ROUNDED =
                   WRK-T-REPROV * 100 / WRK-T-QTD.
           COMPUTE WRK-TU-TX-FALTA (WRK-QTD-TUR) ROUNDED =
                   WRK-T-FALTA * 100 / WRK-T-QTD.

      *----------- AJUSTE MEDIO POR NOTA REVISADA ----------------------
           IF  WRK-T-REVISOES GREATER ZEROS
               COMPUTE WRK-TU-AJUSTE (WRK-QTD-TUR) ROUNDED =
                       WRK-T-AJUSTE / WRK-T-REVISOES
           ELSE
               MOVE ZEROS            TO WRK-TU-AJUSTE (WRK-QTD-TUR)
           END-IF.

      *-----------------------------------------------------------------
       0230-FECHAR-TURMA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-ACUMULAR-PROFESSOR                                 SECTION.
      *-----------------------------------------------------------------

           SET IX-PRO                          TO 1
           SEARCH WRK-PROF-ITEM
               AT END
                   CONTINUE
               WHEN IX-PRO GREATER WRK-QTD-PROF
                   ADD 1                       TO WRK-QTD-PROF
                   MOVE WRK-T-PROFESSOR  TO WRK-TP-PROFESSOR (IX-PRO)
                   MOVE 1                TO WRK-TP-TURMAS (IX-PRO)
                   MOVE WRK-T-QTD        TO WRK-TP-QTD (IX-PRO)
                   MOVE WRK-T-SOMA       TO WRK-TP-SOMA (IX-PRO)
                   MOVE WRK-T-APROV      TO WRK-TP-APROV (IX-PRO)
               WHEN WRK-TP-PROFESSOR (IX-PRO) EQUAL WRK-T-PROFESSOR
                   ADD 1                 TO WRK-TP-TURMAS (IX-PRO)
                   ADD WRK-T-QTD         TO WRK-TP-QTD (IX-PRO)
                   ADD WRK-T-SOMA        TO WRK-TP-SOMA (IX-PRO)
                   ADD WRK-T-APROV       TO WRK-TP-APROV (IX-PRO)
           END-SEARCH.

      *-----------------------------------------------------------------
       0235-ACUMULAR-PROFESSOR-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-IMPRIMIR-DISCIPLINA                                SECTION.
      *-----------------------------------------------------------------

           IF  WRK-D-QTD EQUAL ZEROS
               GO TO 0240-IMPRIMIR-DISCIPLINA-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-DISCIPLINAS

           COMPUTE WRK-TAXA-DISC ROUNDED = WRK-D-APROV * 100 / WRK-D-QTD

           MOVE SPACES                         TO ARQ-RELEST
           WRITE ARQ-RELEST.

           MOVE SPACES                         TO ARQ-RELEST
           STRING "DISCIPLINA " WRK-TA-DISCIPLINA
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.

           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                     UNTIL WRK-IND-TUR GREATER WRK-QTD-TUR
               PERFORM 0245-IMPRIMIR-TURMA
           END-PERFORM.

      *----------- TOTAL DA DISCIPLINA NO SEMESTRE ---------------------
           COMPUTE WRK-MEDIA ROUNDED = WRK-D-SOMA / WRK-D-QTD.
           COMPUTE WRK-VARIANCIA ROUNDED =
                   WRK-D-SOMA-QUAD / WRK-D-QTD
                 - (WRK-D-SOMA / WRK-D-QTD) ** 2.
           IF  WRK-VARIANCIA GREATER ZEROS
               COMPUTE WRK-DESVIO ROUNDED =
                       FUNCTION SQRT(WRK-VARIANCIA)
           ELSE
               MOVE ZEROS                      TO WRK-DESVIO
           END-IF.

           MOVE WRK-D-QTD                      TO WRK-QTD-ED
           MOVE WRK-MEDIA                      TO WRK-NOTA-ED
           MOVE WRK-DESVIO                     TO WRK-NOTA-ED2
           MOVE WRK-TAXA-DISC                  TO WRK-TAXA-ED
           MOVE SPACES                         TO ARQ-RELEST
           STRING "  TOTAL DA DISCIPLINA   ALUNOS " WRK-QTD-ED
                  "  MEDIA " WRK-NOTA-ED
                  "  DESVIO " WRK-NOTA-ED2
                  "  APROVACAO " WRK-TAXA-ED "%"
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.
           ADD 1                               TO WRK-QTD-LINHAS

           PERFORM 0250-IMPRIMIR-COMPARACAO.

      *-----------------------------------------------------------------
       0240-IMPRIMIR-DISCIPLINA-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-IMPRIMIR-TURMA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- TRES LINHAS POR TURMA; A TURMA QUE SE AFASTA DA ----
      *----------- APROVACAO DA DISCIPLINA E MARCADA PARA REVISAO -----

           MOVE "SEM PROFESSOR ATRIBUIDO"      TO WRK-PROF-NOME
           IF  WRK-TU-PROFESSOR (WRK-IND-TUR) NOT EQUAL SPACES
               MOVE "NAO CADASTRADO"           TO WRK-PROF-NOME
               IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                   MOVE WRK-TU-PROFESSOR (WRK-IND-TUR) TO ARQ-PRO-ID
                   READ PROFESSOR KEY IS ARQ-PRO-ID
                       NOT INVALID KEY
                           MOVE ARQ-PRO-NOME   TO WRK-PROF-NOME
                   END-READ
               END-IF
           END-IF.

           MOVE WRK-TU-QTD (WRK-IND-TUR)       TO WRK-QTD-ED
           MOVE SPACES                         TO ARQ-RELEST
           STRING "  TURMA " WRK-TU-TURMA (WRK-IND-TUR)
                  "  PROF " WRK-TU-PROFESSOR (WRK-IND-TUR)
                  " " WRK-PROF-NOME
                  "  AVALIADOS " WRK-QTD-ED
                  DELIMITED BY SIZE INTO ARQ-RELEST

           COMPUTE WRK-DIFERENCA = WRK-TU-TX-APROV (WRK-IND-TUR)
                                 - WRK-TAXA-DISC
           IF  WRK-QTD-TUR GREATER 1
           AND (WRK-DIFERENCA GREATER WRK-LIMITE-DESVIO OR
                WRK-DIFERENCA LESS ZEROS - WRK-LIMITE-DESVIO)
               MOVE "  ** REVISAR **"          TO ARQ-RELEST(80:15)
               ADD 1                           TO WRK-QTD-MARCADAS
           END-IF.
           WRITE ARQ-RELEST.

           MOVE WRK-TU-MEDIA (WRK-IND-TUR)     TO WRK-NOTA-ED
           MOVE WRK-TU-MEDIANA (WRK-IND-TUR)   TO WRK-NOTA-ED2
           MOVE WRK-TU-DESVIO (WRK-IND-TUR)    TO WRK-NOTA-ED3
           PERFORM VARYING WRK-IND-FAIXA FROM 1 BY 1
                     UNTIL WRK-IND-FAIXA GREATER 5
               MOVE WRK-TU-FAIXA (WRK-IND-TUR WRK-IND-FAIXA)
                                  TO WRK-FX-VALOR (WRK-IND-FAIXA)
           END-PERFORM.
           MOVE SPACES                         TO ARQ-RELEST
           STRING "    MEDIA " WRK-NOTA-ED
                  "  MEDIANA " WRK-NOTA-ED2
                  "  DESVIO " WRK-NOTA-ED3
                  "  FAIXAS " WRK-FX-VALOR (1) WRK-FX-VALOR (2)
                  WRK-FX-VALOR (3) WRK-FX-VALOR (4) WRK-FX-VALOR (5)
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.

           MOVE WRK-TU-TX-APROV (WRK-IND-TUR)  TO WRK-TAXA-ED
           MOVE WRK-TU-TX-REPROV (WRK-IND-TUR) TO WRK-TAXA-ED2
           MOVE WRK-TU-TX-FALTA (WRK-IND-TUR)  TO WRK-TAXA-ED3
           MOVE WRK-TU-REVISOES (WRK-IND-TUR)  TO WRK-QTD-ED
           MOVE WRK-TU-AJUSTE (WRK-IND-TUR)    TO WRK-AJUSTE-ED
           MOVE SPACES                         TO ARQ-RELEST
           STRING "    APROVACAO " WRK-TAXA-ED "%"
                  "  REPROVACAO " WRK-TAXA-ED2 "%"
                  "  REP.FALTA " WRK-TAXA-ED3 "%"
                  "  REVISOES " WRK-QTD-ED
                  "  AJUSTE MEDIO " WRK-AJUSTE-ED
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.
           ADD 1                               TO WRK-QTD-LINHAS.

      *-----------------------------------------------------------------
       0245-IMPRIMIR-TURMA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-IMPRIMIR-COMPARACAO                                SECTION.
      *-----------------------------------------------------------------
      *----------- MESMA DISCIPLINA NO SEMESTRE ANTERIOR, NOS MAIS ----
      *----------- ANTIGOS E NO ARQUIVO MORTO --------------------------

           MOVE WRK-TA-DISCIPLINA              TO WRK-DISC-PROCURADA
           PERFORM 0280-LOCALIZAR-HISTORICO.

           IF  WRK-HIST-OK NOT EQUAL "S"
               GO TO 0250-IMPRIMIR-COMPARACAO-99-FIM
           END-IF.

           IF  WRK-TH-ANT-QTD (IX-HIS) GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-TH-ANT-SOMA (IX-HIS)
                     / WRK-TH-ANT-QTD (IX-HIS)
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-TH-ANT-APROV (IX-HIS) * 100
                     / WRK-TH-ANT-QTD (IX-HIS)
               MOVE WRK-TH-ANT-QTD (IX-HIS)    TO WRK-QTD-ED
               MOVE WRK-MEDIA                  TO WRK-NOTA-ED
               MOVE WRK-TAXA                   TO WRK-TAXA-ED
               MOVE SPACES                     TO ARQ-RELEST
               STRING "  SEMESTRE ANTERIOR (" WRK-SEMESTRE-ANT ")"
                      "  ALUNOS " WRK-QTD-ED
                      "  MEDIA " WRK-NOTA-ED
                      "  APROVACAO " WRK-TAXA-ED "%"
                      DELIMITED BY SIZE INTO ARQ-RELEST
               WRITE ARQ-RELEST
           END-IF.

           IF  WRK-TH-OLD-QTD (IX-HIS) GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-TH-OLD-SOMA (IX-HIS)
                     / WRK-TH-OLD-QTD (IX-HIS)
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-TH-OLD-APROV (IX-HIS) * 100
                     / WRK-TH-OLD-QTD (IX-HIS)
               MOVE WRK-TH-OLD-QTD (IX-HIS)    TO WRK-QTD-ED
               MOVE WRK-MEDIA                  TO WRK-NOTA-ED
               MOVE WRK-TAXA                   TO WRK-TAXA-ED
               MOVE SPACES                     TO ARQ-RELEST
               STRING "  SEMESTRES MAIS ANTIGOS"
                      "  ALUNOS " WRK-QTD-ED
                      "  MEDIA " WRK-NOTA-ED
                      "  APROVACAO " WRK-TAXA-ED "%"
                      DELIMITED BY SIZE INTO ARQ-RELEST
               WRITE ARQ-RELEST
           END-IF.

           IF  WRK-TH-NTH-QTD (IX-HIS) GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-TH-NTH-SOMA (IX-HIS)
                     / WRK-TH-NTH-QTD (IX-HIS)
               MOVE WRK-TH-NTH-QTD (IX-HIS)    TO WRK-QTD-ED
               MOVE WRK-MEDIA                  TO WRK-NOTA-ED
               MOVE SPACES                     TO ARQ-RELEST
               STRING "  ARQUIVO MORTO (NOTAHIST)  LANCAMENTOS "
                      WRK-QTD-ED
                      "  MEDIA DAS NOTAS " WRK-NOTA-ED
                      DELIMITED BY SIZE INTO ARQ-RELEST
               WRITE ARQ-RELEST
           END-IF.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-COMPARACAO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-IMPRIMIR-PROFESSORES                               SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELEST
           WRITE ARQ-RELEST.

           MOVE SPACES                         TO ARQ-RELEST
           STRING "RESUMO POR PROFESSOR"
                  DELIMITED BY SIZE INTO ARQ-RELEST
           WRITE ARQ-RELEST.

           PERFORM VARYING IX-PRO FROM 1 BY 1
                     UNTIL IX-PRO GREATER WRK-QTD-PROF

               MOVE "SEM PROFESSOR ATRIBUIDO"  TO WRK-PROF-NOME
               IF  WRK-TP-PROFESSOR (IX-PRO) NOT EQUAL SPACES
                   MOVE "NAO CADASTRADO"       TO WRK-PROF-NOME
                   IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                       MOVE WRK-TP-PROFESSOR (IX-PRO) TO ARQ-PRO-ID
                       READ PROFESSOR KEY IS ARQ-PRO-ID
                           NOT INVALID KEY
                               MOVE ARQ-PRO-NOME TO WRK-PROF-NOME
                       END-READ
                   END-IF
               END-IF

               COMPUTE WRK-MEDIA ROUNDED =
                       WRK-TP-SOMA (IX-PRO) / WRK-TP-QTD (IX-PRO)
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-TP-APROV (IX-PRO) * 100 / WRK-TP-QTD (IX-PRO)
               MOVE WRK-TP-QTD (IX-PRO)        TO WRK-QTD-ED
               MOVE WRK-MEDIA                  TO WRK-NOTA-ED
               MOVE WRK-TAXA                   TO WRK-TAXA-ED
               MOVE SPACES                     TO ARQ-RELEST
               STRING "  " WRK-TP-PROFESSOR (IX-PRO) " "
                      WRK-PROF-NOME
                      "  TURMAS " WRK-TP-TURMAS (IX-PRO)
                      "  ALUNOS " WRK-QTD-ED
                      "  MEDIA " WRK-NOTA-ED
                      "  APROVACAO " WRK-TAXA-ED "%"
                      DELIMITED BY SIZE INTO ARQ-RELEST
               WRITE ARQ-RELEST

           END-PERFORM.

      *-----------------------------------------------------------------
       0260-IMPRIMIR-PROFESSORES-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-LOCALIZAR-HISTORICO                                SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA (OU INCLUI) A DISCIPLINA NO HISTORICO -----

           MOVE "S"                            TO WRK-HIST-OK
           SET IX-HIS                          TO 1
           SEARCH WRK-HIST-ITEM
               AT END
                   MOVE "N"                    TO WRK-HIST-OK
               WHEN IX-HIS GREATER WRK-QTD-HIST
                   ADD 1                       TO WRK-QTD-HIST
                   MOVE WRK-DISC-PROCURADA
                                     TO WRK-TH-DISCIPLINA (IX-HIS)
               WHEN WRK-TH-DISCIPLINA (IX-HIS) EQUAL WRK-DISC-PROCURADA
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0280-LOCALIZAR-HISTORICO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  SEMESTRES RESULTADOS.

             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
             END-IF.

             IF  WRK-ABRIU-ATRIBUIC EQUAL "S"
                 CLOSE ATRIBUIC
             END-IF.

             IF  WRK-ABRIU-PROFESSOR EQUAL "S"
                 CLOSE PROFESSOR
             END-IF.

             IF  WRK-ABRIU-REVISAO EQUAL "S"
                 CLOSE REVISAO
             END-IF.

             IF  WRK-ABRIU-NOTAHIST EQUAL "S"
                 CLOSE NOTAHIST
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
