       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGPTUR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: PLANEJAMENTO DE TURMAS - PREVISAO DA DEMANDA DO
      *----    PROXIMO SEMESTRE POR CURSO, SEMESTRE DA MATRIZ E
      *----    DISCIPLINA. A DEMANDA ESTIMADA SOMA OS ALUNOS ATIVOS DO
      *----    SEMESTRE ANTERIOR DA MATRIZ PELA TAXA DE APROVACAO
      *----    HISTORICA DAQUELE SEMESTRE (RESULTADOS.dat), OS QUE
      *----    VOLTAM DE TRANCAMENTO NO SEMESTRE (TRANCAM.dat), ESTES
      *----    DOIS DESCONTADOS PELA EVASAO HISTORICA (KPIHIST.dat), AS
      *----    DEPENDENCIAS EM ABERTO NA DISCIPLINA (DEPEND.dat) E, NO
      *----    PRIMEIRO SEMESTRE, A FILA DE ESPERA DO CURSO
      *----    (ESPERA.dat). A DEMANDA E CONFRONTADA COM AS TURMAS E
      *----    VAGAS OFERECIDAS PELO CURSO (TURMAS.dat) E COM AS
      *----    MATRICULAS POR DISCIPLINA JA FEITAS (MATDISC.dat),
      *----    SUGERINDO ABRIR OU JUNTAR TURMAS E APONTANDO AS
      *----    DISCIPLINAS COM POUCOS ALUNOS PARA SEREM VIAVEIS. GERA
      *----    O ARQUIVO PLANEJAMENTO_TURMAS_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MATRIZ            I             BOKMATR
      *---- TURMAS            I             BOKTURM
      *---- RESULTADOS        I             BOKRESU
      *---- DEPEND            I             BOKDEP
      *---- TRANCAM           I             BOKTRAN
      *---- ESPERA            I             BOKESP
      *---- KPIHIST           I             BOKKPI
      *---- MATDISC           I             BOKMDIS
      *---- RELPTUR           O              ----
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

           SELECT MATRIZ  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRIZ.

           SELECT TURMAS  ASSIGN TO WRK-PATH-TURMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TUR-CHAVE
                  FILE STATUS IS FS-TURMAS.

      *----------- RESULTADOS DO FECHAMENTO (SEMESTRE FECHADO) ---------
           SELECT RESULTADOS  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESULTADOS.

           SELECT DEPEND  ASSIGN TO WRK-PATH-DEPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DEP-CHAVE
                  FILE STATUS IS FS-DEPEND.

           SELECT TRANCAM  ASSIGN TO WRK-PATH-TRANCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRA-RM
                  FILE STATUS IS FS-TRANCAM.

           SELECT ESPERA  ASSIGN TO WRK-PATH-ESPERA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ESP-CHAVE
                  FILE STATUS IS FS-ESPERA.

           SELECT KPIHIST  ASSIGN TO WRK-PATH-KPIHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-KPI-CHAVE
                  FILE STATUS IS FS-KPIHIST.

           SELECT MATDISC  ASSIGN TO WRK-PATH-MATDISC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MDI-CHAVE
                  FILE STATUS IS FS-MATDISC.

           SELECT RELPTUR ASSIGN TO WRK-PATH-RELPTUR
                  FILE STATUS IS FS-RELPTUR.

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

       FD  MATRIZ.
       COPY "BOKMATR".

       FD  TURMAS.
       COPY "BOKTURM".

       FD  RESULTADOS.
       COPY "BOKRESU".

       FD  DEPEND.
       COPY "BOKDEP".

       FD  TRANCAM.
       COPY "BOKTRAN".

       FD  ESPERA.
       COPY "BOKESP".

       FD  KPIHIST.
       COPY "BOKKPI".

       FD  MATDISC.
       COPY "BOKMDIS".

      *-------------------- AREA DO RELATORIO DE PLANEJAMENTO ----------
       FD  RELPTUR.

       01  ARQ-RELPTUR                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-TURMAS                    PIC 9(02).
       77  FS-RESULTADOS                PIC 9(02).
       77  FS-DEPEND                    PIC 9(02).
       77  FS-TRANCAM                   PIC 9(02).
       77  FS-ESPERA                    PIC 9(02).
       77  FS-KPIHIST                   PIC 9(02).
       77  FS-MATDISC                   PIC 9(02).
       77  FS-RELPTUR                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO NESTA EXECUCAO ----------------
       77  WRK-ABRIU-TURMAS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-RESULTADOS         PIC X(01) VALUE "N".
       77  WRK-ABRIU-DEPEND             PIC X(01) VALUE "N".
       77  WRK-ABRIU-TRANCAM            PIC X(01) VALUE "N".
       77  WRK-ABRIU-ESPERA             PIC X(01) VALUE "N".
       77  WRK-ABRIU-KPIHIST            PIC X(01) VALUE "N".
       77  WRK-ABRIU-MATDISC            PIC X(01) VALUE "N".

       77  WRK-PATH-RELPTUR             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DO PLANEJAMENTO (PROGPLER) -------------
      *--- PLAN-TAMTUR: ALUNOS POR TURMA QUANDO O CURSO NAO TEM -------
      *--- TURMA COM LIMITE DE VAGAS; PLAN-MINALU: MINIMO DE ALUNOS ---
      *--- PARA A DISCIPLINA SER VIAVEL; PLAN-MESHIST: MESES DO -------
      *--- KPIHIST USADOS NA TAXA DE EVASAO ----------------------------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TAM-TURMA-PADRAO         PIC 9(03)    VALUE 40.
       77  WRK-MINIMO-ALUNOS            PIC 9(03)    VALUE 10.
       77  WRK-MESES-HIST               PIC 9(02)    VALUE 6.

      *------------- PERIODO LETIVO CORRENTE (AAAAS) E JANELA DO -------
      *------------- HISTORICO DE EVASAO (COMPETENCIAS AAAAMM) ---------
       77  WRK-HOJE                     PIC X(08)    VALUE SPACES.
       01  WRK-PERIODO.
           05 WRK-PER-ANO               PIC 9(04).
           05 WRK-PER-SEM               PIC 9(01).
       01  WRK-PERIODO-X REDEFINES WRK-PERIODO PIC X(05).
       77  WRK-COMP-ATUAL               PIC X(06)    VALUE SPACES.
       77  WRK-MESES-TOTAL              PIC 9(06)    VALUE ZEROS.
       01  WRK-COMP-INICIO.
           05 WRK-CI-ANO                PIC 9(04).
           05 WRK-CI-MES                PIC 9(02).
       01  WRK-COMP-INICIO-X REDEFINES WRK-COMP-INICIO PIC X(06).

      *------------- EVASAO SEMESTRAL: DESISTENTES DA JANELA SOBRE A --
      *------------- MEDIA DE ATIVOS, LEVADA A SEIS MESES --------------
       77  WRK-HIST-ATIVOS              PIC 9(09)    VALUE ZEROS.
       77  WRK-HIST-DESIST              PIC 9(09)    VALUE ZEROS.
       77  WRK-TAXA-EVASAO              PIC 9(01)V9(04) VALUE ZEROS.
       77  WRK-EVASAO-PERC              PIC ZZ9,99.

      *------------- TABELA DOS CURSOS: TURMAS, VAGAS E FILA ----------
       77  WRK-QTD-CURSOS               PIC 9(03)    VALUE ZEROS.
       77  WRK-CURSO-PROCURADO          PIC X(15)    VALUE SPACES.
       77  WRK-CURSO-OK                 PIC X(01)    VALUE SPACES.
       01  WRK-TAB-CURSO.
           05 WRK-CURSO-ITEM OCCURS 50 TIMES INDEXED BY IX-CUR.
               10 WRK-TC-CURSO          PIC X(15).
               10 WRK-TC-TURMAS         PIC 9(03).
               10 WRK-TC-VAGAS          PIC 9(05).
      *--- TURMAS SEM LIMITE DE VAGAS (ARQ-TUR-VAGAS ZERADO) -----------
               10 WRK-TC-SEM-LIMITE     PIC 9(03).
               10 WRK-TC-ESPERA         PIC 9(05).

      *------------- TABELA CURSO X SEMESTRE DA MATRIZ: ATIVOS, -------
      *------------- HISTORICO DE APROVACAO E RETORNOS DE TRANCAMENTO -
       77  WRK-QTD-CURSEM               PIC 9(03)    VALUE ZEROS.
       77  WRK-SEM-PROCURADO            PIC X(02)    VALUE SPACES.
       77  WRK-CURSEM-OK                PIC X(01)    VALUE SPACES.
       01  WRK-TAB-CURSEM.
           05 WRK-CURSEM-ITEM OCCURS 400 TIMES INDEXED BY IX-CS.
               10 WRK-CS-CURSO          PIC X(15).
               10 WRK-CS-SEMESTRE       PIC X(02).
               10 WRK-CS-ATIVOS         PIC 9(05).
               10 WRK-CS-RESULTADOS     PIC 9(07).
               10 WRK-CS-APROVADOS      PIC 9(07).
               10 WRK-CS-RETORNOS       PIC 9(05).

      *------------- TABELA DAS DISCIPLINAS DA MATRIZ (NA ORDEM DA ----
      *------------- CHAVE: CURSO, SEMESTRE, DISCIPLINA) ---------------
       77  WRK-QTD-DISC                 PIC 9(04)    VALUE ZEROS.
       77  WRK-DISC-PROCURADA           PIC X(15)    VALUE SPACES.
       77  WRK-DISC-OK                  PIC X(01)    VALUE SPACES.
       01  WRK-TAB-DISC.
           05 WRK-DISC-ITEM OCCURS 800 TIMES INDEXED BY IX-DIS.
               10 WRK-TD-CURSO          PIC X(15).
               10 WRK-TD-SEMESTRE       PIC X(02).
               10 WRK-TD-DISCIPLINA     PIC X(15).
               10 WRK-TD-PROMOVIDOS     PIC 9(05)V99.
               10 WRK-TD-DEPEND         PIC 9(05).
               10 WRK-TD-RETORNOS       PIC 9(05).
               10 WRK-TD-ESPERA         PIC 9(05).
               10 WRK-TD-ESTIMADO       PIC 9(05).
               10 WRK-TD-MATRIC         PIC 9(05).
               10 WRK-TD-NECESSARIAS    PIC 9(03).
      *--- "S" = ABAIXO DO MINIMO DE ALUNOS PARA SER VIAVEL -----------
               10 WRK-TD-INVIAVEL       PIC X(01).

      *------------- CALCULO DA ESTIMATIVA E DA SUGESTAO --------------
       77  WRK-SEM-NUM                  PIC 9(02)    VALUE ZEROS.
       77  WRK-SEM-ANTERIOR             PIC X(02)    VALUE SPACES.
       77  WRK-TAXA-APROV               PIC 9(01)V9(04) VALUE ZEROS.
       77  WRK-CONTINUAM                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TAM-TURMA                PIC 9(03)    VALUE ZEROS.
       77  WRK-RESTO                    PIC 9(03)    VALUE ZEROS.
       77  WRK-DIFERENCA                PIC 9(03)    VALUE ZEROS.
       77  WRK-CURSO-ANT                PIC X(15)    VALUE SPACES.

      *------------- TOTAIS --------------------------------------------
       77  WRK-QTD-LINHAS               PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-ABRIR                PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-JUNTAR               PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-INVIAVEIS            PIC 9(04)    VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-CURSO.
           05 FILLER                    PIC X(07) VALUE "CURSO: ".
           05 WRK-LC-CURSO              PIC X(15).
           05 FILLER                    PIC X(10) VALUE "  TURMAS: ".
           05 WRK-LC-TURMAS             PIC ZZ9.
           05 FILLER                    PIC X(09) VALUE "  VAGAS: ".
           05 WRK-LC-VAGAS              PIC ZZZZ9.
           05 FILLER                    PIC X(13) VALUE "  ALUNOS/TUR:".
           05 WRK-LC-TAMANHO            PIC ZZ9.
           05 FILLER                    PIC X(09) VALUE "  ESPERA:".
           05 WRK-LC-ESPERA             PIC ZZZZ9.

       01  WRK-LINHA-DISC.
           05 WRK-LD-SEMESTRE           PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-PROMOVIDOS         PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-DEPEND             PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-RETORNOS           PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-ESPERA             PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-ESTIMADO           PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-MATRIC             PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-NECESSARIAS        PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-SUGESTAO           PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-VIAVEL             PIC X(08).

       01  WRK-SUGESTAO.
           05 WRK-SUG-ACAO              PIC X(07).
           05 WRK-SUG-QTD               PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.

       01  WRK-LINHA-INVIAVEL.
           05 WRK-LI-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LI-SEMESTRE           PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LI-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LI-ESTIMADO           PIC ZZZ9.

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
           05 LINE  01 COLUMN 26 VALUE "PLANEJAMENTO DE TURMAS"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR A PREVISAO DO PROXIMO SEMESTRE (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 55 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "DISCIPLINAS PLANEJADAS".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-LINHAS.
           05 LINE  13 COLUMN 30 VALUE "ABRIR TURMAS..........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ABRIR.
           05 LINE  14 COLUMN 30 VALUE "JUNTAR TURMAS.........".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-JUNTAR.
           05 LINE  15 COLUMN 30 VALUE "POUCOS ALUNOS.........".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-INVIAVEIS.

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

            OPEN INPUT MATRIZ.

            IF  FS-MATRIZ NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *----------- OPCIONAIS: SEM O ARQUIVO A PARCELA CORRESPONDENTE --
      *----------- DA ESTIMATIVA FICA ZERADA ---------------------------
            OPEN INPUT TURMAS.

            IF  FS-TURMAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-TURMAS
            END-IF.

            OPEN INPUT RESULTADOS.

            IF  FS-RESULTADOS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-RESULTADOS
            END-IF.

            OPEN INPUT DEPEND.

            IF  FS-DEPEND EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-DEPEND
            END-IF.

            OPEN INPUT TRANCAM.

            IF  FS-TRANCAM EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-TRANCAM
            END-IF.

            OPEN INPUT ESPERA.

            IF  FS-ESPERA EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-ESPERA
            END-IF.

            OPEN INPUT KPIHIST.

            IF  FS-KPIHIST EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-KPIHIST
            END-IF.

            OPEN INPUT MATDISC.

            IF  FS-MATDISC EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-MATDISC
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- REGRAS VIGENTES DO REGIMENTO (PARAMET.dat) ----------
           MOVE "PLAN-TAMTUR"                 TO WRK-PARM-CODIGO
           MOVE WRK-TAM-TURMA-PADRAO          TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-TAM-TURMA-PADRAO.

           IF  WRK-TAM-TURMA-PADRAO EQUAL ZEROS
               MOVE 1                         TO WRK-TAM-TURMA-PADRAO
           END-IF.

           MOVE "PLAN-MINALU"                 TO WRK-PARM-CODIGO
           MOVE WRK-MINIMO-ALUNOS             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-MINIMO-ALUNOS.

           MOVE "PLAN-MESHIST"                TO WRK-PARM-CODIGO
           MOVE WRK-MESES-HIST                TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-MESES-HIST.

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
           MOVE WRK-DATA-HORA(1:8)             TO WRK-HOJE

      *------------- PERIODO LETIVO CORRENTE (AAAAS) -------------------
           MOVE WRK-HOJE(1:4)                  TO WRK-PER-ANO
           IF  WRK-HOJE(5:2) LESS "07"
               MOVE 1                          TO WRK-PER-SEM
           ELSE
               MOVE 2                          TO WRK-PER-SEM
           END-IF.

           INITIALIZE WRK-TAB-CURSO WRK-TAB-CURSEM WRK-TAB-DISC
           MOVE ZEROS                          TO WRK-QTD-CURSOS
                                                  WRK-QTD-CURSEM
                                                  WRK-QTD-DISC
                                                  WRK-QTD-LINHAS
                                                  WRK-QTD-ABRIR
                                                  WRK-QTD-JUNTAR
                                                  WRK-QTD-INVIAVEIS

           PERFORM 0210-CARREGAR-MATRIZ.

           IF  WRK-ABRIU-TURMAS EQUAL "S"
               PERFORM 0215-CARREGAR-TURMAS
           END-IF.

           IF  WRK-ABRIU-ESPERA EQUAL "S"
               PERFORM 0220-CONTAR-ESPERA
           END-IF.

           PERFORM 0225-CONTAR-ATIVOS.

           IF  WRK-ABRIU-RESULTADOS EQUAL "S"
               PERFORM 0230-APURAR-APROVACAO
           END-IF.

           IF  WRK-ABRIU-DEPEND EQUAL "S"
               PERFORM 0235-CONTAR-DEPENDENCIAS
           END-IF.

           IF  WRK-ABRIU-TRANCAM EQUAL "S"
               PERFORM 0240-CONTAR-RETORNOS
           END-IF.

           IF  WRK-ABRIU-KPIHIST EQUAL "S"
               PERFORM 0245-APURAR-EVASAO
           END-IF.

           IF  WRK-ABRIU-MATDISC EQUAL "S"
               PERFORM 0250-CONTAR-MATRICULAS
           END-IF.

           PERFORM 0260-ESTIMAR-DEMANDA.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "PLANEJAMENTO_TURMAS_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELPTUR

           OPEN OUTPUT RELPTUR.

           PERFORM 0270-IMPRIMIR-PLANEJAMENTO.

           CLOSE RELPTUR.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGPTUR"                     TO ARQ-LOG-PROGRAMA
           MOVE "PLANEJAMENTO DE TURMAS"       TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELPTUR               TO ARQ-LOG-ARQUIVOGERADO
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
       0210-CARREGAR-MATRIZ                                    SECTION.
      *-----------------------------------------------------------------
      *----------- UMA LINHA POR DISCIPLINA DA MATRIZ, NA ORDEM DA -----
      *----------- CHAVE; CADA CURSO E CURSO X SEMESTRE ENTRA NAS -----
      *----------- TABELAS DE APOIO. AS VERSOES DA MATRIZ DO CURSO ----
      *----------- SE SOMAM: HA ALUNOS CURSANDO CADA UMA DELAS --------

           MOVE LOW-VALUES                     TO ARQ-MAT-CHAVE

           START MATRIZ KEY IS GREATER THAN OR EQUAL ARQ-MAT-CHAVE
               INVALID KEY
                   GO TO 0210-CARREGAR-MATRIZ-99-FIM
           END-START.

           READ MATRIZ NEXT RECORD
               AT END
                   GO TO 0210-CARREGAR-MATRIZ-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR WRK-QTD-DISC NOT LESS 800

      *----------- A MESMA DISCIPLINA NO MESMO SEMESTRE EM MAIS DE -----
      *----------- UMA VERSAO DA MATRIZ ENTRA UMA UNICA VEZ ------------
               MOVE ARQ-MAT-CURSO              TO WRK-CURSO-PROCURADO
               MOVE ARQ-MAT-DISCIPLINA         TO WRK-DISC-PROCURADA
               PERFORM 0290-LOCALIZAR-DISCIPLINA

               IF  WRK-DISC-OK NOT EQUAL "S"
               OR  WRK-TD-SEMESTRE (IX-DIS) NOT EQUAL ARQ-MAT-SEMESTRE
                   ADD 1                       TO WRK-QTD-DISC
                   SET IX-DIS                  TO WRK-QTD-DISC
                   MOVE ARQ-MAT-CURSO  TO WRK-TD-CURSO (IX-DIS)
                   MOVE ARQ-MAT-SEMESTRE
                                       TO WRK-TD-SEMESTRE (IX-DIS)
                   MOVE ARQ-MAT-DISCIPLINA
                                       TO WRK-TD-DISCIPLINA (IX-DIS)

                   PERFORM 0280-LOCALIZAR-CURSO
                   MOVE ARQ-MAT-SEMESTRE       TO WRK-SEM-PROCURADO
                   PERFORM 0285-LOCALIZAR-CURSEM
               END-IF

               READ MATRIZ NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATRIZ
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATRIZ.

      *-----------------------------------------------------------------
       0210-CARREGAR-MATRIZ-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CARREGAR-TURMAS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- TURMAS E VAGAS OFERECIDAS HOJE POR CURSO -----------

           MOVE LOW-VALUES                     TO ARQ-TUR-CHAVE

           START TURMAS KEY IS GREATER THAN OR EQUAL ARQ-TUR-CHAVE
               INVALID KEY
                   GO TO 0215-CARREGAR-TURMAS-99-FIM
           END-START.

           READ TURMAS NEXT RECORD
               AT END
                   GO TO 0215-CARREGAR-TURMAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-TURMAS NOT EQUAL ZEROS

               MOVE ARQ-TUR-CURSO              TO WRK-CURSO-PROCURADO
               PERFORM 0280-LOCALIZAR-CURSO
               IF  WRK-CURSO-OK EQUAL "S"
                   ADD 1              TO WRK-TC-TURMAS (IX-CUR)
                   IF  ARQ-TUR-VAGAS EQUAL ZEROS
                       ADD 1          TO WRK-TC-SEM-LIMITE (IX-CUR)
                   ELSE
                       ADD ARQ-TUR-VAGAS
                                      TO WRK-TC-VAGAS (IX-CUR)
                   END-IF
               END-IF

               READ TURMAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TURMAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TURMAS.

      *-----------------------------------------------------------------
       0215-CARREGAR-TURMAS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONTAR-ESPERA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- A FILA DE ESPERA DO CURSO ENTRA NO 1O SEMESTRE ------

           MOVE LOW-VALUES                     TO ARQ-ESP-CHAVE

           START ESPERA KEY IS GREATER THAN OR EQUAL ARQ-ESP-CHAVE
               INVALID KEY
                   GO TO 0220-CONTAR-ESPERA-99-FIM
           END-START.

           READ ESPERA NEXT RECORD
               AT END
                   GO TO 0220-CONTAR-ESPERA-99-FIM
           END-READ.

           PERFORM UNTIL FS-ESPERA NOT EQUAL ZEROS

               MOVE ARQ-ESP-CURSO              TO WRK-CURSO-PROCURADO
               PERFORM 0280-LOCALIZAR-CURSO
               IF  WRK-CURSO-OK EQUAL "S"
                   ADD 1              TO WRK-TC-ESPERA (IX-CUR)
               END-IF

               READ ESPERA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESPERA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ESPERA.

      *-----------------------------------------------------------------
       0220-CONTAR-ESPERA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CONTAR-ATIVOS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNOS ATIVOS POR CURSO E SEMESTRE ATUAL -----------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0225-CONTAR-ATIVOS-99-FIM
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0225-CONTAR-ATIVOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               IF  ARQ-STATUS EQUAL "ATIVO"
                   MOVE ARQ-CURSO              TO WRK-CURSO-PROCURADO
                   MOVE ARQ-SEMESTRE           TO WRK-SEM-PROCURADO
                   PERFORM 0285-LOCALIZAR-CURSEM
                   IF  WRK-CURSEM-OK EQUAL "S"
                       ADD 1          TO WRK-CS-ATIVOS (IX-CS)
                   END-IF
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0225-CONTAR-ATIVOS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-APURAR-APROVACAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TAXA DE APROVACAO HISTORICA POR CURSO E SEMESTRE ---
      *----------- (O CURSO VEM DO CADASTRO DO ALUNO) ------------------

           MOVE LOW-VALUES                     TO ARQ-RES-CHAVE

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   GO TO 0230-APURAR-APROVACAO-99-FIM
           END-START.

           READ RESULTADOS NEXT RECORD
               AT END
                   GO TO 0230-APURAR-APROVACAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESULTADOS NOT EQUAL ZEROS

               MOVE ARQ-RES-RM                 TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   NOT INVALID KEY
                       MOVE ARQ-CURSO          TO WRK-CURSO-PROCURADO
                       MOVE ARQ-RES-SEMESTRE   TO WRK-SEM-PROCURADO
                       PERFORM 0285-LOCALIZAR-CURSEM
                       IF  WRK-CURSEM-OK EQUAL "S"
                           ADD 1      TO WRK-CS-RESULTADOS (IX-CS)
                           IF  ARQ-RES-RESULTADO EQUAL "APROVADO"
                               ADD 1  TO WRK-CS-APROVADOS (IX-CS)
                           END-IF
                       END-IF
               END-READ

               READ RESULTADOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESULTADOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESULTADOS.

      *-----------------------------------------------------------------
       0230-APURAR-APROVACAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-CONTAR-DEPENDENCIAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- DEPENDENCIA EM ABERTO (AINDA SEM TURMA) DE ALUNO ---
      *----------- ATIVO VAI PARA A DISCIPLINA NO CURSO DELE -----------

           MOVE LOW-VALUES                     TO ARQ-DEP-CHAVE

           START DEPEND KEY IS GREATER THAN OR EQUAL ARQ-DEP-CHAVE
               INVALID KEY
                   GO TO 0235-CONTAR-DEPENDENCIAS-99-FIM
           END-START.

           READ DEPEND NEXT RECORD
               AT END
                   GO TO 0235-CONTAR-DEPENDENCIAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-DEPEND NOT EQUAL ZEROS

               IF  ARQ-DEP-STATUS EQUAL "ABERTO"
                   MOVE ARQ-DEP-RM             TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       NOT INVALID KEY
                           IF  ARQ-STATUS EQUAL "ATIVO"
                               MOVE ARQ-CURSO
                                       TO WRK-CURSO-PROCURADO
                               MOVE ARQ-DEP-DISCIPLINA
                                       TO WRK-DISC-PROCURADA
                               PERFORM 0290-LOCALIZAR-DISCIPLINA
                               IF  WRK-DISC-OK EQUAL "S"
                                   ADD 1 TO WRK-TD-DEPEND (IX-DIS)
                               END-IF
                           END-IF
                   END-READ
               END-IF

               READ DEPEND NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPEND
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPEND.

      *-----------------------------------------------------------------
       0235-CONTAR-DEPENDENCIAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-CONTAR-RETORNOS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- TRANCAMENTO ATIVO QUE TERMINA ATE O PERIODO --------
      *----------- CORRENTE: O ALUNO VOLTA NO PROXIMO, NO SEMESTRE ----
      *----------- DA MATRIZ EM QUE TRANCOU ----------------------------

           MOVE LOW-VALUES                     TO ARQ-TRA-RM

           START TRANCAM KEY IS GREATER THAN OR EQUAL ARQ-TRA-RM
               INVALID KEY
                   GO TO 0240-CONTAR-RETORNOS-99-FIM
           END-START.

           READ TRANCAM NEXT RECORD
               AT END
                   GO TO 0240-CONTAR-RETORNOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-TRANCAM NOT EQUAL ZEROS

               IF  ARQ-TRA-STATUS EQUAL "ATIVO"
               AND ARQ-TRA-PERIODO-FIM NOT GREATER WRK-PERIODO-X
                   MOVE ARQ-TRA-RM             TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       NOT INVALID KEY
                           MOVE ARQ-CURSO
                                       TO WRK-CURSO-PROCURADO
                           MOVE ARQ-TRA-SEM-CURSO
                                       TO WRK-SEM-PROCURADO
                           PERFORM 0285-LOCALIZAR-CURSEM
                           IF  WRK-CURSEM-OK EQUAL "S"
                               ADD 1  TO WRK-CS-RETORNOS (IX-CS)
                           END-IF
                   END-READ
               END-IF

               READ TRANCAM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TRANCAM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TRANCAM.

      *-----------------------------------------------------------------
       0240-CONTAR-RETORNOS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-APURAR-EVASAO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- DESISTENTES E ATIVOS DAS ULTIMAS COMPETENCIAS ------
      *----------- FECHADAS DO KPIHIST, TODOS OS CAMPI -----------------

           MOVE WRK-HOJE(1:6)                  TO WRK-COMP-ATUAL
           MOVE WRK-HOJE(1:6)                  TO WRK-COMP-INICIO-X
           COMPUTE WRK-MESES-TOTAL = (WRK-CI-ANO * 12) + WRK-CI-MES
                                   - 1 - WRK-MESES-HIST
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-CI-ANO
                  REMAINDER WRK-CI-MES
           ADD 1                               TO WRK-CI-MES.

           MOVE ZEROS                          TO WRK-HIST-ATIVOS
                                                  WRK-HIST-DESIST
           MOVE LOW-VALUES                     TO ARQ-KPI-CHAVE

           START KPIHIST KEY IS GREATER THAN OR EQUAL ARQ-KPI-CHAVE
               INVALID KEY
                   GO TO 0245-APURAR-EVASAO-99-FIM
           END-START.

           READ KPIHIST NEXT RECORD
               AT END
                   GO TO 0245-APURAR-EVASAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-KPIHIST NOT EQUAL ZEROS

               IF  ARQ-KPI-COMPETENCIA NOT LESS WRK-COMP-INICIO-X
               AND ARQ-KPI-COMPETENCIA LESS WRK-COMP-ATUAL
                   ADD ARQ-KPI-ATIVOS          TO WRK-HIST-ATIVOS
                   ADD ARQ-KPI-DESISTENTES     TO WRK-HIST-DESIST
               END-IF

               READ KPIHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-KPIHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-KPIHIST.

      *----------- TAXA = 6 X DESISTENTES / SOMA DOS ATIVOS MENSAIS, --
      *----------- NO MAXIMO 1 -----------------------------------------
           IF  WRK-HIST-ATIVOS GREATER ZEROS
               IF  WRK-HIST-DESIST * 6 NOT LESS WRK-HIST-ATIVOS
                   MOVE 1                      TO WRK-TAXA-EVASAO
               ELSE
                   COMPUTE WRK-TAXA-EVASAO ROUNDED =
                           WRK-HIST-DESIST * 6 / WRK-HIST-ATIVOS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       0245-APURAR-EVASAO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CONTAR-MATRICULAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- MATRICULAS POR DISCIPLINA JA ATIVAS EM MATDISC -----

           MOVE LOW-VALUES                     TO ARQ-MDI-CHAVE

           START MATDISC KEY IS GREATER THAN OR EQUAL ARQ-MDI-CHAVE
               INVALID KEY
                   GO TO 0250-CONTAR-MATRICULAS-99-FIM
           END-START.

           READ MATDISC NEXT RECORD
               AT END
                   GO TO 0250-CONTAR-MATRICULAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MATDISC NOT EQUAL ZEROS

               IF  ARQ-MDI-STATUS EQUAL "ATIVA"
                   MOVE ARQ-MDI-RM             TO ARQ-RM
                   READ ALUNOS KEY IS ARQ-RM
                       NOT INVALID KEY
                           MOVE ARQ-CURSO
                                       TO WRK-CURSO-PROCURADO
                           MOVE ARQ-MDI-DISCIPLINA
                                       TO WRK-DISC-PROCURADA
                           PERFORM 0290-LOCALIZAR-DISCIPLINA
                           IF  WRK-DISC-OK EQUAL "S"
                               ADD 1  TO WRK-TD-MATRIC (IX-DIS)
                           END-IF
                   END-READ
               END-IF

               READ MATDISC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MATDISC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MATDISC.

      *-----------------------------------------------------------------
       0250-CONTAR-MATRICULAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-ESTIMAR-DEMANDA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- ESTIMADO = (PROMOVIDOS + RETORNOS) X (1 - EVASAO) --
      *----------- + DEPENDENCIAS + FILA DE ESPERA (SO NO 1O SEM.) -----

           PERFORM VARYING IX-DIS FROM 1 BY 1
                     UNTIL IX-DIS GREATER WRK-QTD-DISC

               MOVE WRK-TD-CURSO (IX-DIS)      TO WRK-CURSO-PROCURADO
               PERFORM 0280-LOCALIZAR-CURSO

      *----------- PROMOVIDOS DO SEMESTRE ANTERIOR; NO 1O SEMESTRE ---
      *----------- ENTRA A FILA DE ESPERA DO CURSO ---------------------
               MOVE ZEROS          TO WRK-TD-PROMOVIDOS (IX-DIS)
               IF  WRK-TD-SEMESTRE (IX-DIS) IS NUMERIC
                   MOVE WRK-TD-SEMESTRE (IX-DIS) TO WRK-SEM-NUM
                   IF  WRK-SEM-NUM GREATER 1
                       SUBTRACT 1              FROM WRK-SEM-NUM
                       MOVE WRK-SEM-NUM        TO WRK-SEM-ANTERIOR
                       MOVE WRK-SEM-ANTERIOR   TO WRK-SEM-PROCURADO
                       PERFORM 0285-LOCALIZAR-CURSEM
                       IF  WRK-CURSEM-OK EQUAL "S"
                           PERFORM 0262-CALCULAR-PROMOVIDOS
                       END-IF
                   ELSE
                       MOVE WRK-TC-ESPERA (IX-CUR)
                                       TO WRK-TD-ESPERA (IX-DIS)
                   END-IF
               END-IF

               MOVE WRK-TD-SEMESTRE (IX-DIS)   TO WRK-SEM-PROCURADO
               PERFORM 0285-LOCALIZAR-CURSEM
               IF  WRK-CURSEM-OK EQUAL "S"
                   MOVE WRK-CS-RETORNOS (IX-CS)
                                       TO WRK-TD-RETORNOS (IX-DIS)
               END-IF

               COMPUTE WRK-CONTINUAM ROUNDED =
                       (WRK-TD-PROMOVIDOS (IX-DIS)
                      + WRK-TD-RETORNOS (IX-DIS))
                     * (1 - WRK-TAXA-EVASAO)
               COMPUTE WRK-TD-ESTIMADO (IX-DIS) ROUNDED =
                       WRK-CONTINUAM
                     + WRK-TD-DEPEND (IX-DIS)
                     + WRK-TD-ESPERA (IX-DIS)

      *----------- TURMAS NECESSARIAS PELO TAMANHO MEDIO DAS TURMAS ---
      *----------- DO CURSO (OU PLAN-TAMTUR SEM LIMITE DE VAGAS) ------
               PERFORM 0265-CALCULAR-TAMANHO
               DIVIDE WRK-TD-ESTIMADO (IX-DIS) BY WRK-TAM-TURMA
                      GIVING WRK-TD-NECESSARIAS (IX-DIS)
                      REMAINDER WRK-RESTO
               IF  WRK-RESTO GREATER ZEROS
                   ADD 1               TO WRK-TD-NECESSARIAS (IX-DIS)
               END-IF

               MOVE "N"                    TO WRK-TD-INVIAVEL (IX-DIS)
               IF  WRK-TD-ESTIMADO (IX-DIS) GREATER ZEROS
               AND WRK-TD-ESTIMADO (IX-DIS) LESS WRK-MINIMO-ALUNOS
                   MOVE "S"                TO WRK-TD-INVIAVEL (IX-DIS)
               END-IF

           END-PERFORM.

      *-----------------------------------------------------------------
       0260-ESTIMAR-DEMANDA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0262-CALCULAR-PROMOVIDOS                                SECTION.
      *-----------------------------------------------------------------
      *----------- ATIVOS DO SEMESTRE ANTERIOR (IX-CS) PELA TAXA DE ---
      *----------- APROVACAO DELE; SEM HISTORICO, TODOS SAO PROMOVIDOS -

           IF  WRK-CS-RESULTADOS (IX-CS) GREATER ZEROS
               COMPUTE WRK-TAXA-APROV ROUNDED =
                       WRK-CS-APROVADOS (IX-CS)
                     / WRK-CS-RESULTADOS (IX-CS)
           ELSE
               MOVE 1                          TO WRK-TAXA-APROV
           END-IF.

           COMPUTE WRK-TD-PROMOVIDOS (IX-DIS) ROUNDED =
                   WRK-CS-ATIVOS (IX-CS) * WRK-TAXA-APROV.

      *-----------------------------------------------------------------
       0262-CALCULAR-PROMOVIDOS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-CALCULAR-TAMANHO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TAMANHO MEDIO DAS TURMAS COM LIMITE DO CURSO -------
      *----------- CORRENTE (IX-CUR) -----------------------------------

           MOVE WRK-TAM-TURMA-PADRAO           TO WRK-TAM-TURMA.

           IF  WRK-TC-TURMAS (IX-CUR) GREATER WRK-TC-SEM-LIMITE (IX-CUR)
           AND WRK-TC-VAGAS (IX-CUR) GREATER ZEROS
               COMPUTE WRK-TAM-TURMA =
                       WRK-TC-VAGAS (IX-CUR)
                     / (WRK-TC-TURMAS (IX-CUR)
                      - WRK-TC-SEM-LIMITE (IX-CUR))
           END-IF.

           IF  WRK-TAM-TURMA EQUAL ZEROS
               MOVE 1                          TO WRK-TAM-TURMA
           END-IF.

      *-----------------------------------------------------------------
       0265-CALCULAR-TAMANHO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-IMPRIMIR-PLANEJAMENTO                              SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELPTUR
           STRING "PLANEJAMENTO DE TURMAS - PREVISAO PARA O PERIODO "
                  "SEGUINTE A " WRK-PERIODO-X
                  DELIMITED BY SIZE INTO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

           MULTIPLY WRK-TAXA-EVASAO BY 100 GIVING WRK-EVASAO-PERC
           MOVE SPACES                         TO ARQ-RELPTUR
           STRING "EVASAO SEMESTRAL HISTORICA (KPIHIST): "
                  WRK-EVASAO-PERC "%"
                  DELIMITED BY SIZE INTO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

           MOVE SPACES                         TO WRK-CURSO-ANT

           PERFORM VARYING IX-DIS FROM 1 BY 1
                     UNTIL IX-DIS GREATER WRK-QTD-DISC

               MOVE WRK-TD-CURSO (IX-DIS)      TO WRK-CURSO-PROCURADO
               PERFORM 0280-LOCALIZAR-CURSO

               IF  WRK-TD-CURSO (IX-DIS) NOT EQUAL WRK-CURSO-ANT
                   PERFORM 0275-IMPRIMIR-CURSO
                   MOVE WRK-TD-CURSO (IX-DIS)  TO WRK-CURSO-ANT
               END-IF

      *----------- SUGESTAO: TURMAS NECESSARIAS CONTRA AS DO CURSO ----
               MOVE SPACES                     TO WRK-SUGESTAO
               EVALUATE TRUE
                   WHEN WRK-TD-NECESSARIAS (IX-DIS)
                        GREATER WRK-TC-TURMAS (IX-CUR)
                       COMPUTE WRK-DIFERENCA =
                               WRK-TD-NECESSARIAS (IX-DIS)
                             - WRK-TC-TURMAS (IX-CUR)
                       MOVE "ABRIR"            TO WRK-SUG-ACAO
                       MOVE WRK-DIFERENCA      TO WRK-SUG-QTD
                       ADD 1                   TO WRK-QTD-ABRIR
                   WHEN WRK-TD-NECESSARIAS (IX-DIS)
                        LESS WRK-TC-TURMAS (IX-CUR)
                       COMPUTE WRK-DIFERENCA =
                               WRK-TC-TURMAS (IX-CUR)
                             - WRK-TD-NECESSARIAS (IX-DIS)
                       MOVE "JUNTAR"           TO WRK-SUG-ACAO
                       MOVE WRK-DIFERENCA      TO WRK-SUG-QTD
                       ADD 1                   TO WRK-QTD-JUNTAR
                   WHEN OTHER
                       MOVE "MANTER"           TO WRK-SUG-ACAO
               END-EVALUATE

               MOVE WRK-TD-SEMESTRE (IX-DIS)   TO WRK-LD-SEMESTRE
               MOVE WRK-TD-DISCIPLINA (IX-DIS) TO WRK-LD-DISCIPLINA
               MOVE WRK-TD-PROMOVIDOS (IX-DIS) TO WRK-LD-PROMOVIDOS
               MOVE WRK-TD-DEPEND (IX-DIS)     TO WRK-LD-DEPEND
               MOVE WRK-TD-RETORNOS (IX-DIS)   TO WRK-LD-RETORNOS
               MOVE WRK-TD-ESPERA (IX-DIS)     TO WRK-LD-ESPERA
               MOVE WRK-TD-ESTIMADO (IX-DIS)   TO WRK-LD-ESTIMADO
               MOVE WRK-TD-MATRIC (IX-DIS)     TO WRK-LD-MATRIC
               MOVE WRK-TD-NECESSARIAS (IX-DIS)
                                               TO WRK-LD-NECESSARIAS
               MOVE WRK-SUGESTAO               TO WRK-LD-SUGESTAO
               IF  WRK-TD-INVIAVEL (IX-DIS) EQUAL "S"
                   MOVE "INVIAVEL"             TO WRK-LD-VIAVEL
                   ADD 1                       TO WRK-QTD-INVIAVEIS
               ELSE
                   MOVE SPACES                 TO WRK-LD-VIAVEL
               END-IF
               MOVE WRK-LINHA-DISC             TO ARQ-RELPTUR
               WRITE ARQ-RELPTUR
               ADD 1                           TO WRK-QTD-LINHAS

           END-PERFORM.

      *----------- DESTAQUE: DISCIPLINAS COM POUCOS ALUNOS ------------
           MOVE SPACES                         TO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

           MOVE SPACES                         TO ARQ-RELPTUR
           STRING "DISCIPLINAS COM MENOS DE " WRK-MINIMO-ALUNOS
                  " ALUNOS PREVISTOS (INVIAVEIS)"
                  DELIMITED BY SIZE INTO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

           MOVE SPACES                         TO ARQ-RELPTUR
           STRING "CURSO           SM DISCIPLINA      EST."
                  DELIMITED BY SIZE INTO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

           PERFORM VARYING IX-DIS FROM 1 BY 1
                     UNTIL IX-DIS GREATER WRK-QTD-DISC
               IF  WRK-TD-INVIAVEL (IX-DIS) EQUAL "S"
                   MOVE WRK-TD-CURSO (IX-DIS)  TO WRK-LI-CURSO
                   MOVE WRK-TD-SEMESTRE (IX-DIS)
                                               TO WRK-LI-SEMESTRE
                   MOVE WRK-TD-DISCIPLINA (IX-DIS)
                                               TO WRK-LI-DISCIPLINA
                   MOVE WRK-TD-ESTIMADO (IX-DIS)
                                               TO WRK-LI-ESTIMADO
                   MOVE WRK-LINHA-INVIAVEL     TO ARQ-RELPTUR
                   WRITE ARQ-RELPTUR
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
       0270-IMPRIMIR-PLANEJAMENTO-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0275-IMPRIMIR-CURSO                                     SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

           PERFORM 0265-CALCULAR-TAMANHO.

           MOVE WRK-TD-CURSO (IX-DIS)          TO WRK-LC-CURSO
           MOVE WRK-TC-TURMAS (IX-CUR)         TO WRK-LC-TURMAS
           MOVE WRK-TC-VAGAS (IX-CUR)          TO WRK-LC-VAGAS
           MOVE WRK-TAM-TURMA                  TO WRK-LC-TAMANHO
           MOVE WRK-TC-ESPERA (IX-CUR)         TO WRK-LC-ESPERA
           MOVE WRK-LINHA-CURSO                TO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

           MOVE SPACES                         TO ARQ-RELPTUR
           STRING "SM DISCIPLINA      PROM DEP RET ESP EST. MAT NC "
                  "SUGESTAO   VIABIL."
                  DELIMITED BY SIZE INTO ARQ-RELPTUR
           WRITE ARQ-RELPTUR.

      *-----------------------------------------------------------------
       0275-IMPRIMIR-CURSO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-LOCALIZAR-CURSO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA (OU INCLUI) O CURSO NA TABELA -------------

           MOVE "S"                            TO WRK-CURSO-OK
           SET IX-CUR                          TO 1
           SEARCH WRK-CURSO-ITEM
               AT END
                   MOVE "N"                    TO WRK-CURSO-OK
               WHEN IX-CUR GREATER WRK-QTD-CURSOS
                   IF  WRK-QTD-CURSOS LESS 50
                       ADD 1                   TO WRK-QTD-CURSOS
                       MOVE WRK-CURSO-PROCURADO
                                     TO WRK-TC-CURSO (IX-CUR)
                   ELSE
                       MOVE "N"                TO WRK-CURSO-OK
                   END-IF
               WHEN WRK-TC-CURSO (IX-CUR) EQUAL WRK-CURSO-PROCURADO
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0280-LOCALIZAR-CURSO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0285-LOCALIZAR-CURSEM                                   SECTION.
      *-----------------------------------------------------------------
      *----------- LOCALIZA (OU INCLUI) O CURSO X SEMESTRE NA TABELA --

           MOVE "S"                            TO WRK-CURSEM-OK
           SET IX-CS                           TO 1
           SEARCH WRK-CURSEM-ITEM
               AT END
                   MOVE "N"                    TO WRK-CURSEM-OK
               WHEN IX-CS GREATER WRK-QTD-CURSEM
                   IF  WRK-QTD-CURSEM LESS 400
                       ADD 1                   TO WRK-QTD-CURSEM
                       MOVE WRK-CURSO-PROCURADO
                                     TO WRK-CS-CURSO (IX-CS)
                       MOVE WRK-SEM-PROCURADO
                                     TO WRK-CS-SEMESTRE (IX-CS)
                   ELSE
                       MOVE "N"                TO WRK-CURSEM-OK
                   END-IF
               WHEN WRK-CS-CURSO (IX-CS) EQUAL WRK-CURSO-PROCURADO
                AND WRK-CS-SEMESTRE (IX-CS) EQUAL WRK-SEM-PROCURADO
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0285-LOCALIZAR-CURSEM-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-LOCALIZAR-DISCIPLINA                               SECTION.
      *-----------------------------------------------------------------
      *----------- PRIMEIRA LINHA DA MATRIZ DO CURSO COM A DISCIPLINA --

           MOVE "S"                            TO WRK-DISC-OK
           SET IX-DIS                          TO 1
           SEARCH WRK-DISC-ITEM
               AT END
                   MOVE "N"                    TO WRK-DISC-OK
               WHEN IX-DIS GREATER WRK-QTD-DISC
                   MOVE "N"                    TO WRK-DISC-OK
               WHEN WRK-TD-CURSO (IX-DIS) EQUAL WRK-CURSO-PROCURADO
                AND WRK-TD-DISCIPLINA (IX-DIS) EQUAL WRK-DISC-PROCURADA
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0290-LOCALIZAR-DISCIPLINA-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  MATRIZ.

             IF  WRK-ABRIU-TURMAS EQUAL "S"
                 CLOSE TURMAS
             END-IF.

             IF  WRK-ABRIU-RESULTADOS EQUAL "S"
                 CLOSE RESULTADOS
             END-IF.

             IF  WRK-ABRIU-DEPEND EQUAL "S"
                 CLOSE DEPEND
             END-IF.

             IF  WRK-ABRIU-TRANCAM EQUAL "S"
                 CLOSE TRANCAM
             END-IF.

             IF  WRK-ABRIU-ESPERA EQUAL "S"
                 CLOSE ESPERA
             END-IF.

             IF  WRK-ABRIU-KPIHIST EQUAL "S"
                 CLOSE KPIHIST
             END-IF.

             IF  WRK-ABRIU-MATDISC EQUAL "S"
                 CLOSE MATDISC
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
