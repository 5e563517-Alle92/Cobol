       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRDOC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DE DOCUMENTOS PENDENTES POR CURSO E
      *----    CAMPUS. PARA CADA ALUNO ATIVO (FILTRO OPCIONAL DE CURSO
      *----    E CAMPUS), LISTA OS TIPOS EXIGIDOS NA MATRICULA
      *----    (TIPODOC.dat) AINDA NAO RECEBIDOS NO CHECKLIST
      *----    (DOCALUNO.dat) CUJO PRAZO - DATA DE MATRICULA MAIS OS
      *----    DIAS DO TIPO - JA VENCEU. COM A OPCAO DE AVISOS, CADA
      *----    ALUNO EM ATRASO RECEBE UM LEMBRETE PELA CAIXA DE SAIDA
      *----    DE EVENTOS (PROGEVTG, TIPO DOCUMENTOS), NO MAXIMO UM A
      *----    CADA DOC-AVISODIAS DIAS (PADRAO 7). RELATORIO EM
      *----    DOCPENDENTES_AAAAMMDD_HHMMSS.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- TIPODOC           I             BOKTDOC
      *---- DOCALUNO         I/O            BOKDALU
      *---- RELDOC            O              ----
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

           SELECT RELDOC ASSIGN TO WRK-PATH-RELDOC
                  FILE STATUS IS FS-RELDOC.

           SELECT SORTDOC ASSIGN TO "SORTDOC.TMP".

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

       FD  TIPODOC.
       COPY "BOKTDOC".

       FD  DOCALUNO.
       COPY "BOKDALU".

      *-------------------- AREA DO RELATORIO DE PENDENCIAS ------------
       FD  RELDOC.

       01  ARQ-RELDOC                   PIC X(80).

      *-------------------- AREA DE ORDENACAO POR CURSO E CAMPUS -------
       SD  SORTDOC.
       01  SD-DOC.
           05 SD-DOC-CURSO              PIC X(15).
           05 SD-DOC-CAMPUS             PIC X(15).
           05 SD-DOC-RM                 PIC X(06).
           05 SD-DOC-NOME               PIC X(20).
           05 SD-DOC-TIPO               PIC X(04).
           05 SD-DOC-DESC               PIC X(30).
           05 SD-DOC-VENCIMENTO         PIC X(08).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
      *--- CURSO/CAMPUS EM BRANCO = TODOS ------------------------------
           05 WRK-TEMP-RDO-CURSO        PIC X(15).
           05 WRK-TEMP-RDO-CAMPUS       PIC X(15).
      *--- S = ENVIA O LEMBRETE AOS ALUNOS EM ATRASO -------------------
           05 WRK-TEMP-RDO-AVISOS       PIC X(01).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-TIPODOC                   PIC 9(02).
       77  FS-DOCALUNO                  PIC 9(02).
       77  FS-RELDOC                    PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-RELDOC              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DE NEGOCIO (PARAMET.dat VIA PROGPLER) --
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
      *--- INTERVALO MINIMO EM DIAS ENTRE DOIS LEMBRETES AO ALUNO ------
       77  WRK-AVISO-DIAS               PIC 9(03)    VALUE 7.

      *------------- TIPOS EXIGIDOS NA MATRICULA -----------------------
       01  WRK-TAB-TIPOS.
           05 WRK-TT-ITEM OCCURS 50 TIMES INDEXED BY IX-TT.
               10 WRK-TT-COD            PIC X(04).
               10 WRK-TT-DESC           PIC X(30).
               10 WRK-TT-PRAZO          PIC 9(03).
      *--- "S" = ATRASADO PARA O ALUNO CORRENTE ------------------------
               10 WRK-TT-ATRASADO       PIC X(01).

       77  WRK-QTD-TT                   PIC 9(02) VALUE ZEROS.

      *------------- CONTROLE DA VARREDURA -----------------------------
       77  WRK-HOJE                     PIC X(08) VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-MATR-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-VENCIMENTO               PIC X(08) VALUE SPACES.
       77  WRK-ATRASO-ALUNO             PIC 9(02) VALUE ZEROS.
      *--- "S" = O ALUNO CORRENTE JA PODE RECEBER NOVO LEMBRETE --------
       77  WRK-AVISAR                   PIC X(01) VALUE "N".
       77  WRK-CURSO-ATUAL              PIC X(15) VALUE SPACES.
       77  WRK-CAMPUS-ATUAL             PIC X(15) VALUE SPACES.
       77  WRK-RM-ATUAL                 PIC X(06) VALUE SPACES.

      *------------- EVENTO DO LEMBRETE (PROGEVTG) ---------------------
       77  WRK-EVE-TIPO                 PIC X(12)    VALUE SPACES.
       77  WRK-EVE-DADOS                PIC X(30)    VALUE SPACES.

      *------------- TOTAIS --------------------------------------------
       77  WRK-QTD-ALUNOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ITENS                PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AVISOS               PIC 9(05) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-ALUNO.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LA-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME               PIC X(20).

       01  WRK-LINHA-ITEM.
           05 FILLER                    PIC X(08) VALUE SPACES.
           05 WRK-LI-TIPO               PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LI-DESC               PIC X(30).
           05 FILLER                    PIC X(12) VALUE " VENCIDO EM ".
           05 WRK-LI-VENCIMENTO         PIC X(10).

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
           05 LINE  01 COLUMN 24 VALUE
                  "RELATORIO DE DOCUMENTOS PENDENTES"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CURSO (EM BRANCO=TODOS)".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-RDO-CURSO.
           05 LINE  08 COLUMN 30 VALUE "CAMPUS (EM BRANCO=TODOS)".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-RDO-CAMPUS.
           05 LINE  09 COLUMN 30 VALUE "ENVIAR LEMBRETES (S/N)".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-RDO-AVISOS.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "ALUNOS COM ATRASO....".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-ALUNOS.
           05 LINE  12 COLUMN 30 VALUE "DOCUMENTOS VENCIDOS..".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-ITENS.
           05 LINE  13 COLUMN 30 VALUE "LEMBRETES ENVIADOS...".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-AVISOS.

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

      *----------- ABERTURA DO CHECKLIST (I-O: O AVISO MARCA A DATA) ---
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

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "DOC-AVISODIAS"               TO WRK-PARM-CODIGO
           MOVE WRK-AVISO-DIAS                TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-AVISO-DIAS.

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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-RDO-CURSO (1:4) EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-RDO-AVISOS)
                                              TO WRK-TEMP-RDO-AVISOS.

           IF WRK-TEMP-RDO-AVISOS NOT EQUAL "S"
              MOVE "N"                        TO WRK-TEMP-RDO-AVISOS
           END-IF.

           PERFORM 0205-CARREGAR-TIPOS.

           IF  WRK-QTD-TT EQUAL ZEROS
               MOVE WRK-MSG-DOC-SEMTIPO       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)            TO WRK-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-HOJE))

           MOVE SPACES                        TO WRK-PATH-RELDOC
           STRING FUNCTION TRIM(WRK-PATH-BASE) "DOCPENDENTES_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELDOC

           OPEN OUTPUT RELDOC.

           MOVE ZEROS                         TO WRK-QTD-ALUNOS
                                                 WRK-QTD-ITENS
                                                 WRK-QTD-AVISOS
           MOVE SPACES                        TO WRK-CURSO-ATUAL
                                                 WRK-CAMPUS-ATUAL
                                                 WRK-RM-ATUAL

           MOVE SPACES                        TO ARQ-RELDOC
           STRING "DOCUMENTOS PENDENTES VENCIDOS EM "
                  WRK-HOJE(7:2) "/" WRK-HOJE(5:2) "/" WRK-HOJE(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELDOC
           WRITE ARQ-RELDOC.

           SORT SORTDOC
               ON ASCENDING KEY SD-DOC-CURSO
                                SD-DOC-CAMPUS
                                SD-DOC-RM
                                SD-DOC-TIPO
               INPUT  PROCEDURE 0210-SELECIONAR-PENDENCIAS
               OUTPUT PROCEDURE 0230-IMPRIMIR-PENDENCIAS.

           MOVE SPACES                        TO ARQ-RELDOC
           WRITE ARQ-RELDOC.
           MOVE SPACES                        TO ARQ-RELDOC
           STRING "ALUNOS: " WRK-QTD-ALUNOS
                  "  DOCUMENTOS VENCIDOS: " WRK-QTD-ITENS
                  "  LEMBRETES: " WRK-QTD-AVISOS
                  DELIMITED BY SIZE INTO ARQ-RELDOC
           WRITE ARQ-RELDOC.

           CLOSE RELDOC.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-LOG-DATAHORA
           MOVE "PROGRDOC"                    TO ARQ-LOG-PROGRAMA
           MOVE "DOCUMENTOS PENDENTES"        TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-ITENS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELDOC               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                  TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0205-CARREGAR-TIPOS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- GUARDA NA TABELA OS TIPOS EXIGIDOS NA MATRICULA -----

           MOVE ZEROS                          TO WRK-QTD-TT
           INITIALIZE WRK-TAB-TIPOS
           MOVE LOW-VALUES                     TO ARQ-TDO-COD

           START TIPODOC KEY IS GREATER THAN OR EQUAL ARQ-TDO-COD
               INVALID KEY
                   GO TO 0205-CARREGAR-TIPOS-99-FIM
           END-START.

           READ TIPODOC NEXT RECORD
               AT END
                   GO TO 0205-CARREGAR-TIPOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-TIPODOC NOT EQUAL ZEROS
                      OR WRK-QTD-TT NOT LESS 50

               IF  ARQ-TDO-EXIGE-MATRICULA EQUAL "S"
                   ADD 1                       TO WRK-QTD-TT
                   SET IX-TT                   TO WRK-QTD-TT
                   MOVE ARQ-TDO-COD       TO WRK-TT-COD (IX-TT)
                   MOVE ARQ-TDO-DESC      TO WRK-TT-DESC (IX-TT)
                   MOVE ARQ-TDO-PRAZO-DIAS
                                          TO WRK-TT-PRAZO (IX-TT)
               END-IF

               READ TIPODOC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TIPODOC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TIPODOC.

      *-----------------------------------------------------------------
       0205-CARREGAR-TIPOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-SELECIONAR-PENDENCIAS                              SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE OS ALUNOS ATIVOS DO FILTRO E LIBERA PARA A ----
      *----------- ORDENACAO CADA DOCUMENTO VENCIDO --------------------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0210-SELECIONAR-PENDENCIAS-99-FIM
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-PENDENCIAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               IF  ARQ-STATUS EQUAL "ATIVO"
               AND (WRK-TEMP-RDO-CURSO EQUAL SPACES OR
                    ARQ-CURSO EQUAL WRK-TEMP-RDO-CURSO)
               AND (WRK-TEMP-RDO-CAMPUS EQUAL SPACES OR
                    ARQ-CAMPUS EQUAL WRK-TEMP-RDO-CAMPUS)
                   PERFORM 0215-CONFERIR-ALUNO
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0210-SELECIONAR-PENDENCIAS-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CONFERIR-ALUNO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE CADA TIPO EXIGIDO NO CHECKLIST DO ALUNO -----

           MOVE ZEROS                          TO WRK-ATRASO-ALUNO
           MOVE "N"                            TO WRK-AVISAR

      *----------- SEM DATA DE MATRICULA VALIDA O PRAZO CONTA DE HOJE --
           IF  ARQ-DATA-MATRICULA NUMERIC
           AND ARQ-DATA-MATRICULA NOT EQUAL ZEROS
               COMPUTE WRK-MATR-INT =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(ARQ-DATA-MATRICULA))
           ELSE
               MOVE WRK-HOJE-INT               TO WRK-MATR-INT
           END-IF.

           PERFORM VARYING IX-TT FROM 1 BY 1
                     UNTIL IX-TT GREATER WRK-QTD-TT
               PERFORM 0220-CONFERIR-TIPO
           END-PERFORM.

           IF  WRK-ATRASO-ALUNO EQUAL ZEROS
               GO TO 0215-CONFERIR-ALUNO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-ALUNOS.

      *----------- LEMBRETE PELA CAIXA DE SAIDA DE EVENTOS -------------
           IF  WRK-TEMP-RDO-AVISOS EQUAL "S"
           AND WRK-AVISAR EQUAL "S"
               MOVE "DOCUMENTOS"               TO WRK-EVE-TIPO
               MOVE SPACES                     TO WRK-EVE-DADOS
               STRING WRK-ATRASO-ALUNO " DOCUMENTO(S) EM ATRASO"
                      DELIMITED BY SIZE INTO WRK-EVE-DADOS
               CALL "PROGEVTG" USING ARQ-RM,
                    WRK-EVE-TIPO, WRK-EVE-DADOS
               ADD 1                           TO WRK-QTD-AVISOS
               PERFORM VARYING IX-TT FROM 1 BY 1
                         UNTIL IX-TT GREATER WRK-QTD-TT
                   IF  WRK-TT-ATRASADO (IX-TT) EQUAL "S"
                       PERFORM 0225-MARCAR-AVISO
                   END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
       0215-CONFERIR-ALUNO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-TIPO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- TIPO NAO RECEBIDO COM O PRAZO VENCIDO VAI PARA O ----
      *----------- RELATORIO; O ALUNO SO E AVISADO DE NOVO DEPOIS DE ---
      *----------- DOC-AVISODIAS DIAS DO ULTIMO LEMBRETE ---------------

           MOVE "N"                     TO WRK-TT-ATRASADO (IX-TT)

           COMPUTE WRK-DATA-INT = WRK-MATR-INT + WRK-TT-PRAZO (IX-TT)

           IF  WRK-DATA-INT NOT LESS WRK-HOJE-INT
               GO TO 0220-CONFERIR-TIPO-99-FIM
           END-IF.

           MOVE ARQ-RM                         TO ARQ-DAL-RM
           MOVE WRK-TT-COD (IX-TT)             TO ARQ-DAL-TIPO
           READ DOCALUNO KEY IS ARQ-DAL-CHAVE
               INVALID KEY
                   MOVE SPACES                 TO ARQ-DAL-STATUS
                                                  ARQ-DAL-DATA-AVISO
           END-READ.

           IF  ARQ-DAL-STATUS EQUAL "RECEBIDO"
               GO TO 0220-CONFERIR-TIPO-99-FIM
           END-IF.

           MOVE "S"                     TO WRK-TT-ATRASADO (IX-TT)
           ADD 1                               TO WRK-ATRASO-ALUNO
           ADD 1                               TO WRK-QTD-ITENS

           IF  ARQ-DAL-DATA-AVISO NOT NUMERIC
           OR  ARQ-DAL-DATA-AVISO EQUAL ZEROS
               MOVE "S"                        TO WRK-AVISAR
           ELSE
               IF  FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ARQ-DAL-DATA-AVISO))
                   + WRK-AVISO-DIAS NOT GREATER WRK-HOJE-INT
                   MOVE "S"                    TO WRK-AVISAR
               END-IF
           END-IF.

           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-DATA-INT)
           MOVE WRK-DATA-NUM                   TO WRK-VENCIMENTO

           MOVE ARQ-CURSO                      TO SD-DOC-CURSO
           MOVE ARQ-CAMPUS                     TO SD-DOC-CAMPUS
           MOVE ARQ-RM                         TO SD-DOC-RM
           MOVE ARQ-NOMEALUNO                  TO SD-DOC-NOME
           MOVE WRK-TT-COD (IX-TT)             TO SD-DOC-TIPO
           MOVE WRK-TT-DESC (IX-TT)            TO SD-DOC-DESC
           MOVE WRK-VENCIMENTO                 TO SD-DOC-VENCIMENTO
           RELEASE SD-DOC.

      *-----------------------------------------------------------------
       0220-CONFERIR-TIPO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-MARCAR-AVISO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA NO CHECKLIST A DATA DO LEMBRETE (O ITEM QUE ---
      *----------- NUNCA FOI MOVIMENTADO GANHA UMA LINHA PENDENTE) -----

           MOVE ARQ-RM                         TO ARQ-DAL-RM
           MOVE WRK-TT-COD (IX-TT)             TO ARQ-DAL-TIPO
           READ DOCALUNO KEY IS ARQ-DAL-CHAVE
               INVALID KEY
                   INITIALIZE ARQ-DADOS-DOCALUNO
                   MOVE ARQ-RM                 TO ARQ-DAL-RM
                   MOVE WRK-TT-COD (IX-TT)     TO ARQ-DAL-TIPO
                   MOVE "PENDENTE"             TO ARQ-DAL-STATUS
                   MOVE SPACES                 TO ARQ-DAL-DATA-RECEB
                                                  ARQ-DAL-REFERENCIA
                   MOVE LNK-OPERADOR           TO ARQ-DAL-OPERADOR
           END-READ.

           MOVE WRK-HOJE                       TO ARQ-DAL-DATA-AVISO

           WRITE ARQ-DADOS-DOCALUNO
               INVALID KEY
                   REWRITE ARQ-DADOS-DOCALUNO
           END-WRITE.

      *-----------------------------------------------------------------
       0225-MARCAR-AVISO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-IMPRIMIR-PENDENCIAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- QUEBRA POR CURSO E CAMPUS, UM BLOCO POR ALUNO -------

           MOVE ZEROS                          TO FS-SORT.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               RETURN SORTDOC
                   AT END
                       MOVE 9                  TO FS-SORT
                   NOT AT END
                       PERFORM 0235-LINHA-PENDENCIA
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-PENDENCIAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-LINHA-PENDENCIA                                    SECTION.
      *-----------------------------------------------------------------

           IF  SD-DOC-CURSO  NOT EQUAL WRK-CURSO-ATUAL
           OR  SD-DOC-CAMPUS NOT EQUAL WRK-CAMPUS-ATUAL
               MOVE SD-DOC-CURSO               TO WRK-CURSO-ATUAL
               MOVE SD-DOC-CAMPUS              TO WRK-CAMPUS-ATUAL
               MOVE SPACES                     TO WRK-RM-ATUAL
               MOVE SPACES                     TO ARQ-RELDOC
               WRITE ARQ-RELDOC
               MOVE SPACES                     TO ARQ-RELDOC
               STRING "CURSO " WRK-CURSO-ATUAL
                      "  CAMPUS " WRK-CAMPUS-ATUAL
                      DELIMITED BY SIZE INTO ARQ-RELDOC
               WRITE ARQ-RELDOC
           END-IF.

           IF  SD-DOC-RM NOT EQUAL WRK-RM-ATUAL
               MOVE SD-DOC-RM                  TO WRK-RM-ATUAL
               MOVE SD-DOC-RM                  TO WRK-LA-RM
               MOVE SD-DOC-NOME                TO WRK-LA-NOME
               MOVE WRK-LINHA-ALUNO            TO ARQ-RELDOC
               WRITE ARQ-RELDOC
           END-IF.

           MOVE SD-DOC-TIPO                    TO WRK-LI-TIPO
           MOVE SD-DOC-DESC                    TO WRK-LI-DESC
           MOVE SPACES                         TO WRK-LI-VENCIMENTO
           STRING SD-DOC-VENCIMENTO(7:2) "/" SD-DOC-VENCIMENTO(5:2) "/"
                  SD-DOC-VENCIMENTO(1:4)
                  DELIMITED BY SIZE INTO WRK-LI-VENCIMENTO
           MOVE WRK-LINHA-ITEM                 TO ARQ-RELDOC
           WRITE ARQ-RELDOC.

      *-----------------------------------------------------------------
       0235-LINHA-PENDENCIA-99-FIM                             SECTION.
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
