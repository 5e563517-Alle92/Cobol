       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGMIGR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MIGRAR ALUNOS DE UMA VERSAO DA MATRIZ CURRICULAR
      *----    DO CURSO PARA OUTRA: UM RM INFORMADO OU, COM O RM EM
      *----    BRANCO, TODOS OS ALUNOS ATIVOS E TRANCADOS DO CURSO QUE
      *----    SEGUEM A VERSAO DE ORIGEM (PROGVMAT). PARA CADA
      *----    DISCIPLINA DA VERSAO DE DESTINO:
      *----      - JA APROVADA PELO ALUNO: CONTINUA VALENDO;
      *----      - COBERTA POR EQUIVALENCIA (EQUIVMAT.dat) COM TODAS
      *----        AS ORIGENS APROVADAS: O CREDITO E GRAVADO COMO
      *----        APROVADO EM RESULTADOS.dat, NO SEMESTRE DA MATRIZ
      *----        DE DESTINO, COM A MEDIA DAS ORIGENS;
      *----      - SEM COBERTURA EM SEMESTRE JA CURSADO PELO ALUNO:
      *----        APONTADA COMO PENDENTE.
      *----    AS APROVACOES DO ALUNO QUE NAO ESTAO NA VERSAO DE
      *----    DESTINO E NAO TEM EQUIVALENCIA SAEM COMO SEM
      *----    APROVEITAMENTO. O VINCULO A VERSAO NOVA E GRAVADO EM
      *----    VERSALU.dat. GERA MIGRACAO_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CURSOS            I             BOKCURS
      *---- ALUNOS            I             BOKALU
      *---- MATVERS           I             BOKMVER
      *---- MATRIZ            I             BOKMATR
      *---- EQUIVMAT          I             BOKEQMT
      *---- READMIS           I             BOKREAD
      *---- RESULTADOS        I/O           BOKRESU
      *---- VERSALU           I/O           BOKVALU
      *---- RELMIGR           O              ----
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
           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT MATVERS  ASSIGN TO WRK-PATH-MATVERS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MVE-CHAVE
                  FILE STATUS IS FS-MATVERS.

           SELECT MATRIZ  ASSIGN TO WRK-PATH-MATRIZ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MAT-CHAVE
                  FILE STATUS IS FS-MATRIZ.

           SELECT EQUIVMAT  ASSIGN TO WRK-PATH-EQUIVMAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EQM-CHAVE
                  FILE STATUS IS FS-EQUIVMAT.

           SELECT READMIS  ASSIGN TO WRK-PATH-READMIS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RDM-RM-NOVO
                  FILE STATUS IS FS-READMIS.

           SELECT RESULTADOS  ASSIGN TO WRK-PATH-RESULTADOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RES-CHAVE
                  FILE STATUS IS FS-RESULTADOS.

           SELECT VERSALU  ASSIGN TO WRK-PATH-VERSALU
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-VAL-RM
                  FILE STATUS IS FS-VERSALU.

           SELECT RELMIGR ASSIGN TO WRK-PATH-RELMIGR
                  FILE STATUS IS FS-RELMIGR.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CURSOS.
       COPY "BOKCURS".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  MATVERS.
       COPY "BOKMVER".

       FD  MATRIZ.
       COPY "BOKMATR".

       FD  EQUIVMAT.
       COPY "BOKEQMT".

       FD  READMIS.
       COPY "BOKREAD".

       FD  RESULTADOS.
       COPY "BOKRESU".

       FD  VERSALU.
       COPY "BOKVALU".

      *-------------------- AREA DO RELATORIO DE MIGRACAO --------------
       FD  RELMIGR.

       01  ARQ-RELMIGR                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-MIG-CURSO        PIC X(15).
           05 WRK-TEMP-MIG-ORIGEM       PIC X(02).
           05 WRK-TEMP-MIG-DESTINO      PIC X(02).
           05 WRK-TEMP-MIG-RM           PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-CURSOS                    PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-MATVERS                   PIC 9(02).
       77  FS-MATRIZ                    PIC 9(02).
       77  FS-EQUIVMAT                  PIC 9(02).
       77  FS-READMIS                   PIC 9(02).
       77  FS-RESULTADOS                PIC 9(02).
       77  FS-VERSALU                   PIC 9(02).
       77  FS-RELMIGR                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO OPCIONAL ABERTO NESTA EXECUCAO ----------------
       77  WRK-ABRIU-MATVERS            PIC X(01) VALUE "N".
       77  WRK-ABRIU-EQUIVMAT           PIC X(01) VALUE "N".
       77  WRK-ABRIU-READMIS            PIC X(01) VALUE "N".

       77  WRK-PATH-RELMIGR             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- ALUNO CORRENTE ------------------------------------
       77  WRK-RM-CORRENTE              PIC X(06)    VALUE SPACES.
       77  WRK-RM-ANTIGO                PIC X(06)    VALUE SPACES.
       77  WRK-VERSAO-MATRIZ            PIC X(02)    VALUE SPACES.
       77  WRK-DISC-PROCURADA           PIC X(15)    VALUE SPACES.
       77  WRK-APR-OK                   PIC X(01)    VALUE SPACES.
       77  WRK-EQV-TOTAL                PIC 9(02)    VALUE ZEROS.
       77  WRK-EQV-APROVADAS            PIC 9(02)    VALUE ZEROS.
       77  WRK-SOMA-MEDIAS              PIC 9(04)V99 VALUE ZEROS.
       77  WRK-MEDIA-CREDITO            PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MIGRAR                   PIC X(01)    VALUE SPACES.

      *------------- CONTADORES ----------------------------------------
       77  WRK-QTD-ALUNOS               PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-CREDITADAS           PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-PENDENTES            PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-SEM-EQUIV            PIC 9(05)    VALUE ZEROS.
       77  WRK-ALU-CREDITADAS           PIC 9(03)    VALUE ZEROS.
       77  WRK-ALU-PENDENTES            PIC 9(03)    VALUE ZEROS.
       77  WRK-ALU-SEM-EQUIV            PIC 9(03)    VALUE ZEROS.

      *------------- MATRIZ DA VERSAO DE DESTINO -----------------------
       77  WRK-QTD-TM                   PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-MATRIZ.
           05 WRK-TM-ITEM OCCURS 300 TIMES INDEXED BY IX-TM.
               10 WRK-TM-SEMESTRE       PIC X(02).
               10 WRK-TM-DISCIPLINA     PIC X(15).

      *------------- EQUIVALENCIAS ORIGEM -> DESTINO DO CURSO ----------
       77  WRK-QTD-TE                   PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-EQUIV.
           05 WRK-TE-ITEM OCCURS 300 TIMES INDEXED BY IX-TE.
               10 WRK-TE-DISC-ORIG      PIC X(15).
               10 WRK-TE-DISC-DEST      PIC X(15).

      *------------- APROVACOES DO ALUNO CORRENTE ----------------------
       77  WRK-QTD-TA                   PIC 9(03)    VALUE ZEROS.
       01  WRK-TAB-APROV.
           05 WRK-TA-ITEM OCCURS 120 TIMES INDEXED BY IX-TA.
               10 WRK-TA-DISCIPLINA     PIC X(15).
               10 WRK-TA-MEDIA          PIC 9(02)V99.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-ALUNO.
           05 FILLER                    PIC X(03) VALUE "RM ".
           05 WRK-LA-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME               PIC X(20).
           05 FILLER                    PIC X(10) VALUE " SEMESTRE ".
           05 WRK-LA-SEMESTRE           PIC X(02).

       01  WRK-LINHA-DISC.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WRK-LD-SITUACAO           PIC X(18).
           05 WRK-LD-SEMESTRE           PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-OBS                PIC X(30).

       01  WRK-LINHA-TOTAL-ALU.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE "CREDITADAS: ".
           05 WRK-LT-CREDITADAS         PIC ZZ9.
           05 FILLER                    PIC X(13) VALUE "  PENDENTES: ".
           05 WRK-LT-PENDENTES          PIC ZZ9.
           05 FILLER                    PIC X(24)
                        VALUE "  SEM APROVEITAMENTO:   ".
           05 WRK-LT-SEM-EQUIV          PIC ZZ9.

       01  WRK-MEDIA-ED                 PIC Z9,99.

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
                  "MIGRACAO DE ALUNOS ENTRE VERSOES DA MATRIZ"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CURSO............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-MIG-CURSO.
           05 LINE  08 COLUMN 30 VALUE "VERSAO ORIGEM....".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-MIG-ORIGEM.
           05 LINE  09 COLUMN 30 VALUE "VERSAO DESTINO...".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-MIG-DESTINO.
           05 LINE  10 COLUMN 30 VALUE "RM (BRANCO=TODOS)".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-MIG-RM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 09 VALUE "CONFIRMA A MIGRACAO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 38 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "ALUNOS MIGRADOS......".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-ALUNOS.
           05 LINE  13 COLUMN 30 VALUE "CREDITOS GRAVADOS....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-CREDITADAS.
           05 LINE  14 COLUMN 30 VALUE "DISCIPL. PENDENTES...".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-PENDENTES.
           05 LINE  15 COLUMN 30 VALUE "SEM APROVEITAMENTO...".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-SEM-EQUIV.

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

      *----------- ARQUIVOS CONSULTADOS (SOMENTE LEITURA) --------------
            OPEN INPUT CURSOS.

            IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

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
                 CLOSE CURSOS
                  GOBACK
            END-IF.

            OPEN INPUT MATRIZ.

            IF  FS-MATRIZ NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CURSOS ALUNOS
                GOBACK
            END-IF.

      *----------- OPCIONAIS: SEM VERSOES, SEM EQUIVALENCIAS OU SEM ----
      *----------- REINGRESSOS A REGRA CORRESPONDENTE NAO SE APLICA ----
            OPEN INPUT MATVERS.

            IF  FS-MATVERS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-MATVERS
            END-IF.

            OPEN INPUT EQUIVMAT.

            IF  FS-EQUIVMAT EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-EQUIVMAT
            END-IF.

            OPEN INPUT READMIS.

            IF  FS-READMIS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-READMIS
            END-IF.

      *----------- RESULTADOS E VINCULOS (I-O; CRIA NA PRIMEIRA) -------
            OPEN I-O RESULTADOS.

            IF  FS-RESULTADOS EQUAL 35
                OPEN OUTPUT RESULTADOS
                CLOSE       RESULTADOS
                OPEN I-O    RESULTADOS
            END-IF.

            OPEN I-O VERSALU.

            IF  FS-VERSALU EQUAL 35
                OPEN OUTPUT VERSALU
                CLOSE       VERSALU
                OPEN I-O    VERSALU
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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-MIG-CURSO (1:4) EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-MIG-CURSO    EQUAL SPACES
           OR WRK-TEMP-MIG-ORIGEM   EQUAL SPACES
           OR WRK-TEMP-MIG-DESTINO  EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-MIG-CURSO            TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   MOVE WRK-MSG-CURSO-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF WRK-TEMP-MIG-ORIGEM EQUAL WRK-TEMP-MIG-DESTINO
              MOVE WRK-MSG-VER-IGUAIS         TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- A VERSAO DE DESTINO PRECISA ESTAR CADASTRADA ----
      *--------------- (A DE ORIGEM PODE SER A "01" IMPLICITA) ---------
           MOVE "S"                           TO WRK-MIGRAR
           IF WRK-ABRIU-MATVERS NOT EQUAL "S"
              MOVE "N"                        TO WRK-MIGRAR
           ELSE
              MOVE WRK-TEMP-MIG-CURSO         TO ARQ-MVE-CURSO
              MOVE WRK-TEMP-MIG-DESTINO       TO ARQ-MVE-VERSAO
              READ MATVERS KEY IS ARQ-MVE-CHAVE
                  INVALID KEY
                      MOVE "N"                TO WRK-MIGRAR
              END-READ
              IF WRK-TEMP-MIG-ORIGEM NOT EQUAL "01"
                 MOVE WRK-TEMP-MIG-ORIGEM     TO ARQ-MVE-VERSAO
                 READ MATVERS KEY IS ARQ-MVE-CHAVE
                     INVALID KEY
                         MOVE "N"             TO WRK-MIGRAR
                 END-READ
              END-IF
           END-IF.

           IF WRK-MIGRAR NOT EQUAL "S"
              MOVE WRK-MSG-VER-NAOENCONT      TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- UM RM INFORMADO PRECISA SER DO CURSO E DA -------
      *--------------- VERSAO DE ORIGEM --------------------------------
           IF WRK-TEMP-MIG-RM NOT EQUAL SPACES
              MOVE WRK-TEMP-MIG-RM            TO ARQ-RM
              READ ALUNOS KEY IS ARQ-RM
                  INVALID KEY
                      MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                      PERFORM 0900-MOSTRA
                      GO  TO  0200-PROCESSAR
              END-READ
              PERFORM 0220-SELECIONAR-ALUNO
              IF WRK-MIGRAR NOT EQUAL "S"
                 MOVE WRK-MSG-MIG-SEMALUNO    TO WRK-MSG
                 PERFORM 0900-MOSTRA
                 GO  TO  0200-PROCESSAR
              END-IF
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------- AREA DE MIGRACAO --------------------------------
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA

           MOVE ZEROS                         TO WRK-QTD-ALUNOS
                                                 WRK-QTD-CREDITADAS
                                                 WRK-QTD-PENDENTES
                                                 WRK-QTD-SEM-EQUIV

           PERFORM 0210-CARREGAR-TABELAS.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE SPACES                        TO WRK-PATH-RELMIGR
           STRING FUNCTION TRIM(WRK-PATH-BASE) "MIGRACAO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELMIGR

           OPEN OUTPUT RELMIGR.

           MOVE SPACES                        TO ARQ-RELMIGR
           STRING "MIGRACAO DE MATRIZ CURRICULAR - CURSO "
                  WRK-TEMP-MIG-CURSO
                  " VERSAO " WRK-TEMP-MIG-ORIGEM
                  " PARA " WRK-TEMP-MIG-DESTINO
                  DELIMITED BY SIZE INTO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

           MOVE SPACES                        TO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

           IF WRK-TEMP-MIG-RM NOT EQUAL SPACES
              PERFORM 0230-MIGRAR-ALUNO
           ELSE
              PERFORM 0215-PERCORRER-ALUNOS
           END-IF.

           MOVE SPACES                        TO ARQ-RELMIGR
           STRING "ALUNOS MIGRADOS: " WRK-QTD-ALUNOS
                  "  CREDITOS GRAVADOS: " WRK-QTD-CREDITADAS
                  "  PENDENTES: " WRK-QTD-PENDENTES
                  DELIMITED BY SIZE INTO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

           CLOSE RELMIGR.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-LOG-DATAHORA
           MOVE "PROGMIGR"                    TO ARQ-LOG-PROGRAMA
           MOVE "MIGRACAO DE MATRIZ"          TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-ALUNOS                TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELMIGR              TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                  TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO

           IF WRK-QTD-ALUNOS EQUAL ZEROS
              MOVE WRK-MSG-MIG-SEMALUNO       TO WRK-MSG
           ELSE
              MOVE WRK-REGISTRO               TO WRK-MSG
           END-IF.
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CARREGAR-TABELAS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- MATRIZ DA VERSAO DE DESTINO E EQUIVALENCIAS DA ------
      *----------- ORIGEM PARA O DESTINO NO CURSO ----------------------

           INITIALIZE WRK-TAB-MATRIZ WRK-TAB-EQUIV
           MOVE ZEROS                         TO WRK-QTD-TM
                                                 WRK-QTD-TE

           MOVE WRK-TEMP-MIG-CURSO            TO ARQ-MAT-CURSO
           MOVE WRK-TEMP-MIG-DESTINO          TO ARQ-MAT-VERSAO
           MOVE LOW-VALUES                    TO ARQ-MAT-SEMESTRE
                                                 ARQ-MAT-DISCIPLINA

           START MATRIZ KEY IS GREATER THAN OR EQUAL ARQ-MAT-CHAVE
               INVALID KEY
                   MOVE 23                    TO FS-MATRIZ
           END-START.

           IF  FS-MATRIZ EQUAL ZEROS
               READ MATRIZ NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-MATRIZ
               END-READ
           END-IF.

           PERFORM UNTIL FS-MATRIZ NOT EQUAL ZEROS
                      OR ARQ-MAT-CURSO  NOT EQUAL WRK-TEMP-MIG-CURSO
                      OR ARQ-MAT-VERSAO NOT EQUAL WRK-TEMP-MIG-DESTINO
                      OR WRK-QTD-TM NOT LESS 300

               ADD 1                          TO WRK-QTD-TM
               SET IX-TM                      TO WRK-QTD-TM
               MOVE ARQ-MAT-SEMESTRE    TO WRK-TM-SEMESTRE (IX-TM)
               MOVE ARQ-MAT-DISCIPLINA  TO WRK-TM-DISCIPLINA (IX-TM)

               READ MATRIZ NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-MATRIZ
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-MATRIZ.

           IF  WRK-ABRIU-EQUIVMAT NOT EQUAL "S"
               GO TO 0210-CARREGAR-TABELAS-99-FIM
           END-IF.

           MOVE WRK-TEMP-MIG-CURSO            TO ARQ-EQM-CURSO
           MOVE WRK-TEMP-MIG-ORIGEM           TO ARQ-EQM-VERSAO-ORIG
           MOVE WRK-TEMP-MIG-DESTINO          TO ARQ-EQM-VERSAO-DEST
           MOVE LOW-VALUES                    TO ARQ-EQM-DISC-ORIG

           START EQUIVMAT KEY IS GREATER THAN OR EQUAL ARQ-EQM-CHAVE
               INVALID KEY
                   GO TO 0210-CARREGAR-TABELAS-99-FIM
           END-START.

           READ EQUIVMAT NEXT RECORD
               AT END
                   GO TO 0210-CARREGAR-TABELAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-EQUIVMAT NOT EQUAL ZEROS
                 OR ARQ-EQM-CURSO       NOT EQUAL WRK-TEMP-MIG-CURSO
                 OR ARQ-EQM-VERSAO-ORIG NOT EQUAL WRK-TEMP-MIG-ORIGEM
                 OR ARQ-EQM-VERSAO-DEST NOT EQUAL WRK-TEMP-MIG-DESTINO
                 OR WRK-QTD-TE NOT LESS 300

               ADD 1                          TO WRK-QTD-TE
               SET IX-TE                      TO WRK-QTD-TE
               MOVE ARQ-EQM-DISC-ORIG   TO WRK-TE-DISC-ORIG (IX-TE)
               MOVE ARQ-EQM-DISC-DEST   TO WRK-TE-DISC-DEST (IX-TE)

               READ EQUIVMAT NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-EQUIVMAT
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-EQUIVMAT.

      *-----------------------------------------------------------------
       0210-CARREGAR-TABELAS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-PERCORRER-ALUNOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TODOS OS ALUNOS DO CURSO NA VERSAO DE ORIGEM --------

           MOVE LOW-VALUES                    TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0215-PERCORRER-ALUNOS-99-FIM
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0215-PERCORRER-ALUNOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               PERFORM 0220-SELECIONAR-ALUNO

               IF  WRK-MIGRAR EQUAL "S"
                   PERFORM 0230-MIGRAR-ALUNO
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-ALUNOS.

      *-----------------------------------------------------------------
       0215-PERCORRER-ALUNOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-SELECIONAR-ALUNO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- ALUNO ATIVO OU TRANCADO DO CURSO, QUE HOJE SEGUE ----
      *----------- A VERSAO DE ORIGEM ----------------------------------

           MOVE "N"                           TO WRK-MIGRAR.

           IF  ARQ-CURSO NOT EQUAL WRK-TEMP-MIG-CURSO
               GO TO 0220-SELECIONAR-ALUNO-99-FIM
           END-IF.

           IF  ARQ-STATUS NOT EQUAL "ATIVO"
           AND ARQ-STATUS NOT EQUAL "TRANCADO"
               GO TO 0220-SELECIONAR-ALUNO-99-FIM
           END-IF.

           CALL "PROGVMAT" USING ARQ-RM, ARQ-CURSO,
                ARQ-DATA-MATRICULA, WRK-VERSAO-MATRIZ.

           IF  WRK-VERSAO-MATRIZ EQUAL WRK-TEMP-MIG-ORIGEM
               MOVE "S"                       TO WRK-MIGRAR
           END-IF.

      *-----------------------------------------------------------------
       0220-SELECIONAR-ALUNO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-MIGRAR-ALUNO                                       SECTION.
      *-----------------------------------------------------------------
      *----------- CONFRONTA AS APROVACOES DO ALUNO CORRENTE COM A -----
      *----------- MATRIZ DE DESTINO, GRAVA OS CREDITOS E O VINCULO ----

           ADD 1                              TO WRK-QTD-ALUNOS
           MOVE ARQ-RM                        TO WRK-RM-CORRENTE
           MOVE ZEROS                         TO WRK-ALU-CREDITADAS
                                                 WRK-ALU-PENDENTES
                                                 WRK-ALU-SEM-EQUIV

           MOVE ARQ-RM                        TO WRK-LA-RM
           MOVE ARQ-NOMEALUNO                 TO WRK-LA-NOME
           MOVE ARQ-SEMESTRE                  TO WRK-LA-SEMESTRE
           MOVE WRK-LINHA-ALUNO               TO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

      *----------- ALUNO READMITIDO: AS APROVACOES DO RM ANTIGO --------
      *----------- TAMBEM CONTAM ---------------------------------------
           MOVE SPACES                        TO WRK-RM-ANTIGO.
           IF  WRK-ABRIU-READMIS EQUAL "S"
               MOVE WRK-RM-CORRENTE           TO ARQ-RDM-RM-NOVO
               READ READMIS KEY IS ARQ-RDM-RM-NOVO
                   NOT INVALID KEY
                       MOVE ARQ-RDM-RM-ANTIGO TO WRK-RM-ANTIGO
               END-READ
           END-IF.

           PERFORM 0235-CARREGAR-APROVACOES.

      *----------- CADA DISCIPLINA DA VERSAO DE DESTINO ----------------
           PERFORM VARYING IX-TM FROM 1 BY 1
                     UNTIL IX-TM GREATER WRK-QTD-TM
               PERFORM 0240-AVALIAR-DISCIPLINA
           END-PERFORM.

      *----------- APROVACOES QUE NAO ENTRAM NA VERSAO DE DESTINO ------
           PERFORM VARYING IX-TA FROM 1 BY 1
                     UNTIL IX-TA GREATER WRK-QTD-TA
               PERFORM 0250-CONFERIR-APROVACAO
           END-PERFORM.

           MOVE WRK-ALU-CREDITADAS            TO WRK-LT-CREDITADAS
           MOVE WRK-ALU-PENDENTES             TO WRK-LT-PENDENTES
           MOVE WRK-ALU-SEM-EQUIV             TO WRK-LT-SEM-EQUIV
           MOVE WRK-LINHA-TOTAL-ALU           TO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

           MOVE SPACES                        TO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

      *----------- VINCULO DO ALUNO A VERSAO NOVA ----------------------
           MOVE WRK-RM-CORRENTE               TO ARQ-VAL-RM
           MOVE WRK-TEMP-MIG-CURSO            TO ARQ-VAL-CURSO
           MOVE WRK-TEMP-MIG-DESTINO          TO ARQ-VAL-VERSAO
           MOVE WRK-TEMP-MIG-ORIGEM           TO ARQ-VAL-VERSAO-ANT
           MOVE WRK-DATA-HORA(1:14)           TO ARQ-VAL-DATAHORA
           MOVE LNK-OPERADOR                  TO ARQ-VAL-OPERADOR

           WRITE ARQ-DADOS-VERSALU
               INVALID KEY
                   REWRITE ARQ-DADOS-VERSALU
           END-WRITE.

      *-----------------------------------------------------------------
       0230-MIGRAR-ALUNO-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-CARREGAR-APROVACOES                                SECTION.
      *-----------------------------------------------------------------
      *----------- TODAS AS APROVACOES DO RM (E DO RM ANTIGO), EM ------
      *----------- QUALQUER SEMESTRE ----------------------------------

           INITIALIZE WRK-TAB-APROV
           MOVE ZEROS                         TO WRK-QTD-TA

           MOVE LOW-VALUES                    TO ARQ-RES-CHAVE

           START RESULTADOS KEY IS GREATER THAN OR EQUAL ARQ-RES-CHAVE
               INVALID KEY
                   GO TO 0235-CARREGAR-APROVACOES-99-FIM
           END-START.

           READ RESULTADOS NEXT RECORD
               AT END
                   GO TO 0235-CARREGAR-APROVACOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESULTADOS NOT EQUAL ZEROS

               IF  (ARQ-RES-RM EQUAL WRK-RM-CORRENTE OR
                   (WRK-RM-ANTIGO NOT EQUAL SPACES AND
                    ARQ-RES-RM EQUAL WRK-RM-ANTIGO))
               AND ARQ-RES-RESULTADO EQUAL "APROVADO"
                   MOVE ARQ-RES-DISCIPLINA    TO WRK-DISC-PROCURADA
                   PERFORM 0280-LOCALIZAR-APROVACAO
                   IF  WRK-APR-OK NOT EQUAL "S"
                   AND WRK-QTD-TA LESS 120
                       ADD 1                  TO WRK-QTD-TA
                       SET IX-TA              TO WRK-QTD-TA
                       MOVE ARQ-RES-DISCIPLINA
                                      TO WRK-TA-DISCIPLINA (IX-TA)
                       MOVE ARQ-RES-MEDIA
                                      TO WRK-TA-MEDIA (IX-TA)
                   END-IF
               END-IF

               READ RESULTADOS NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-RESULTADOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-RESULTADOS.

      *-----------------------------------------------------------------
       0235-CARREGAR-APROVACOES-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-AVALIAR-DISCIPLINA                                 SECTION.
      *-----------------------------------------------------------------
      *----------- DISCIPLINA IX-TM DA VERSAO DE DESTINO: APROVADA, ----
      *----------- CREDITADA POR EQUIVALENCIA OU PENDENTE --------------

           MOVE WRK-TM-DISCIPLINA (IX-TM)     TO WRK-DISC-PROCURADA
           PERFORM 0280-LOCALIZAR-APROVACAO.

           IF  WRK-APR-OK EQUAL "S"
               GO TO 0240-AVALIAR-DISCIPLINA-99-FIM
           END-IF.

      *----------- TODAS AS ORIGENS DA EQUIVALENCIA PRECISAM ESTAR -----
      *----------- APROVADAS; O CREDITO LEVA A MEDIA DELAS -------------
           MOVE ZEROS                         TO WRK-EQV-TOTAL
                                                 WRK-EQV-APROVADAS
                                                 WRK-SOMA-MEDIAS

           PERFORM VARYING IX-TE FROM 1 BY 1
                     UNTIL IX-TE GREATER WRK-QTD-TE
               IF  WRK-TE-DISC-DEST (IX-TE) EQUAL
                   WRK-TM-DISCIPLINA (IX-TM)
                   ADD 1                      TO WRK-EQV-TOTAL
                   MOVE WRK-TE-DISC-ORIG (IX-TE)
                                              TO WRK-DISC-PROCURADA
                   PERFORM 0280-LOCALIZAR-APROVACAO
                   IF  WRK-APR-OK EQUAL "S"
                       ADD 1                  TO WRK-EQV-APROVADAS
                       ADD WRK-TA-MEDIA (IX-TA) TO WRK-SOMA-MEDIAS
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WRK-TM-SEMESTRE (IX-TM)       TO WRK-LD-SEMESTRE
           MOVE WRK-TM-DISCIPLINA (IX-TM)     TO WRK-LD-DISCIPLINA
           MOVE SPACES                        TO WRK-LD-OBS

           IF  WRK-EQV-TOTAL GREATER ZEROS
           AND WRK-EQV-APROVADAS EQUAL WRK-EQV-TOTAL
               COMPUTE WRK-MEDIA-CREDITO ROUNDED =
                       WRK-SOMA-MEDIAS / WRK-EQV-TOTAL
               PERFORM 0245-GRAVAR-CREDITO
               GO TO 0240-AVALIAR-DISCIPLINA-99-FIM
           END-IF.

      *----------- SO E PENDENCIA O QUE O ALUNO JA DEVERIA TER ---------
      *----------- CURSADO (SEMESTRE DA MATRIZ ANTERIOR AO DELE) -------
           IF  WRK-TM-SEMESTRE (IX-TM) LESS ARQ-SEMESTRE
               ADD 1                          TO WRK-ALU-PENDENTES
                                                 WRK-QTD-PENDENTES
               MOVE "PENDENTE"                TO WRK-LD-SITUACAO
               IF  WRK-EQV-TOTAL GREATER ZEROS
                   MOVE "EQUIVALENCIA INCOMPLETA" TO WRK-LD-OBS
               END-IF
               MOVE WRK-LINHA-DISC            TO ARQ-RELMIGR
               WRITE ARQ-RELMIGR
           END-IF.

      *-----------------------------------------------------------------
       0240-AVALIAR-DISCIPLINA-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-GRAVAR-CREDITO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CREDITO POR EQUIVALENCIA EM RESULTADOS.dat, NO ------
      *----------- SEMESTRE DA MATRIZ DE DESTINO -----------------------

           MOVE WRK-TM-SEMESTRE (IX-TM)       TO ARQ-RES-SEMESTRE
           MOVE WRK-RM-CORRENTE               TO ARQ-RES-RM
           MOVE WRK-TM-DISCIPLINA (IX-TM)     TO ARQ-RES-DISCIPLINA
           MOVE WRK-MEDIA-CREDITO             TO ARQ-RES-MEDIA
           MOVE "APROVADO"                    TO ARQ-RES-RESULTADO
           MOVE WRK-DATA-HORA(1:8)            TO ARQ-RES-DATA

           WRITE ARQ-DADOS-RESULTADO
               INVALID KEY
                   REWRITE ARQ-DADOS-RESULTADO
           END-WRITE.

           ADD 1                              TO WRK-ALU-CREDITADAS
                                                 WRK-QTD-CREDITADAS

           MOVE "CREDITADA"                   TO WRK-LD-SITUACAO
           MOVE WRK-MEDIA-CREDITO             TO WRK-MEDIA-ED
           STRING "EQUIVALENCIA - MEDIA " WRK-MEDIA-ED
                  DELIMITED BY SIZE INTO WRK-LD-OBS
           MOVE WRK-LINHA-DISC                TO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

      *-----------------------------------------------------------------
       0245-GRAVAR-CREDITO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CONFERIR-APROVACAO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- APROVACAO IX-TA: ESTA NA MATRIZ DE DESTINO OU E -----
      *----------- ORIGEM DE ALGUMA EQUIVALENCIA? SENAO, SE PERDE ------

           SET IX-TM                          TO 1
           SEARCH WRK-TM-ITEM
               AT END
                   CONTINUE
               WHEN IX-TM GREATER WRK-QTD-TM
                   CONTINUE
               WHEN WRK-TM-DISCIPLINA (IX-TM) EQUAL
                    WRK-TA-DISCIPLINA (IX-TA)
                   GO TO 0250-CONFERIR-APROVACAO-99-FIM
           END-SEARCH.

           SET IX-TE                          TO 1
           SEARCH WRK-TE-ITEM
               AT END
                   CONTINUE
               WHEN IX-TE GREATER WRK-QTD-TE
                   CONTINUE
               WHEN WRK-TE-DISC-ORIG (IX-TE) EQUAL
                    WRK-TA-DISCIPLINA (IX-TA)
                   GO TO 0250-CONFERIR-APROVACAO-99-FIM
           END-SEARCH.

           ADD 1                              TO WRK-ALU-SEM-EQUIV
                                                 WRK-QTD-SEM-EQUIV
           MOVE "SEM APROVEITAMENTO"          TO WRK-LD-SITUACAO
           MOVE SPACES                        TO WRK-LD-SEMESTRE
                                                 WRK-LD-OBS
           MOVE WRK-TA-DISCIPLINA (IX-TA)     TO WRK-LD-DISCIPLINA
           MOVE WRK-LINHA-DISC                TO ARQ-RELMIGR
           WRITE ARQ-RELMIGR.

      *-----------------------------------------------------------------
       0250-CONFERIR-APROVACAO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-LOCALIZAR-APROVACAO                                SECTION.
      *-----------------------------------------------------------------
      *----------- A DISCIPLINA PROCURADA FOI APROVADA PELO ALUNO? -----

           MOVE "S"                           TO WRK-APR-OK
           SET IX-TA                          TO 1
           SEARCH WRK-TA-ITEM
               AT END
                   MOVE "N"                   TO WRK-APR-OK
               WHEN IX-TA GREATER WRK-QTD-TA
                   MOVE "N"                   TO WRK-APR-OK
               WHEN WRK-TA-DISCIPLINA (IX-TA) EQUAL WRK-DISC-PROCURADA
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0280-LOCALIZAR-APROVACAO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CURSOS.

             CLOSE  ALUNOS.

             CLOSE  MATRIZ.

             CLOSE  RESULTADOS.

             CLOSE  VERSALU.

             CLOSE  OPLOG.

             IF  WRK-ABRIU-MATVERS EQUAL "S"
                 CLOSE MATVERS
             END-IF.

             IF  WRK-ABRIU-EQUIVMAT EQUAL "S"
                 CLOSE EQUIVMAT
             END-IF.

             IF  WRK-ABRIU-READMIS EQUAL "S"
                 CLOSE READMIS
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
