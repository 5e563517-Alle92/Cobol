       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRAUS.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO MENSAL DE AUSENCIAS DOCENTES, POR
      *----    PROFESSOR: AS AUSENCIAS DO MES (AULA CANCELADA OU
      *----    SUBSTITUIDA), AS SUBSTITUICOES QUE ELE FEZ NO MES E AS
      *----    REPOSICOES DE AULAS CANCELADAS AINDA PENDENTES ATE O
      *----    FIM DO MES (DE QUALQUER MES ANTERIOR), LIDAS DO
      *----    REGISTRO AUSENCIAS.dat. GERA O ARQUIVO
      *----    AUSENCIAS_DOCENTES_<AAAAMM>_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- AUSENCIAS         I             BOKAUSE
      *---- PROFESSOR         I             BOKPROF
      *---- RELAUS            O              ----
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
           SELECT AUSENCIAS  ASSIGN TO WRK-PATH-AUSENCIAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-AUS-CHAVE
                  FILE STATUS IS FS-AUSENCIAS.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT SORTAUS ASSIGN TO "SORTAUS.TMP".

           SELECT RELAUS ASSIGN TO WRK-PATH-RELAUS
                  FILE STATUS IS FS-RELAUS.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  AUSENCIAS.
       COPY "BOKAUSE".

       FD  PROFESSOR.
       COPY "BOKPROF".

      *-------------------- OCORRENCIAS POR PROFESSOR E SECAO ----------
      *--- SD-RAU-SECAO: 1 = AUSENCIA / 2 = SUBSTITUICAO FEITA / -------
      *---               3 = REPOSICAO PENDENTE ------------------------
       SD  SORTAUS.
       01  SD-AUSENCIA.
           05 SD-RAU-PROFESSOR          PIC X(06).
           05 SD-RAU-SECAO              PIC 9(01).
           05 SD-RAU-DATA               PIC X(08).
           05 SD-RAU-CURSO              PIC X(15).
           05 SD-RAU-TURMA              PIC X(03).
           05 SD-RAU-DISCIPLINA         PIC X(15).
           05 SD-RAU-TIPO               PIC X(01).
      *--- O OUTRO PROFESSOR DA OCORRENCIA (SUBSTITUTO OU TITULAR) -----
           05 SD-RAU-OUTRO              PIC X(06).
           05 SD-RAU-MOTIVO             PIC X(30).
           05 SD-RAU-REPOSICAO          PIC X(10).
           05 SD-RAU-DATA-REPOS         PIC X(08).

      *-------------------- AREA DO RELATORIO DE AUSENCIAS -------------
       FD  RELAUS.

       01  ARQ-RELAUS                   PIC X(132).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-AUSENCIAS                 PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELAUS                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELAUS              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DO RELATORIO ---------------------------
       01  WRK-TEMP-DADOS.
      *--- COMPETENCIA AAAAMM ------------------------------------------
           05 WRK-TEMP-COMPETENCIA      PIC X(06).
           05 WRK-TEMP-COMP-R REDEFINES WRK-TEMP-COMPETENCIA.
              10 WRK-TEMP-COMP-ANO      PIC 9(04).
              10 WRK-TEMP-COMP-MES      PIC 9(02).

      *------------- QUEBRA POR PROFESSOR ------------------------------
       77  WRK-PROF-ANTERIOR            PIC X(06) VALUE SPACES.
       77  WRK-PROF-NOME                PIC X(30) VALUE SPACES.
       77  WRK-PROF-AUSENCIAS           PIC 9(04) VALUE ZEROS.
       77  WRK-PROF-SUBSTITUICOES       PIC 9(04) VALUE ZEROS.
       77  WRK-PROF-PENDENTES           PIC 9(04) VALUE ZEROS.

      *------------- TOTAIS DO RELATORIO -------------------------------
       77  WRK-QTD-PROFESSORES          PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-AUSENCIAS            PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CANCELADAS           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SUBSTITUICOES        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES            PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LINHAS               PIC 9(05) VALUE ZEROS.

      *------------- LINHA DO RELATORIO --------------------------------
       01  WRK-LINHA-AUS.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LA-OCORRENCIA         PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-DATA               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-TURMA              PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-DISCIPLINA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-DETALHE            PIC X(34).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LA-MOTIVO             PIC X(30).

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
                  "RELATORIO MENSAL DE AUSENCIAS DOCENTES"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "COMPETENCIA AAAAMM".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-COMPETENCIA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GERAR O RELATORIO DA COMPETENCIA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 51 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "PROFESSORES..........".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-PROFESSORES.
           05 LINE  12 COLUMN 30 VALUE "AUSENCIAS NO MES.....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-AUSENCIAS.
           05 LINE  13 COLUMN 30 VALUE "AULAS CANCELADAS.....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-CANCELADAS.
           05 LINE  14 COLUMN 30 VALUE "SUBSTITUICOES........".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-SUBSTITUICOES.
           05 LINE  15 COLUMN 30 VALUE "REPOSICOES PENDENTES.".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-PENDENTES.

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

      *----------- REGISTRO DE AUSENCIAS (SOMENTE LEITURA) -------------
            OPEN INPUT AUSENCIAS.

            IF  FS-AUSENCIAS NOT EQUAL 0
                EVALUATE FS-AUSENCIAS
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

      *----------- CADASTRO DE PROFESSORES (SOMENTE LEITURA) -----------
            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE AUSENCIAS
                GOBACK
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

           IF  WRK-TEMP-COMPETENCIA(1:4) EQUAL "9999"
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           IF  WRK-TEMP-COMPETENCIA NOT NUMERIC
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF  WRK-TEMP-COMP-MES LESS 1 OR WRK-TEMP-COMP-MES GREATER 12
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
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

           MOVE ZEROS                          TO WRK-QTD-PROFESSORES
                                                  WRK-QTD-AUSENCIAS
                                                  WRK-QTD-CANCELADAS
                                                  WRK-QTD-SUBSTITUICOES
                                                  WRK-QTD-PENDENTES
                                                  WRK-QTD-LINHAS

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "AUSENCIAS_DOCENTES_"
                  WRK-TEMP-COMPETENCIA "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELAUS

           OPEN OUTPUT RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "AUSENCIAS, SUBSTITUICOES E REPOSICOES DOCENTES - "
                  "COMPETENCIA " WRK-TEMP-COMPETENCIA
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "  OCORRENCIA   DATA       CURSO           TUR "
                  "DISCIPLINA      DETALHE"
                  "                            MOTIVO"
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

      *----------- OCORRENCIAS ORDENADAS POR PROFESSOR E SECAO ---------
           MOVE ZEROS                          TO FS-SORT
           SORT SORTAUS
               ON ASCENDING KEY SD-RAU-PROFESSOR
                                SD-RAU-SECAO
                                SD-RAU-DATA
                                SD-RAU-CURSO
                                SD-RAU-TURMA
                                SD-RAU-DISCIPLINA
               INPUT PROCEDURE 0210-SELECIONAR-AUSENCIAS
               OUTPUT PROCEDURE 0220-IMPRIMIR-PROFESSORES.

           PERFORM 0250-IMPRIMIR-TOTAIS.

           CLOSE RELAUS.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGRAUS"                     TO ARQ-LOG-PROGRAMA
           MOVE "AUSENCIAS DOCENTES DO MES"    TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELAUS                TO ARQ-LOG-ARQUIVOGERADO
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
       0210-SELECIONAR-AUSENCIAS                               SECTION.
      *-----------------------------------------------------------------
      *----------- AUSENCIA DO MES VAI PARA O TITULAR E, SE HOUVE ------
      *----------- SUBSTITUICAO, TAMBEM PARA O SUBSTITUTO; REPOSICAO ---
      *----------- PENDENTE ATE O FIM DO MES VAI PARA O TITULAR --------

           MOVE LOW-VALUES                     TO ARQ-AUS-CHAVE

           START AUSENCIAS KEY IS GREATER THAN OR EQUAL ARQ-AUS-CHAVE
               INVALID KEY
                   GO TO 0210-SELECIONAR-AUSENCIAS-99-FIM
           END-START.

           READ AUSENCIAS NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-AUSENCIAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-AUSENCIAS NOT EQUAL ZEROS
                      OR ARQ-AUS-DATA(1:6) GREATER WRK-TEMP-COMPETENCIA

               MOVE ARQ-AUS-DATA               TO SD-RAU-DATA
               MOVE ARQ-AUS-CURSO              TO SD-RAU-CURSO
               MOVE ARQ-AUS-TURMA              TO SD-RAU-TURMA
               MOVE ARQ-AUS-DISCIPLINA         TO SD-RAU-DISCIPLINA
               MOVE ARQ-AUS-TIPO               TO SD-RAU-TIPO
               MOVE ARQ-AUS-MOTIVO             TO SD-RAU-MOTIVO
               MOVE ARQ-AUS-REPOSICAO          TO SD-RAU-REPOSICAO
               MOVE ARQ-AUS-DATA-REPOSICAO     TO SD-RAU-DATA-REPOS

               IF  ARQ-AUS-DATA(1:6) EQUAL WRK-TEMP-COMPETENCIA
                   MOVE ARQ-AUS-PROFESSOR      TO SD-RAU-PROFESSOR
                   MOVE 1                      TO SD-RAU-SECAO
                   MOVE ARQ-AUS-SUBSTITUTO     TO SD-RAU-OUTRO
                   RELEASE SD-AUSENCIA
                   IF  ARQ-AUS-TIPO EQUAL "S"
                       MOVE ARQ-AUS-SUBSTITUTO TO SD-RAU-PROFESSOR
                       MOVE 2                  TO SD-RAU-SECAO
                       MOVE ARQ-AUS-PROFESSOR  TO SD-RAU-OUTRO
                       RELEASE SD-AUSENCIA
                   END-IF
               END-IF

               IF  ARQ-AUS-TIPO      EQUAL "C"
               AND ARQ-AUS-REPOSICAO EQUAL "PENDENTE"
                   MOVE ARQ-AUS-PROFESSOR      TO SD-RAU-PROFESSOR
                   MOVE 3                      TO SD-RAU-SECAO
                   MOVE SPACES                 TO SD-RAU-OUTRO
                   RELEASE SD-AUSENCIA
               END-IF

               READ AUSENCIAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-AUSENCIAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-AUSENCIAS.

      *-----------------------------------------------------------------
       0210-SELECIONAR-AUSENCIAS-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-IMPRIMIR-PROFESSORES                               SECTION.
      *-----------------------------------------------------------------
      *----------- UM BLOCO POR PROFESSOR, COM SUBTOTAL NA QUEBRA ------

           RETURN SORTAUS
               AT END
                   GO TO 0220-IMPRIMIR-PROFESSORES-99-FIM
           END-RETURN.

           PERFORM 0225-INICIAR-PROFESSOR.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               IF  SD-RAU-PROFESSOR NOT EQUAL WRK-PROF-ANTERIOR
                   PERFORM 0235-IMPRIMIR-SUBTOTAL
                   PERFORM 0225-INICIAR-PROFESSOR
               END-IF

               PERFORM 0230-IMPRIMIR-LINHA

               RETURN SORTAUS
                   AT END
                       MOVE 9                  TO FS-SORT
                       PERFORM 0235-IMPRIMIR-SUBTOTAL
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-PROFESSORES-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-INICIAR-PROFESSOR                                  SECTION.
      *-----------------------------------------------------------------
      *----------- CABECALHO DO BLOCO COM O NOME DO PROFESSOR ----------

           ADD 1                               TO WRK-QTD-PROFESSORES
           MOVE SD-RAU-PROFESSOR               TO WRK-PROF-ANTERIOR
           MOVE ZEROS                          TO WRK-PROF-AUSENCIAS
                                                  WRK-PROF-SUBSTITUICOES
                                                  WRK-PROF-PENDENTES

           MOVE "NAO CADASTRADO"               TO WRK-PROF-NOME
           MOVE SD-RAU-PROFESSOR               TO ARQ-PRO-ID
           READ PROFESSOR KEY IS ARQ-PRO-ID
               NOT INVALID KEY
                   MOVE ARQ-PRO-NOME           TO WRK-PROF-NOME
           END-READ.

           MOVE SPACES                         TO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "PROFESSOR " SD-RAU-PROFESSOR " - " WRK-PROF-NOME
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

      *-----------------------------------------------------------------
       0225-INICIAR-PROFESSOR-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-IMPRIMIR-LINHA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- LINHA DA OCORRENCIA CONFORME A SECAO ----------------

           ADD 1                               TO WRK-QTD-LINHAS
           MOVE SPACES                         TO WRK-LA-DETALHE
           STRING SD-RAU-DATA(7:2) "/" SD-RAU-DATA(5:2) "/"
                  SD-RAU-DATA(1:4)
                  DELIMITED BY SIZE INTO WRK-LA-DATA
           MOVE SD-RAU-CURSO                   TO WRK-LA-CURSO
           MOVE SD-RAU-TURMA                   TO WRK-LA-TURMA
           MOVE SD-RAU-DISCIPLINA              TO WRK-LA-DISCIPLINA
           MOVE SD-RAU-MOTIVO                  TO WRK-LA-MOTIVO

           EVALUATE SD-RAU-SECAO
               WHEN 1
                   MOVE "AUSENCIA"             TO WRK-LA-OCORRENCIA
                   ADD 1                       TO WRK-PROF-AUSENCIAS
                                                  WRK-QTD-AUSENCIAS
                   IF  SD-RAU-TIPO EQUAL "S"
                       STRING "SUBSTITUIDA POR " SD-RAU-OUTRO
                              DELIMITED BY SIZE INTO WRK-LA-DETALHE
                   ELSE
                       ADD 1                   TO WRK-QTD-CANCELADAS
                       STRING "CANCELADA - REPOSICAO "
                              SD-RAU-REPOSICAO
                              DELIMITED BY SIZE INTO WRK-LA-DETALHE
                   END-IF
               WHEN 2
                   MOVE "SUBSTITUIU"           TO WRK-LA-OCORRENCIA
                   ADD 1                       TO WRK-PROF-SUBSTITUICOES
                                                  WRK-QTD-SUBSTITUICOES
                   STRING "NO LUGAR DE " SD-RAU-OUTRO
                          DELIMITED BY SIZE INTO WRK-LA-DETALHE
               WHEN OTHER
                   MOVE "A REPOR"              TO WRK-LA-OCORRENCIA
                   ADD 1                       TO WRK-PROF-PENDENTES
                                                  WRK-QTD-PENDENTES
                   MOVE "AULA CANCELADA SEM REPOSICAO"
                                               TO WRK-LA-DETALHE
           END-EVALUATE.

           MOVE WRK-LINHA-AUS                  TO ARQ-RELAUS
           WRITE ARQ-RELAUS.

      *-----------------------------------------------------------------
       0230-IMPRIMIR-LINHA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-IMPRIMIR-SUBTOTAL                                  SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "  SUBTOTAL: AUSENCIAS " WRK-PROF-AUSENCIAS
                  " SUBSTITUICOES " WRK-PROF-SUBSTITUICOES
                  " REPOSICOES PENDENTES " WRK-PROF-PENDENTES
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

      *-----------------------------------------------------------------
       0235-IMPRIMIR-SUBTOTAL-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-IMPRIMIR-TOTAIS                                    SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "PROFESSORES NO RELATORIO: " WRK-QTD-PROFESSORES
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "AUSENCIAS NO MES........: " WRK-QTD-AUSENCIAS
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "AULAS CANCELADAS........: " WRK-QTD-CANCELADAS
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "AULAS SUBSTITUIDAS......: " WRK-QTD-SUBSTITUICOES
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

           MOVE SPACES                         TO ARQ-RELAUS
           STRING "REPOSICOES PENDENTES....: " WRK-QTD-PENDENTES
                  DELIMITED BY SIZE INTO ARQ-RELAUS
           WRITE ARQ-RELAUS.

      *-----------------------------------------------------------------
       0250-IMPRIMIR-TOTAIS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  AUSENCIAS.

              IF  FS-AUSENCIAS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  PROFESSOR.

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
