       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGTXCV.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: TAXA DE CONVERSAO DO PROCESSO SELETIVO POR
      *----    CURSO. PARA CADA CURSO COM CANDIDATOS NO PROCESSO
      *----    INFORMADO: VAGAS (CURSOS.dat), INSCRITOS, ELIMINADOS,
      *----    CLASSIFICADOS AGUARDANDO CHAMADA, CONVOCADOS EM ALGUMA
      *----    CHAMADA, MATRICULADOS, NAO CONFIRMADOS E A TAXA DE
      *----    CONVERSAO = MATRICULADOS / CONVOCADOS X 100. RELATORIO
      *----    EM TXCONVERSAO_AAAAMMDD_HHMMSS.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CANDIDAT          I             BOKCAND
      *---- CURSOS            I             BOKCURS
      *---- RELTXCV           O              ----
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
           SELECT CANDIDAT  ASSIGN TO WRK-PATH-CANDIDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CAN-CHAVE
                  FILE STATUS IS FS-CANDIDAT.

           SELECT CURSOS  ASSIGN TO WRK-PATH-CURSOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CURSO-COD
                  FILE STATUS IS FS-CURSOS.

           SELECT RELTXCV ASSIGN TO WRK-PATH-RELTXCV
                  FILE STATUS IS FS-RELTXCV.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CANDIDAT.
       COPY "BOKCAND".

       FD  CURSOS.
       COPY "BOKCURS".

      *-------------------- AREA DO RELATORIO DE CONVERSAO -------------
       FD  RELTXCV.

       01  ARQ-RELTXCV                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-TXC-PROCESSO     PIC X(06).

      *------------- VARIAVEIS DE STATUS
       77  FS-CANDIDAT                  PIC 9(02).
       77  FS-CURSOS                    PIC 9(02).
       77  FS-RELTXCV                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-RELTXCV             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- CONTAGEM POR CURSO DO PROCESSO --------------------
      *--- CONVOCADOS = TODO CANDIDATO CHAMADO EM ALGUMA CHAMADA -------
      *--- (CONVOCADO, MATRICULAD OU NAOCONFIRM) -----------------------
       01  WRK-TAB-CURSOS.
           05 WRK-TC-ITEM OCCURS 100 TIMES INDEXED BY IX-TC.
               10 WRK-TC-CURSO          PIC X(15).
               10 WRK-TC-VAGAS          PIC 9(04).
               10 WRK-TC-INSCRITOS      PIC 9(05).
               10 WRK-TC-ELIMINADOS     PIC 9(05).
               10 WRK-TC-CLASSIFIC      PIC 9(05).
               10 WRK-TC-CONVOCADOS     PIC 9(05).
               10 WRK-TC-MATRICULAD     PIC 9(05).
               10 WRK-TC-NAOCONFIRM     PIC 9(05).

       77  WRK-QTD-TC                   PIC 9(03) VALUE ZEROS.

      *------------- TOTAIS DO PROCESSO --------------------------------
       77  WRK-TOT-INSCRITOS            PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CONVOCADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-MATRICULAD           PIC 9(05) VALUE ZEROS.
       77  WRK-TAXA                     PIC 9(03)V99 VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-CAB.
           05 FILLER                    PIC X(16) VALUE "CURSO".
           05 FILLER                    PIC X(06) VALUE "VAGAS".
           05 FILLER                    PIC X(06) VALUE "INSCR".
           05 FILLER                    PIC X(06) VALUE "ELIM".
           05 FILLER                    PIC X(06) VALUE "CLASS".
           05 FILLER                    PIC X(06) VALUE "CONV".
           05 FILLER                    PIC X(06) VALUE "MATR".
           05 FILLER                    PIC X(06) VALUE "NCONF".
           05 FILLER                    PIC X(07) VALUE "TAXA %".

       01  WRK-LINHA-REL.
           05 WRK-LR-CURSO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-VAGAS-ED           PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-INSCRITOS-ED       PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-ELIMINADOS-ED      PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-CLASSIFIC-ED       PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-CONVOCADOS-ED      PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-MATRICULAD-ED      PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-NAOCONFIRM-ED      PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-TAXA-ED            PIC ZZ9,99.

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
                  "PROCESSO SELETIVO - TAXA DE CONVERSAO POR CURSO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "PROCESSO (AAAA-S)".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-TXC-PROCESSO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 30 VALUE "CURSOS NO PROCESSO...".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-TC.
           05 LINE  12 COLUMN 30 VALUE "INSCRITOS............".
           05 LINE  12 COLUMN 55 FROM  WRK-TOT-INSCRITOS.
           05 LINE  13 COLUMN 30 VALUE "CONVOCADOS...........".
           05 LINE  13 COLUMN 55 FROM  WRK-TOT-CONVOCADOS.
           05 LINE  14 COLUMN 30 VALUE "MATRICULADOS.........".
           05 LINE  14 COLUMN 55 FROM  WRK-TOT-MATRICULAD.

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

      *----------- ABERTURA DOS CANDIDATOS (SOMENTE LEITURA) -----------
            OPEN INPUT CANDIDAT.

            IF  FS-CANDIDAT NOT EQUAL 0
                EVALUATE FS-CANDIDAT
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

      *----------- ABERTURA DO CATALOGO DE CURSOS (SOMENTE LEITURA) ----
            OPEN INPUT CURSOS.

            IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CANDIDAT
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

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-TXC-PROCESSO (1:4) EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-TXC-PROCESSO EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE ZEROS                         TO WRK-QTD-TC
                                                 WRK-TOT-INSCRITOS
                                                 WRK-TOT-CONVOCADOS
                                                 WRK-TOT-MATRICULAD
           INITIALIZE WRK-TAB-CURSOS.

           PERFORM 0210-CONTAR-CANDIDATOS.

           IF  WRK-QTD-TC EQUAL ZEROS
               MOVE WRK-MSG-CAN-SEMCAND       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA

           MOVE SPACES                        TO WRK-PATH-RELTXCV
           STRING FUNCTION TRIM(WRK-PATH-BASE) "TXCONVERSAO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELTXCV

           OPEN OUTPUT RELTXCV.

           MOVE SPACES                        TO ARQ-RELTXCV
           STRING "PROCESSO SELETIVO " WRK-TEMP-TXC-PROCESSO
                  " - TAXA DE CONVERSAO POR CURSO"
                  DELIMITED BY SIZE INTO ARQ-RELTXCV
           WRITE ARQ-RELTXCV.

           MOVE SPACES                        TO ARQ-RELTXCV
           WRITE ARQ-RELTXCV.
           MOVE WRK-LINHA-CAB                 TO ARQ-RELTXCV
           WRITE ARQ-RELTXCV.

           PERFORM VARYING IX-TC FROM 1 BY 1
                     UNTIL IX-TC GREATER WRK-QTD-TC
               PERFORM 0220-LINHA-CURSO
           END-PERFORM.

      *--------------- LINHA DE TOTAL DO PROCESSO ----------------------
           IF  WRK-TOT-CONVOCADOS EQUAL ZEROS
               MOVE ZEROS                     TO WRK-TAXA
           ELSE
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-TOT-MATRICULAD * 100 / WRK-TOT-CONVOCADOS
           END-IF.
           MOVE WRK-TAXA                      TO WRK-LR-TAXA-ED

           MOVE SPACES                        TO ARQ-RELTXCV
           WRITE ARQ-RELTXCV.
           MOVE SPACES                        TO ARQ-RELTXCV
           STRING "TOTAL - INSCRITOS: " WRK-TOT-INSCRITOS
                  "  CONVOCADOS: " WRK-TOT-CONVOCADOS
                  "  MATRICULADOS: " WRK-TOT-MATRICULAD
                  "  TAXA: " WRK-LR-TAXA-ED
                  DELIMITED BY SIZE INTO ARQ-RELTXCV
           WRITE ARQ-RELTXCV.

           CLOSE RELTXCV.

           MOVE WRK-DATA-HORA(1:14)           TO ARQ-LOG-DATAHORA
           MOVE "PROGTXCV"                    TO ARQ-LOG-PROGRAMA
           MOVE "TAXA DE CONVERSAO SELETIVO"  TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-TC                    TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELTXCV              TO ARQ-LOG-ARQUIVOGERADO
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
       0210-CONTAR-CANDIDATOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- LE OS CANDIDATOS DO PROCESSO E ACUMULA POR CURSO ----

           MOVE WRK-TEMP-TXC-PROCESSO         TO ARQ-CAN-PROCESSO
           MOVE LOW-VALUES                    TO ARQ-CAN-CPF

           START CANDIDAT KEY IS GREATER THAN OR EQUAL ARQ-CAN-CHAVE
               INVALID KEY
                   GO TO 0210-CONTAR-CANDIDATOS-99-FIM
           END-START.

           READ CANDIDAT NEXT RECORD
               AT END
                   GO TO 0210-CONTAR-CANDIDATOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CANDIDAT NOT EQUAL ZEROS
                      OR ARQ-CAN-PROCESSO NOT EQUAL
                                              WRK-TEMP-TXC-PROCESSO

               PERFORM 0215-LOCALIZAR-CURSO

               ADD 1                  TO WRK-TC-INSCRITOS (IX-TC)
               ADD 1                  TO WRK-TOT-INSCRITOS

               EVALUATE ARQ-CAN-STATUS
                   WHEN "ELIMINADO"
                       ADD 1          TO WRK-TC-ELIMINADOS (IX-TC)
                   WHEN "CLASSIFIC"
                       ADD 1          TO WRK-TC-CLASSIFIC (IX-TC)
                   WHEN "MATRICULAD"
                       ADD 1          TO WRK-TC-MATRICULAD (IX-TC)
                       ADD 1          TO WRK-TOT-MATRICULAD
                   WHEN "NAOCONFIRM"
                       ADD 1          TO WRK-TC-NAOCONFIRM (IX-TC)
               END-EVALUATE

               IF  ARQ-CAN-CHAMADA GREATER ZEROS
                   ADD 1              TO WRK-TC-CONVOCADOS (IX-TC)
                   ADD 1              TO WRK-TOT-CONVOCADOS
               END-IF

               READ CANDIDAT NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-CANDIDAT
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-CANDIDAT.

      *-----------------------------------------------------------------
       0210-CONTAR-CANDIDATOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-LOCALIZAR-CURSO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- POSICIONA IX-TC NO CURSO DO CANDIDATO, INCLUINDO ----
      *----------- O CURSO NA TABELA (COM AS VAGAS DE CURSOS.dat) ------

           SET IX-TC                          TO 1
           SEARCH WRK-TC-ITEM
               AT END
                   SET IX-TC                  TO 100
               WHEN IX-TC GREATER WRK-QTD-TC
                   IF  WRK-QTD-TC LESS 100
                       ADD 1                  TO WRK-QTD-TC
                   END-IF
                   SET IX-TC                  TO WRK-QTD-TC
                   MOVE ARQ-CAN-CURSO    TO WRK-TC-CURSO (IX-TC)
                   MOVE ARQ-CAN-CURSO    TO ARQ-CURSO-COD
                   READ CURSOS KEY IS ARQ-CURSO-COD
                       INVALID KEY
                           MOVE ZEROS         TO ARQ-CURSO-VAGAS
                   END-READ
                   MOVE ARQ-CURSO-VAGAS  TO WRK-TC-VAGAS (IX-TC)
               WHEN WRK-TC-CURSO (IX-TC) EQUAL ARQ-CAN-CURSO
                   CONTINUE
           END-SEARCH.

      *-----------------------------------------------------------------
       0215-LOCALIZAR-CURSO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LINHA-CURSO                                        SECTION.
      *-----------------------------------------------------------------
      *----------- TAXA = MATRICULADOS / CONVOCADOS X 100 (SEM --------
      *----------- CONVOCADOS AINDA, A TAXA SAI ZERADA) ----------------

           IF  WRK-TC-CONVOCADOS (IX-TC) EQUAL ZEROS
               MOVE ZEROS                     TO WRK-TAXA
           ELSE
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-TC-MATRICULAD (IX-TC) * 100
                     / WRK-TC-CONVOCADOS (IX-TC)
           END-IF.

           MOVE WRK-TC-CURSO (IX-TC)          TO WRK-LR-CURSO
           MOVE WRK-TC-VAGAS (IX-TC)          TO WRK-LR-VAGAS-ED
           MOVE WRK-TC-INSCRITOS (IX-TC)      TO WRK-LR-INSCRITOS-ED
           MOVE WRK-TC-ELIMINADOS (IX-TC)     TO WRK-LR-ELIMINADOS-ED
           MOVE WRK-TC-CLASSIFIC (IX-TC)      TO WRK-LR-CLASSIFIC-ED
           MOVE WRK-TC-CONVOCADOS (IX-TC)     TO WRK-LR-CONVOCADOS-ED
           MOVE WRK-TC-MATRICULAD (IX-TC)     TO WRK-LR-MATRICULAD-ED
           MOVE WRK-TC-NAOCONFIRM (IX-TC)     TO WRK-LR-NAOCONFIRM-ED
           MOVE WRK-TAXA                      TO WRK-LR-TAXA-ED

           MOVE WRK-LINHA-REL                 TO ARQ-RELTXCV
           WRITE ARQ-RELTXCV.

      *-----------------------------------------------------------------
       0220-LINHA-CURSO-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CANDIDAT.

              IF  FS-CANDIDAT NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  CURSOS.

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
