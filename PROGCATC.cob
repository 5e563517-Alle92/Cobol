       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCATC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONFIRMACAO PELA SECRETARIA DA PRESENCA PROPOSTA
      *----    PELAS CATRACAS (PROGCATR). PARA O CURSO, TURMA E
      *----    DISCIPLINA INFORMADOS MOSTRA QUANTAS PROPOSTAS AINDA
      *----    ESPERAM CONFIRMACAO E A DATA MAIS ANTIGA, E ABRE A
      *----    CHAMADA DA TURMA (PROGDCHA) - A MESMA DO PORTAL DO
      *----    PROFESSOR - ONDE CADA PROPOSTA E CONFIRMADA OU TROCADA
      *----    E LANCADA EM FREQUENCIA.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CURSOS            I             BOKCURS
      *---- TURMAS            I             BOKTURM
      *---- DISCIPLINAS       I             BOKDISC
      *---- FREQPROP          I             BOKFPRO
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

           SELECT TURMAS  ASSIGN TO WRK-PATH-TURMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TUR-CHAVE
                  FILE STATUS IS FS-TURMAS.

           SELECT DISCIPLINAS  ASSIGN TO WRK-PATH-DISCIPLINAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DIS-COD
                  FILE STATUS IS FS-DISCIPLINAS.

           SELECT FREQPROP  ASSIGN TO WRK-PATH-FREQPROP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FPR-CHAVE
                  FILE STATUS IS FS-FREQPROP.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CURSOS.
       COPY "BOKCURS".

       FD  TURMAS.
       COPY "BOKTURM".

       FD  DISCIPLINAS.
       COPY "BOKDISC".

       FD  FREQPROP.
       COPY "BOKFPRO".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-CTC-CURSO        PIC X(15).
           05 WRK-TEMP-CTC-TURMA        PIC X(03).
           05 WRK-TEMP-CTC-DISCIPLINA   PIC X(15).

      *------------- VARIAVEIS DE STATUS
       77  FS-CURSOS                    PIC 9(02).
       77  FS-TURMAS                    PIC 9(02).
       77  FS-DISCIPLINAS               PIC 9(02).
       77  FS-FREQPROP                  PIC 9(02).

      *------------- PROPOSTAS AINDA NAO CONFIRMADAS DA AULA -----------
       77  WRK-QTD-PENDENTES            PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-MAIS-ANTIGA         PIC X(08) VALUE SPACES.
       01  WRK-DATA-ED.
           05 WRK-DE-DIA                PIC X(02).
           05 FILLER                    PIC X(01) VALUE "/".
           05 WRK-DE-MES                PIC X(02).
           05 FILLER                    PIC X(01) VALUE "/".
           05 WRK-DE-ANO                PIC X(04).

      *------------- PARAMETROS DA CHAMADA SEM PROFESSOR VINCULADO -----
       77  WRK-PROFESSOR                PIC X(06) VALUE SPACES.
       77  WRK-SEMESTRE                 PIC X(02) VALUE SPACES.
       77  WRK-PRAZO                    PIC X(08) VALUE SPACES.
       77  WRK-PRAZO-DIAS               PIC 9(03) VALUE ZEROS.

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

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
           05 LINE  01 COLUMN 22 VALUE
                  "CONFIRMACAO DA PRESENCA DAS CATRACAS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CURSO............".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CTC-CURSO.
           05 LINE  08 COLUMN 30 VALUE "TURMA............".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-CTC-TURMA.
           05 LINE  09 COLUMN 30 VALUE "DISCIPLINA.......".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-CTC-DISCIPLINA.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-PENDENTES.
           05 LINE  11 COLUMN 30 VALUE "PROPOSTAS PENDENTES".
           05 LINE  11 COLUMN 60 FROM  WRK-QTD-PENDENTES.
           05 LINE  12 COLUMN 30 VALUE "MAIS ANTIGA........".
           05 LINE  12 COLUMN 60 FROM  WRK-DATA-ED.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 09 VALUE "ABRIR A CHAMADA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 34 USING WRK-OPCAO.

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

      *----------- ABERTURA DOS CATALOGOS (SOMENTE LEITURA) ------------
            OPEN INPUT CURSOS.

            IF  FS-CURSOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT TURMAS.

            IF  FS-TURMAS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CURSOS
                GOBACK
            END-IF.

            OPEN INPUT DISCIPLINAS.

            IF  FS-DISCIPLINAS NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE CURSOS TURMAS
                GOBACK
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
           IF WRK-TEMP-CTC-CURSO (1:4) EQUAL '9999'
              GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-CTC-CURSO       EQUAL SPACES
           OR WRK-TEMP-CTC-TURMA       EQUAL SPACES
           OR WRK-TEMP-CTC-DISCIPLINA  EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-CTC-CURSO            TO ARQ-CURSO-COD
           READ CURSOS KEY IS ARQ-CURSO-COD
               INVALID KEY
                   MOVE WRK-MSG-CURSO-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           MOVE WRK-TEMP-CTC-CURSO            TO ARQ-TUR-CURSO
           MOVE WRK-TEMP-CTC-TURMA            TO ARQ-TUR-COD
           READ TURMAS KEY IS ARQ-TUR-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-TURMA-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           MOVE WRK-TEMP-CTC-DISCIPLINA       TO ARQ-DIS-COD
           READ DISCIPLINAS KEY IS ARQ-DIS-COD
               INVALID KEY
                   MOVE WRK-MSG-DISC-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

      *--------------- PROPOSTAS QUE ESPERAM CONFIRMACAO ---------------
           PERFORM 0210-CONTAR-PENDENTES.

           MOVE SPACES                        TO WRK-DE-DIA WRK-DE-MES
                                                 WRK-DE-ANO
           IF  WRK-DATA-MAIS-ANTIGA NOT EQUAL SPACES
               MOVE WRK-DATA-MAIS-ANTIGA (7:2) TO WRK-DE-DIA
               MOVE WRK-DATA-MAIS-ANTIGA (5:2) TO WRK-DE-MES
               MOVE WRK-DATA-MAIS-ANTIGA (1:4) TO WRK-DE-ANO
           END-IF.

           DISPLAY SCR-PENDENTES.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------- CHAMADA DA TURMA, SEM PROFESSOR VINCULADO -------
           CALL "PROGDCHA" USING LNK-OPERADOR,
                WRK-PROFESSOR, WRK-SEMESTRE,
                WRK-TEMP-CTC-CURSO, WRK-TEMP-CTC-TURMA,
                WRK-TEMP-CTC-DISCIPLINA,
                WRK-PRAZO, WRK-PRAZO-DIAS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CONTAR-PENDENTES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PROPOSTAS DA AULA AINDA COM STATUS PROPOSTA; A ------
      *----------- CHAVE COMECA PELA DATA, ENTAO A PRIMEIRA ACHADA E ---
      *----------- A MAIS ANTIGA. O ARQUIVO FICA FECHADO DURANTE A ----
      *----------- CHAMADA, QUE O ATUALIZA ----------------------------

           MOVE ZEROS                         TO WRK-QTD-PENDENTES
           MOVE SPACES                        TO WRK-DATA-MAIS-ANTIGA

           OPEN INPUT FREQPROP.

           IF  FS-FREQPROP NOT EQUAL ZEROS
               GO TO 0210-CONTAR-PENDENTES-99-FIM
           END-IF.

           MOVE LOW-VALUES                    TO ARQ-FPR-CHAVE

           START FREQPROP KEY IS GREATER THAN OR EQUAL ARQ-FPR-CHAVE
               INVALID KEY
                   MOVE 9                     TO FS-FREQPROP
           END-START.

           IF  FS-FREQPROP EQUAL ZEROS
               READ FREQPROP NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-FREQPROP
               END-READ
           END-IF.

           PERFORM UNTIL FS-FREQPROP NOT EQUAL ZEROS

               IF  ARQ-FPR-CURSO      EQUAL WRK-TEMP-CTC-CURSO
               AND ARQ-FPR-TURMA      EQUAL WRK-TEMP-CTC-TURMA
               AND ARQ-FPR-DISCIPLINA EQUAL WRK-TEMP-CTC-DISCIPLINA
               AND ARQ-FPR-STATUS     EQUAL "PROPOSTA"
                   ADD 1                      TO WRK-QTD-PENDENTES
                   IF  WRK-DATA-MAIS-ANTIGA EQUAL SPACES
                       MOVE ARQ-FPR-DATA      TO WRK-DATA-MAIS-ANTIGA
                   END-IF
               END-IF

               READ FREQPROP NEXT RECORD
                   AT END
                       MOVE 9                 TO FS-FREQPROP
               END-READ

           END-PERFORM.

           MOVE ZEROS                         TO FS-FREQPROP.

           CLOSE FREQPROP.

      *-----------------------------------------------------------------
       0210-CONTAR-PENDENTES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CURSOS.

             CLOSE  TURMAS.

             CLOSE  DISCIPLINAS.

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
