       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGEHOR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: LANCAMENTO DOS RELATORIOS DE HORAS DE ESTAGIO
      *----    (ESTHORAS.dat): RM + SEQUENCIA DO ESTAGIO, MES DE
      *----    REFERENCIA (AAAAMM), HORAS E DESCRICAO DAS ATIVIDADES.
      *----    O RELATORIO ENTRA COMO PENDENTE E SO CONTA PARA A
      *----    CONCLUSAO DEPOIS DE APROVADO PELA COORDENACAO
      *----    (PROGEAPR). NUMERACAO: MAIOR NUMERO MAIS UM.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ESTHORAS          E             BOKEHOR
      *---- ESTAGIOS          I             BOKESTG
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
           SELECT ESTHORAS  ASSIGN TO WRK-PATH-ESTHORAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EHR-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-EHR-ESTAGIO
                      WITH DUPLICATES
                  FILE STATUS IS FS-ESTHORAS.

           SELECT ESTAGIOS  ASSIGN TO WRK-PATH-ESTAGIOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EST-CHAVE
                  FILE STATUS IS FS-ESTAGIOS.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ESTHORAS.
       COPY "BOKEHOR".

       FD  ESTAGIOS.
       COPY "BOKESTG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-EHR-RM           PIC X(06).
           05 WRK-TEMP-EHR-SEQ          PIC 9(02).
           05 WRK-TEMP-EHR-REFERENCIA   PIC X(06).
           05 WRK-TEMP-EHR-HORAS        PIC 9(03).
           05 WRK-TEMP-EHR-DESCRICAO    PIC X(40).

      *------------- VARIAVEIS DE STATUS
       77  FS-ESTHORAS                  PIC 9(02).
       77  FS-ESTAGIOS                  PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-PROX-NUMERO              PIC 9(06)    VALUE ZEROS.

      *------------- CONFERENCIA DO MES DE REFERENCIA AAAAMM -----------
       01  WRK-REFERENCIA.
           05 WRK-REF-ANO               PIC 9(04).
           05 WRK-REF-MES               PIC 9(02).
       01  WRK-REFERENCIA-X REDEFINES WRK-REFERENCIA
                                        PIC X(06).

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
           05 LINE  01 COLUMN 24 VALUE "RELATORIO DE HORAS DE ESTAGIO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-EHR-RM.
           05 LINE  08 COLUMN 30 VALUE "SEQ. DO ESTAGIO..".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-EHR-SEQ.
           05 LINE  09 COLUMN 30 VALUE "MES REF. AAAAMM..".
           05 LINE  09 COLUMN 60 USING WRK-TEMP-EHR-REFERENCIA.
           05 LINE  10 COLUMN 30 VALUE "HORAS............".
           05 LINE  10 COLUMN 60 USING WRK-TEMP-EHR-HORAS.
           05 LINE  11 COLUMN 30 VALUE "ATIVIDADES.......".
           05 LINE  12 COLUMN 30 USING WRK-TEMP-EHR-DESCRICAO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "DESEJA GRAVAR (S) OU (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 38 USING WRK-OPCAO.

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

      *----------- ESTAGIOS (SOMENTE LEITURA) --------------------------
            OPEN INPUT ESTAGIOS.

            IF  FS-ESTAGIOS NOT EQUAL 0
                MOVE WRK-MSG-EST-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO (I-O; CRIA NA PRIMEIRA GRAVACAO)-
            OPEN I-O  ESTHORAS.

            IF  FS-ESTHORAS EQUAL 35
                OPEN OUTPUT ESTHORAS
                CLOSE       ESTHORAS
                OPEN I-O    ESTHORAS
            END-IF.

            IF  FS-ESTHORAS NOT EQUAL 0
                EVALUATE FS-ESTHORAS
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
                  CLOSE ESTAGIOS
                  GOBACK
            END-IF.

      *----------- PROXIMA NUMERACAO DE RELATORIO: MAIOR CHAVE MAIS UM -
            MOVE 1                             TO WRK-PROX-NUMERO
            MOVE LOW-VALUES                    TO ARQ-EHR-NUMERO
            START ESTHORAS KEY IS GREATER THAN OR EQUAL ARQ-EHR-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 0110-ACHAR-ULTIMO-RELATORIO
            END-START.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMO-RELATORIO                             SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE OS RELATORIOS PARA NUMERAR O PROXIMO ----------

           READ ESTHORAS NEXT RECORD
               AT END
                   GO TO 0110-ACHAR-ULTIMO-RELATORIO-99-FIM
           END-READ.

           PERFORM UNTIL FS-ESTHORAS NOT EQUAL ZEROS

               COMPUTE WRK-PROX-NUMERO = ARQ-EHR-NUMERO + 1

               READ ESTHORAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESTHORAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ESTHORAS.

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMO-RELATORIO-99-FIM                      SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-EHR-RM EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-EHR-RM        EQUAL SPACES
           OR WRK-TEMP-EHR-SEQ       EQUAL ZEROS
           OR WRK-TEMP-EHR-DESCRICAO EQUAL SPACES
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              GO  TO  0200-PROCESSAR
           END-IF.

      *------------ O ESTAGIO PRECISA EXISTIR E NAO ESTAR CANCELADO ----
           MOVE WRK-TEMP-EHR-RM               TO ARQ-EST-RM
           MOVE WRK-TEMP-EHR-SEQ              TO ARQ-EST-SEQ
           READ ESTAGIOS KEY IS ARQ-EST-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-EST-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO  TO  0200-PROCESSAR
           END-READ.

           IF  ARQ-EST-STATUS EQUAL "CANCELADO"
               MOVE WRK-MSG-EST-CANCELADO      TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO  TO  0200-PROCESSAR
           END-IF.

      *------------ HORAS E MES DE REFERENCIA DENTRO DO ESTAGIO --------
           MOVE WRK-TEMP-EHR-REFERENCIA       TO WRK-REFERENCIA-X.

           IF  WRK-TEMP-EHR-HORAS EQUAL ZEROS
           OR  WRK-REFERENCIA-X NOT NUMERIC
           OR  WRK-REF-MES LESS 1 OR WRK-REF-MES GREATER 12
           OR  WRK-TEMP-EHR-REFERENCIA LESS    ARQ-EST-INICIO(1:6)
           OR  WRK-TEMP-EHR-REFERENCIA GREATER ARQ-EST-FIM(1:6)
               MOVE WRK-MSG-EST-HORAS          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO  TO  0200-PROCESSAR
           END-IF.

      *--------------- AREA DE CONFIRMACAO -----------------------------

           MOVE SPACES                        TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

      *--------------------- AREA DE GRAVACAO --------------------------
           IF WRK-OPCAO         EQUAL "S"  OR
              WRK-OPCAO         EQUAL "s"

                MOVE FUNCTION CURRENT-DATE    TO WRK-DATA-HORA

                MOVE WRK-PROX-NUMERO          TO ARQ-EHR-NUMERO
                MOVE WRK-TEMP-EHR-RM          TO ARQ-EHR-RM
                MOVE WRK-TEMP-EHR-SEQ         TO ARQ-EHR-SEQ
                MOVE WRK-TEMP-EHR-REFERENCIA  TO ARQ-EHR-REFERENCIA
                MOVE WRK-TEMP-EHR-HORAS       TO ARQ-EHR-HORAS
                MOVE WRK-TEMP-EHR-DESCRICAO   TO ARQ-EHR-DESCRICAO
                MOVE "PENDENTE"               TO ARQ-EHR-STATUS
                MOVE LNK-OPERADOR             TO ARQ-EHR-LANCADOR
                MOVE WRK-DATA-HORA(1:8)       TO ARQ-EHR-DATA-LANC
                MOVE SPACES                   TO ARQ-EHR-COORDENADOR
                                                 ARQ-EHR-DATA-APROV

                WRITE ARQ-DADOS-ESTHORAS
                    INVALID KEY
                        MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
                    NOT INVALID KEY
                        ADD 1                 TO WRK-PROX-NUMERO
                        MOVE WRK-REGISTRO     TO WRK-MSG
                END-WRITE
           ELSE
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
           END-IF.

           PERFORM 0900-MOSTRA.

           INITIALIZE WRK-TEMP-DADOS.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ESTHORAS.

              IF  FS-ESTHORAS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ESTAGIOS.

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
