       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGEAPR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: APROVACAO DOS RELATORIOS DE HORAS DE ESTAGIO
      *----    (ESTHORAS.dat) PELA COORDENACAO. O COORDENADOR VE OS
      *----    RELATORIOS PENDENTES, ESCOLHE UM E APROVA OU REJEITA.
      *----    NA APROVACAO AS HORAS SAO SOMADAS AO ESTAGIO
      *----    (ARQ-EST-HORAS-APROV EM ESTAGIOS.dat), QUE E O TOTAL
      *----    CONFERIDO NA FORMATURA (PROGGRAD) E NA INTEGRALIZACAO
      *----    (PROGINTE). A DECISAO VAI PARA AUDITORIA.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ESTHORAS          I/O           BOKEHOR
      *---- ESTAGIOS          I/O           BOKESTG
      *---- AUDITORIA         E             BOKAUDIT
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

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

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

       FD  AUDITORIA.
       COPY "BOKAUDIT".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ESTHORAS                  PIC 9(02).
       77  FS-ESTAGIOS                  PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA APROVACAO ----------------------------
       77  WRK-ESCOLHA                  PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-TELA               PIC 9(02) VALUE ZEROS.
       77  WRK-HORAS-ED                 PIC ZZ9.
       77  WRK-TOTAL-ED                 PIC ZZZZ9.

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
                  "APROVACAO DE HORAS DE ESTAGIO"
                  BACKGROUND-COLOR 3.
           05 LINE  03 COLUMN 05 VALUE
              "NUM    RM     SQ MES    HORAS ATIVIDADES".
           05 LINE  03 COLUMN 70 VALUE "LANCOU".

       01  SCR-ESCOLHA.
           05 LINE  20 COLUMN 09 VALUE
                  "NUMERO DO RELATORIO (0 PARA SAIR): "
                              BACKGROUND-COLOR 2.
           05 LINE  20 COLUMN 45 USING WRK-ESCOLHA.

       01  SCR-OPCAO.
           05 LINE  21 COLUMN 9  VALUE
                  "APROVAR (S) / REJEITAR (R) / CANCELAR (N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  21 COLUMN 54 USING WRK-OPCAO.

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

      *----------- ABERTURA DOS RELATORIOS DE HORAS --------------------
            OPEN I-O ESTHORAS.

            IF  FS-ESTHORAS NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ESTAGIOS (I-O PARA SOMAR AS HORAS APROVADAS) --------
            OPEN I-O ESTAGIOS.

            IF  FS-ESTAGIOS NOT EQUAL 0
                MOVE WRK-MSG-EST-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ESTHORAS
                GOBACK
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *----------- EXIBE OS RELATORIOS PENDENTES -----------------------
           DISPLAY SCR-TELA
           PERFORM 0210-LISTAR-PENDENTES.

           IF  WRK-LINHA-TELA EQUAL 4
               MOVE WRK-MSG-VAZIO              TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *----------- ESCOLHA DO RELATORIO --------------------------------
           MOVE ZEROS                          TO WRK-ESCOLHA
           ACCEPT SCR-ESCOLHA.

           IF  WRK-ESCOLHA EQUAL ZEROS
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE WRK-ESCOLHA                    TO ARQ-EHR-NUMERO
           READ ESTHORAS KEY IS ARQ-EHR-NUMERO
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           IF  ARQ-EHR-STATUS NOT EQUAL "PENDENTE"
               MOVE WRK-MSG-REG-JAEXISTE       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *----------- O ESTAGIO DO RELATORIO PRECISA EXISTIR --------------
           MOVE ARQ-EHR-RM                     TO ARQ-EST-RM
           MOVE ARQ-EHR-SEQ                    TO ARQ-EST-SEQ
           READ ESTAGIOS KEY IS ARQ-EST-CHAVE
               INVALID KEY
                   MOVE WRK-MSG-EST-NAOENCONT  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

      *--------------- AREA DE DECISAO ---------------------------------
           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

           EVALUATE WRK-OPCAO
               WHEN "S"
               WHEN "s"
                   MOVE "APROVADO"             TO ARQ-EHR-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-EHR-COORDENADOR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-EHR-DATA-APROV
                   REWRITE ARQ-DADOS-ESTHORAS
                   ADD ARQ-EHR-HORAS           TO ARQ-EST-HORAS-APROV
                   REWRITE ARQ-DADOS-ESTAGIO
                   PERFORM 0240-AUDITAR-DECISAO
                   MOVE WRK-REGISTRO           TO WRK-MSG
               WHEN "R"
               WHEN "r"
                   MOVE "REJEITADO"            TO ARQ-EHR-STATUS
                   MOVE LNK-OPERADOR           TO ARQ-EHR-COORDENADOR
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-EHR-DATA-APROV
                   REWRITE ARQ-DADOS-ESTHORAS
                   PERFORM 0240-AUDITAR-DECISAO
                   MOVE WRK-REGISTRO           TO WRK-MSG
               WHEN OTHER
                   MOVE WRK-SEMCONFIRM         TO WRK-MSG
           END-EVALUATE.

           PERFORM 0900-MOSTRA.
           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LISTAR-PENDENTES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- EXIBE NA TELA OS RELATORIOS PENDENTES ---------------

           MOVE 4                              TO WRK-LINHA-TELA
           MOVE LOW-VALUES                     TO ARQ-EHR-NUMERO

           START ESTHORAS KEY IS GREATER THAN OR EQUAL ARQ-EHR-NUMERO
               INVALID KEY
                   GO TO 0210-LISTAR-PENDENTES-99-FIM
           END-START.

           READ ESTHORAS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-ESTHORAS
           END-READ.

           PERFORM UNTIL FS-ESTHORAS NOT EQUAL ZEROS
                       OR WRK-LINHA-TELA GREATER 17

               IF  ARQ-EHR-STATUS EQUAL "PENDENTE"
                   MOVE ARQ-EHR-HORAS          TO WRK-HORAS-ED
                   DISPLAY ARQ-EHR-NUMERO
                           LINE WRK-LINHA-TELA COLUMN 05
                   DISPLAY ARQ-EHR-RM
                           LINE WRK-LINHA-TELA COLUMN 12
                   DISPLAY ARQ-EHR-SEQ
                           LINE WRK-LINHA-TELA COLUMN 19
                   DISPLAY ARQ-EHR-REFERENCIA
                           LINE WRK-LINHA-TELA COLUMN 22
                   DISPLAY WRK-HORAS-ED
                           LINE WRK-LINHA-TELA COLUMN 31
                   DISPLAY ARQ-EHR-DESCRICAO (1:30)
                           LINE WRK-LINHA-TELA COLUMN 40
                   DISPLAY ARQ-EHR-LANCADOR
                           LINE WRK-LINHA-TELA COLUMN 72
                   ADD 1                       TO WRK-LINHA-TELA
               END-IF

               READ ESTHORAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESTHORAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ESTHORAS.

      *-----------------------------------------------------------------
       0210-LISTAR-PENDENTES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A DECISAO: HORAS DO RELATORIO (ANTES) E ------
      *----------- TOTAL APROVADO DO ESTAGIO (DEPOIS) ------------------

           MOVE ARQ-EHR-HORAS                  TO WRK-HORAS-ED
           MOVE ARQ-EST-HORAS-APROV            TO WRK-TOTAL-ED

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGEAPR"                     TO ARQ-AUD-PROGRAMA
           MOVE ARQ-EHR-STATUS                 TO ARQ-AUD-OPERACAO
           MOVE ARQ-EHR-RM                     TO ARQ-AUD-RM
           MOVE SPACES                         TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "HORAS ESTAGIO"                TO ARQ-AUD-CAMPO
           MOVE SPACES                         TO ARQ-AUD-ANTES
                                                  ARQ-AUD-DEPOIS
           STRING "RELATORIO " ARQ-EHR-NUMERO " - " WRK-HORAS-ED " H"
                  DELIMITED BY SIZE INTO ARQ-AUD-ANTES
           STRING "ESTAGIO " ARQ-EST-SEQ " - TOTAL " WRK-TOTAL-ED " H"
                  DELIMITED BY SIZE INTO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0240-AUDITAR-DECISAO-99-FIM                             SECTION.
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

             CLOSE  AUDITORIA.

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
