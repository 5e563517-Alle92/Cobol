       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGRTRC.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DOS TRANCAMENTOS EM ABERTO EM DUAS
      *----    PARTES: OS QUE TERMINAM NO SEMESTRE LETIVO CORRENTE
      *----    (ALUNOS QUE DEVEM RETORNAR) E OS JA VENCIDOS SEM
      *----    RETORNO. GERA O ARQUIVO
      *----    TRANCAMENTOS_<DATA>_<HORA>.dat. HAVENDO VENCIDOS, OFERECE
      *----    ENCAMINHA-LOS A DESISTENCIA (PROGDESI).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- TRANCAM           I             BOKTRAN
      *---- ALUNOS            I             BOKALU
      *---- RELTRC            O              ----
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
           SELECT TRANCAM  ASSIGN TO WRK-PATH-TRANCAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRA-RM
                  FILE STATUS IS FS-TRANCAM.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT RELTRC ASSIGN TO WRK-PATH-RELTRC
                  FILE STATUS IS FS-RELTRC.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  TRANCAM.
       COPY "BOKTRAN".

       FD  ALUNOS.
       COPY "BOKALU".

      *-------------------- AREA DO RELATORIO DE TRANCAMENTOS ----------
       FD  RELTRC.

       01  ARQ-RELTRC                   PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-TRANCAM                   PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-RELTRC                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELTRC              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- SEMESTRE LETIVO CORRENTE AAAAS --------------------
       01  WRK-PERIODO.
           05 WRK-PER-ANO               PIC 9(04).
           05 WRK-PER-SEM               PIC 9(01).

      *------------- TOTAIS --------------------------------------------
       77  WRK-QTD-TERMINANDO           PIC 9(04)    VALUE ZEROS.
       77  WRK-QTD-EXCEDIDOS            PIC 9(04)    VALUE ZEROS.

      *------------- LINHA DO RELATORIO --------------------------------
       01  WRK-LINHA-TRANCAMENTO.
           05 WRK-LT-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-NOME               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-INICIO             PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-FIM                PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-QTD                PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LT-MOTIVO             PIC X(30).

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
           05 LINE  01 COLUMN 24 VALUE "TRANCAMENTOS E RETORNOS"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR O RELATORIO DE TRANCAMENTOS (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 52 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "TERMINAM NO SEMESTRE.".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-TERMINANDO.
           05 LINE  13 COLUMN 30 VALUE "PRAZO EXCEDIDO.......".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-EXCEDIDOS.

       01  SCR-DESISTENCIA.
           05 LINE  15 COLUMN 09 VALUE
                  "ENCAMINHAR EXCEDIDOS PARA DESISTENCIA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  15 COLUMN 56 USING WRK-OPCAO.

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
            PERFORM 0400-ENCAMINHAR.
            GOBACK.

      *-----------------------------------------------------------------
       0100-INICIALIZAR                                        SECTION.
      *-----------------------------------------------------------------

           DISPLAY SCR-TELA.

      *----------- ARQUIVOS CONSULTADOS (SOMENTE LEITURA) --------------
            OPEN INPUT TRANCAM.

            IF  FS-TRANCAM NOT EQUAL 0
                MOVE WRK-MSG-TRC-NAOTRANC      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE TRANCAM
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

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:4)             TO WRK-PER-ANO
           IF  WRK-DATA-HORA(5:2) LESS "07"
               MOVE 1                          TO WRK-PER-SEM
           ELSE
               MOVE 2                          TO WRK-PER-SEM
           END-IF.

           MOVE ZEROS                          TO WRK-QTD-TERMINANDO
                                                  WRK-QTD-EXCEDIDOS

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "TRANCAMENTOS_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELTRC

           OPEN OUTPUT RELTRC.

      *------------- PARTE 1: TERMINAM NO SEMESTRE CORRENTE ------------
           MOVE SPACES                         TO ARQ-RELTRC
           STRING "TRANCAMENTOS QUE TERMINAM NO SEMESTRE "
                  WRK-PERIODO
                  DELIMITED BY SIZE INTO ARQ-RELTRC
           WRITE ARQ-RELTRC.

           PERFORM 0210-IMPRIMIR-CABECALHO.

           PERFORM 0220-LISTAR-TERMINANDO.

      *------------- PARTE 2: PRAZO EXCEDIDO SEM RETORNO ---------------
           MOVE SPACES                         TO ARQ-RELTRC
           WRITE ARQ-RELTRC.

           MOVE SPACES                         TO ARQ-RELTRC
           STRING "TRANCAMENTOS VENCIDOS SEM RETORNO"
                  DELIMITED BY SIZE INTO ARQ-RELTRC
           WRITE ARQ-RELTRC.

           PERFORM 0210-IMPRIMIR-CABECALHO.

           PERFORM 0230-LISTAR-EXCEDIDOS.

           CLOSE RELTRC.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGRTRC"                     TO ARQ-LOG-PROGRAMA
           MOVE "TRANCAMENTOS E RETORNOS"      TO ARQ-LOG-RELATORIO
           COMPUTE ARQ-LOG-QTDREGISTROS =
                   WRK-QTD-TERMINANDO + WRK-QTD-EXCEDIDOS
           MOVE WRK-PATH-RELTRC                TO ARQ-LOG-ARQUIVOGERADO
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
       0210-IMPRIMIR-CABECALHO                                 SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO ARQ-RELTRC
           STRING "RM     NOME ALUNO           INICI FIM   QT "
                  "MOTIVO"
                  DELIMITED BY SIZE INTO ARQ-RELTRC
           WRITE ARQ-RELTRC.

      *-----------------------------------------------------------------
       0210-IMPRIMIR-CABECALHO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LISTAR-TERMINANDO                                  SECTION.
      *-----------------------------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-TRA-RM

           START TRANCAM KEY IS GREATER THAN OR EQUAL ARQ-TRA-RM
               INVALID KEY
                   GO TO 0220-LISTAR-TERMINANDO-99-FIM
           END-START.

           READ TRANCAM NEXT RECORD
               AT END
                   GO TO 0220-LISTAR-TERMINANDO-99-FIM
           END-READ.

           PERFORM UNTIL FS-TRANCAM NOT EQUAL ZEROS

               IF  ARQ-TRA-STATUS EQUAL "ATIVO"
               AND ARQ-TRA-PERIODO-FIM EQUAL WRK-PERIODO
                   PERFORM 0240-IMPRIMIR-TRANCAMENTO
                   ADD 1                       TO WRK-QTD-TERMINANDO
               END-IF

               READ TRANCAM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TRANCAM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TRANCAM.

      *-----------------------------------------------------------------
       0220-LISTAR-TERMINANDO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LISTAR-EXCEDIDOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- TRANCAMENTO AINDA ABERTO COM O ULTIMO SEMESTRE -----
      *----------- ANTERIOR AO CORRENTE --------------------------------

           MOVE LOW-VALUES                     TO ARQ-TRA-RM

           START TRANCAM KEY IS GREATER THAN OR EQUAL ARQ-TRA-RM
               INVALID KEY
                   GO TO 0230-LISTAR-EXCEDIDOS-99-FIM
           END-START.

           READ TRANCAM NEXT RECORD
               AT END
                   GO TO 0230-LISTAR-EXCEDIDOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-TRANCAM NOT EQUAL ZEROS

               IF  ARQ-TRA-STATUS EQUAL "ATIVO"
               AND ARQ-TRA-PERIODO-FIM LESS WRK-PERIODO
                   PERFORM 0240-IMPRIMIR-TRANCAMENTO
                   ADD 1                       TO WRK-QTD-EXCEDIDOS
               END-IF

               READ TRANCAM NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-TRANCAM
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-TRANCAM.

      *-----------------------------------------------------------------
       0230-LISTAR-EXCEDIDOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-IMPRIMIR-TRANCAMENTO                               SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-LT-NOME
           MOVE ARQ-TRA-RM                     TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               NOT INVALID KEY
                   MOVE ARQ-NOMEALUNO          TO WRK-LT-NOME
           END-READ.

           MOVE ARQ-TRA-RM                     TO WRK-LT-RM
           MOVE ARQ-TRA-PERIODO-INICIO         TO WRK-LT-INICIO
           MOVE ARQ-TRA-PERIODO-FIM            TO WRK-LT-FIM
           MOVE ARQ-TRA-QTD-SEMESTRES          TO WRK-LT-QTD
           MOVE ARQ-TRA-MOTIVO                 TO WRK-LT-MOTIVO
           MOVE WRK-LINHA-TRANCAMENTO          TO ARQ-RELTRC
           WRITE ARQ-RELTRC.

      *-----------------------------------------------------------------
       0240-IMPRIMIR-TRANCAMENTO-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  TRANCAM.

              IF  FS-TRANCAM NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             CLOSE  OPLOG.

      *-----------------------------------------------------------------
       0300-FINALIZAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0400-ENCAMINHAR                                         SECTION.
      *-----------------------------------------------------------------
      *----------- COM OS ARQUIVOS JA FECHADOS, A DESISTENCIA DOS -----
      *----------- EXCEDIDOS SEGUE PELO FLUXO NORMAL (PROGDESI) --------

           IF  WRK-QTD-EXCEDIDOS EQUAL ZEROS
               GO TO 0400-ENCAMINHAR-99-FIM
           END-IF.

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-DESISTENCIA.

           IF  WRK-OPCAO EQUAL "S" OR WRK-OPCAO EQUAL "s"
               CALL "PROGDESI" USING LNK-OPERADOR
           END-IF.

      *-----------------------------------------------------------------
       0400-ENCAMINHAR-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0900-MOSTRA                                             SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-RODAPE.

      *-----------------------------------------------------------------
       0900-MOSTRA-99-FIM                                      SECTION.
      *-----------------------------------------------------------------
