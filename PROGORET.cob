       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGORET.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: PROCESSAR O RETORNO DO BANCO PARA O ARQUIVO DE
      *----    PAGAMENTOS (RETPAGTO.dat, LAYOUT BOKORET). CADA ORDEM
      *----    ENVIADA E BAIXADA COMO PAGO (OCORRENCIA "00") OU
      *----    RECUSADO (DEMAIS OCORRENCIAS, COM O MOTIVO).
      *----    PAGO: O REEMBOLSO FICA PAGO; O SALDO CREDOR E ABATIDO
      *----    DO VALOR DEVOLVIDO.
      *----    RECUSADO: O REEMBOLSO OU O SALDO CREDOR VOLTA A FICAR
      *----    LIVRE PARA NOVA ORDEM (COM OS DADOS BANCARIOS
      *----    CORRIGIDOS). CADA BAIXA VAI PARA AUDITORIA.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- RETPAGTO          I             BOKORET
      *---- ORDPAG            I/O           BOKORDP
      *---- REEMBOLSO         I/O           BOKREMB
      *---- CREDITO           I/O           BOKCRED
      *---- AUDITORIA         E             BOKAUDIT
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
           SELECT RETPAGTO ASSIGN TO WRK-PATH-RETPAGTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-RETPAGTO.

           SELECT ORDPAG  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDPAG.

           SELECT REEMBOLSO  ASSIGN TO WRK-PATH-REEMBOLSO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REE-RM
                  FILE STATUS IS FS-REEMBOLSO.

           SELECT CREDITO  ASSIGN TO WRK-PATH-CREDITO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CRE-RM
                  FILE STATUS IS FS-CREDITO.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  RETPAGTO.
       COPY "BOKORET".

       FD  ORDPAG.
       COPY "BOKORDP".

       FD  REEMBOLSO.
       COPY "BOKREMB".

       FD  CREDITO.
       COPY "BOKCRED".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-RETPAGTO                  PIC 9(02).
       77  FS-ORDPAG                    PIC 9(02).
       77  FS-REEMBOLSO                 PIC 9(02).
       77  FS-CREDITO                   PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- CONTADORES DO RETORNO -----------------------------
       77  WRK-QTD-PAGOS                PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS            PIC 9(06)     VALUE ZEROS.
      *--- ORDEM INEXISTENTE OU QUE NAO ESTAVA ENVIADA (RETORNO -------
      *--- REPETIDO): NAO E BAIXADA DE NOVO ----------------------------
       77  WRK-QTD-IGNORADOS            PIC 9(06)     VALUE ZEROS.

       01  WRK-ORDEM-TXT.
           05 FILLER                    PIC X(12) VALUE "ORDEM PAGTO ".
           05 WRK-ORDEM-TXT-NUM         PIC 9(06).

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
                  "RETORNO DO ARQUIVO DE PAGAMENTOS"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "PROCESSAR O RETORNO DE PAGAMENTOS (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 52 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "ORDENS PAGAS.........".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-PAGOS.
           05 LINE  13 COLUMN 30 VALUE "ORDENS RECUSADAS.....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-RECUSADOS.
           05 LINE  14 COLUMN 30 VALUE "ORDENS IGNORADAS.....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-IGNORADOS.

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

      *----------- ABERTURA DO ARQUIVO DE RETORNO DO BANCO -------------
            OPEN INPUT RETPAGTO.

            IF  FS-RETPAGTO NOT EQUAL 0
                EVALUATE FS-RETPAGTO
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

      *----------- ABERTURA DAS ORDENS DE PAGAMENTO --------------------
            OPEN I-O ORDPAG.

            IF  FS-ORDPAG NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE RETPAGTO
                GOBACK
            END-IF.

      *----------- REEMBOLSOS E SALDOS RESERVADOS PELAS ORDENS --------
            OPEN I-O REEMBOLSO.

            IF  FS-REEMBOLSO EQUAL 35
                OPEN OUTPUT REEMBOLSO
                CLOSE       REEMBOLSO
                OPEN I-O    REEMBOLSO
            END-IF.

            OPEN I-O CREDITO.

            IF  FS-CREDITO EQUAL 35
                OPEN OUTPUT CREDITO
                CLOSE       CREDITO
                OPEN I-O    CREDITO
            END-IF.

      *----------- ABERTURA DA TRILHA DE AUDITORIA (ACRESCENTA AO FIM) -
            OPEN EXTEND AUDITORIA.

            IF  FS-AUDITORIA EQUAL 35
                OPEN OUTPUT AUDITORIA
                CLOSE       AUDITORIA
                OPEN EXTEND AUDITORIA
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
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA

           READ RETPAGTO
               AT END
                   MOVE 9                      TO FS-RETPAGTO
           END-READ.

      *--------------------- AREA DE VARREDURA DO RETORNO --------------
           PERFORM UNTIL FS-RETPAGTO NOT EQUAL ZEROS

               IF  ARQ-RPG-TIPO EQUAL "1"
                   PERFORM 0210-TRATAR-ORDEM
               END-IF

               READ RETPAGTO
                   AT END
                       MOVE 9                  TO FS-RETPAGTO
               END-READ

           END-PERFORM.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGORET"                     TO ARQ-LOG-PROGRAMA
           MOVE "RETORNO DE PAGAMENTOS"        TO ARQ-LOG-RELATORIO
           COMPUTE ARQ-LOG-QTDREGISTROS = WRK-QTD-PAGOS
                                        + WRK-QTD-RECUSADOS
           MOVE WRK-PATH-RETPAGTO              TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-MSG-ORD-RETORNO            TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-TRATAR-ORDEM                                       SECTION.
      *-----------------------------------------------------------------
      *----------- SO A ORDEM ENVIADA E BAIXADA; ORDEM JA BAIXADA -----
      *----------- (RETORNO PROCESSADO DE NOVO) E IGNORADA -------------

           MOVE ARQ-RPG-ORDEM                  TO ARQ-ORD-NUMERO
           READ ORDPAG KEY IS ARQ-ORD-NUMERO
               INVALID KEY
                   ADD 1                       TO WRK-QTD-IGNORADOS
                   GO TO 0210-TRATAR-ORDEM-99-FIM
           END-READ.

           IF  ARQ-ORD-STATUS NOT EQUAL "ENVIADO"
               ADD 1                           TO WRK-QTD-IGNORADOS
               GO TO 0210-TRATAR-ORDEM-99-FIM
           END-IF.

           IF  ARQ-RPG-OCORRENCIA EQUAL "00"
               MOVE "PAGO"                     TO ARQ-ORD-STATUS
               MOVE ARQ-RPG-DATA-PAGTO         TO ARQ-ORD-DATA-PAGTO
               MOVE SPACES                     TO ARQ-ORD-MOTIVO
               REWRITE ARQ-DADOS-ORDPAG
               PERFORM 0220-BAIXAR-PAGO
               ADD 1                           TO WRK-QTD-PAGOS
           ELSE
               MOVE "RECUSADO"                 TO ARQ-ORD-STATUS
               MOVE ARQ-RPG-MOTIVO             TO ARQ-ORD-MOTIVO
               REWRITE ARQ-DADOS-ORDPAG
               PERFORM 0230-LIBERAR-RESERVA
               ADD 1                           TO WRK-QTD-RECUSADOS
           END-IF.

           PERFORM 0240-AUDITAR-BAIXA.

      *-----------------------------------------------------------------
       0210-TRATAR-ORDEM-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-BAIXAR-PAGO                                        SECTION.
      *-----------------------------------------------------------------
      *----------- REEMBOLSO: FICA PAGO E GUARDA A ORDEM QUE O PAGOU --
      *----------- CREDITO: O VALOR DEVOLVIDO SAI DO SALDO DO ALUNO ----

           IF  ARQ-ORD-ORIGEM EQUAL "R"
               MOVE ARQ-ORD-RM                 TO ARQ-REE-RM
               READ REEMBOLSO KEY IS ARQ-REE-RM
                   INVALID KEY
                       GO TO 0220-BAIXAR-PAGO-99-FIM
               END-READ
               MOVE "PAGO"                     TO ARQ-REE-STATUS
               MOVE ARQ-ORD-NUMERO             TO ARQ-REE-ORDEM
               REWRITE ARQ-DADOS-REEMBOLSO
           ELSE
               MOVE ARQ-ORD-RM                 TO ARQ-CRE-RM
               READ CREDITO KEY IS ARQ-CRE-RM
                   INVALID KEY
                       GO TO 0220-BAIXAR-PAGO-99-FIM
               END-READ
               IF  ARQ-CRE-SALDO GREATER ARQ-ORD-VALOR
                   SUBTRACT ARQ-ORD-VALOR      FROM ARQ-CRE-SALDO
               ELSE
                   MOVE ZEROS                  TO ARQ-CRE-SALDO
               END-IF
               MOVE ARQ-ORD-NUMERO             TO WRK-ORDEM-TXT-NUM
               MOVE WRK-ORDEM-TXT              TO ARQ-CRE-ORIGEM
               MOVE ARQ-ORD-DATA-PAGTO         TO ARQ-CRE-DATA-MOV
               MOVE ZEROS                      TO ARQ-CRE-ORDEM
               REWRITE ARQ-DADOS-CREDITO
           END-IF.

      *-----------------------------------------------------------------
       0220-BAIXAR-PAGO-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LIBERAR-RESERVA                                    SECTION.
      *-----------------------------------------------------------------
      *----------- ORDEM RECUSADA PELO BANCO: O REEMBOLSO OU O SALDO --
      *----------- CREDOR VOLTA A FICAR LIVRE PARA NOVA ORDEM ----------

           IF  ARQ-ORD-ORIGEM EQUAL "R"
               MOVE ARQ-ORD-RM                 TO ARQ-REE-RM
               READ REEMBOLSO KEY IS ARQ-REE-RM
                   INVALID KEY
                       GO TO 0230-LIBERAR-RESERVA-99-FIM
               END-READ
               IF  ARQ-REE-ORDEM EQUAL ARQ-ORD-NUMERO
                   MOVE ZEROS                  TO ARQ-REE-ORDEM
                   REWRITE ARQ-DADOS-REEMBOLSO
               END-IF
           ELSE
               MOVE ARQ-ORD-RM                 TO ARQ-CRE-RM
               READ CREDITO KEY IS ARQ-CRE-RM
                   INVALID KEY
                       GO TO 0230-LIBERAR-RESERVA-99-FIM
               END-READ
               IF  ARQ-CRE-ORDEM EQUAL ARQ-ORD-NUMERO
                   MOVE ZEROS                  TO ARQ-CRE-ORDEM
                   REWRITE ARQ-DADOS-CREDITO
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       0230-LIBERAR-RESERVA-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-AUDITAR-BAIXA                                      SECTION.
      *-----------------------------------------------------------------
      *----------- GRAVA A BAIXA DA ORDEM: ANTES = ENVIADO, DEPOIS = ---
      *----------- PAGO OU RECUSADO COM O MOTIVO DO BANCO --------------

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-AUD-DATAHORA
           MOVE "PROGORET"                     TO ARQ-AUD-PROGRAMA
           MOVE "ORDEMPAGTO"                   TO ARQ-AUD-OPERACAO
           MOVE ARQ-ORD-RM                     TO ARQ-AUD-RM
           MOVE ARQ-ORD-NOME                   TO ARQ-AUD-NOMEALUNO
           MOVE LNK-OPERADOR                   TO ARQ-AUD-OPERADOR
           MOVE "STATUS"                       TO ARQ-AUD-CAMPO
           MOVE "ENVIADO"                      TO ARQ-AUD-ANTES
           MOVE SPACES                         TO ARQ-AUD-DEPOIS
           STRING ARQ-ORD-STATUS DELIMITED BY SPACE
                  " " ARQ-ORD-MOTIVO DELIMITED BY SIZE
                  INTO ARQ-AUD-DEPOIS
           WRITE ARQ-DADOS-AUDITORIA.

      *-----------------------------------------------------------------
       0240-AUDITAR-BAIXA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  RETPAGTO.

             CLOSE  ORDPAG.

              IF  FS-ORDPAG NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  REEMBOLSO.

             CLOSE  CREDITO.

             CLOSE  AUDITORIA.

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
