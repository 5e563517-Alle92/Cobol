       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGEXPR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: PROCESSAR O RETORNO DO SISTEMA FINANCEIRO PARA
      *----    UM LOTE DA EXPORTACAO DELTA (EXPRET.dat, LAYOUT
      *----    BOKEXPR), COM UMA SITUACAO POR REGISTRO ENVIADO.
      *----    O RETORNO SO E ACEITO INTEIRO: HEADER COM LOTE
      *----    ENVIADO E UM DETALHE POR REGISTRO DO LOTE.
      *----    ACEITO: O RM SAI DA FILA DE CORRECAO (EXPCORR.dat).
      *----    RECUSADO: O RM ENTRA (OU VOLTA) NA FILA COM O MOTIVO
      *----    E E REEMITIDO NO PROXIMO LOTE DO PROGEXPD.
      *----    O LOTE FICA CONFIRMADO, A MARCA DE CORTE DO
      *----    EXPCTRL.dat AVANCA ATE O FIM DA FAIXA DO LOTE E OS
      *----    LOTES ANTERIORES AINDA SEM RETORNO FICAM SUPERADOS.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- EXPRET            I             BOKEXPR
      *---- EXPLOTE          I/O            BOKEXPL
      *---- EXPCORR          I/O            BOKEXPC
      *---- EXPCTRL          I/O            BOKEXCT
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
           SELECT EXPRET   ASSIGN TO WRK-PATH-EXPRET
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EXPRET.

           SELECT EXPLOTE  ASSIGN TO WRK-PATH-EXPLOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EXL-LOTE
                  FILE STATUS IS FS-EXPLOTE.

           SELECT EXPCORR  ASSIGN TO WRK-PATH-EXPCORR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EXC-RM
                  FILE STATUS IS FS-EXPCORR.

           SELECT EXPCTRL  ASSIGN TO WRK-PATH-EXPCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EXPCTRL.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  EXPRET.
       COPY "BOKEXPR".

       FD  EXPLOTE.
       COPY "BOKEXPL".

       FD  EXPCORR.
       COPY "BOKEXPC".

       FD  EXPCTRL.
       COPY "BOKEXCT".

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-EXPRET                    PIC 9(02).
       77  FS-EXPLOTE                   PIC 9(02).
       77  FS-EXPCORR                   PIC 9(02).
       77  FS-EXPCTRL                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- LOTE DO RETORNO -----------------------------------
       77  WRK-LOTE                     PIC 9(06) VALUE ZEROS.
       77  WRK-MARCA-FIM                PIC X(14) VALUE SPACES.
      *--- "S" = RETORNO CONFERIDO E PRONTO PARA SER APLICADO ----------
       77  WRK-RETORNO-OK               PIC X(01) VALUE "N".

      *------------- CONTADORES DO RETORNO -----------------------------
       77  WRK-QTD-DETALHES             PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-TRAILER              PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-ACEITOS              PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-RECUSADOS            PIC 9(06)     VALUE ZEROS.
       77  WRK-QTD-SUPERADOS            PIC 9(06)     VALUE ZEROS.

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
                  "RETORNO DA EXPORTACAO DELTA FINANCEIRO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "PROCESSAR O RETORNO DO FINANCEIRO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 52 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "LOTE CONFIRMADO......".
           05 LINE  12 COLUMN 55 FROM  WRK-LOTE.
           05 LINE  13 COLUMN 30 VALUE "REGISTROS ACEITOS....".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-ACEITOS.
           05 LINE  14 COLUMN 30 VALUE "REGISTROS RECUSADOS..".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-RECUSADOS.
           05 LINE  15 COLUMN 30 VALUE "LOTES SUPERADOS......".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-SUPERADOS.

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

      *----------- ABERTURA DO ARQUIVO DE RETORNO DO FINANCEIRO --------
            OPEN INPUT EXPRET.

            IF  FS-EXPRET NOT EQUAL 0
                EVALUATE FS-EXPRET
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

      *----------- ABERTURA DOS LOTES ENVIADOS -------------------------
            OPEN I-O EXPLOTE.

            IF  FS-EXPLOTE NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE EXPRET
                GOBACK
            END-IF.

      *----------- FILA DE CORRECAO DOS RMS RECUSADOS ------------------
            OPEN I-O EXPCORR.

            IF  FS-EXPCORR EQUAL 35
                OPEN OUTPUT EXPCORR
                CLOSE       EXPCORR
                OPEN I-O    EXPCORR
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

      *----------- PRIMEIRA LEITURA: CONFERE O RETORNO INTEIRO ---------
           PERFORM 0210-CONFERIR-RETORNO.

           IF  WRK-RETORNO-OK NOT EQUAL "S"
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- SEGUNDA LEITURA: APLICA CADA SITUACAO ---------------
           CLOSE EXPRET
           OPEN INPUT EXPRET

           READ EXPRET
               AT END
                   MOVE 9                      TO FS-EXPRET
           END-READ.

           PERFORM UNTIL FS-EXPRET NOT EQUAL ZEROS

               IF  ARQ-ERT-TIPO EQUAL "1"
                   PERFORM 0230-TRATAR-REGISTRO
               END-IF

               READ EXPRET
                   AT END
                       MOVE 9                  TO FS-EXPRET
               END-READ

           END-PERFORM.

      *----------- BAIXA DO LOTE ---------------------------------------
           MOVE WRK-LOTE                       TO ARQ-EXL-LOTE
           READ EXPLOTE KEY IS ARQ-EXL-LOTE
               INVALID KEY
                   GO TO 0200-PROCESSAR-99-FIM
           END-READ.

           MOVE ARQ-EXL-MARCA-FIM              TO WRK-MARCA-FIM
           MOVE "CONFIRMADO"                   TO ARQ-EXL-SITUACAO
           MOVE WRK-DATA-HORA(1:14)         TO ARQ-EXL-DATAHORA-RETORNO
           MOVE LNK-OPERADOR                   TO ARQ-EXL-OPER-RETORNO
           MOVE WRK-QTD-ACEITOS                TO ARQ-EXL-QTD-ACEITOS
           MOVE WRK-QTD-RECUSADOS              TO ARQ-EXL-QTD-RECUSADOS
           REWRITE ARQ-DADOS-EXPLOTE.

           PERFORM 0250-EFETIVAR-MARCA.
           PERFORM 0260-SUPERAR-ANTERIORES.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGEXPR"                     TO ARQ-LOG-PROGRAMA
           MOVE "RETORNO EXPORTACAO DELTA"     TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-DETALHES               TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-EXPRET                TO ARQ-LOG-ARQUIVOGERADO
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
       0210-CONFERIR-RETORNO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- O PRIMEIRO REGISTRO E O HEADER COM O LOTE; O LOTE --
      *----------- TEM DE ESTAR ENVIADO (OU SUPERADO) E O RETORNO -----
      *----------- TRAZ UM DETALHE POR REGISTRO EXPORTADO. QUALQUER ---
      *----------- FALHA RECUSA O ARQUIVO SEM TOCAR EM NADA -----------

           MOVE "N"                            TO WRK-RETORNO-OK
           MOVE ZEROS                          TO WRK-QTD-DETALHES
                                                  WRK-QTD-TRAILER

           READ EXPRET
               AT END
                   MOVE 9                      TO FS-EXPRET
           END-READ.

           IF  FS-EXPRET NOT EQUAL ZEROS
           OR  ARQ-ERT-TIPO NOT EQUAL "0"
           OR  ARQ-ERT-LOTE IS NOT NUMERIC
               MOVE WRK-MSG-EXP-LAYOUT         TO WRK-MSG
               GO TO 0210-CONFERIR-RETORNO-99-FIM
           END-IF.

           MOVE ARQ-ERT-LOTE                   TO WRK-LOTE
           MOVE WRK-LOTE                       TO ARQ-EXL-LOTE
           READ EXPLOTE KEY IS ARQ-EXL-LOTE
               INVALID KEY
                   MOVE WRK-MSG-EXP-LOTEINV    TO WRK-MSG
                   GO TO 0210-CONFERIR-RETORNO-99-FIM
           END-READ.

           IF  ARQ-EXL-SITUACAO EQUAL "CONFIRMADO"
               MOVE WRK-MSG-EXP-JACONF         TO WRK-MSG
               GO TO 0210-CONFERIR-RETORNO-99-FIM
           END-IF.

           READ EXPRET
               AT END
                   MOVE 9                      TO FS-EXPRET
           END-READ.

           PERFORM UNTIL FS-EXPRET NOT EQUAL ZEROS

               EVALUATE ARQ-ERT-TIPO
                   WHEN "1"
                       IF  ARQ-ERT-SITUACAO NOT EQUAL "A"
                       AND ARQ-ERT-SITUACAO NOT EQUAL "R"
                           MOVE WRK-MSG-EXP-INCOMPL TO WRK-MSG
                           GO TO 0210-CONFERIR-RETORNO-99-FIM
                       END-IF
                       ADD 1                   TO WRK-QTD-DETALHES
                   WHEN "9"
                       IF  ARQ-ERT-QTD-REGISTROS IS NUMERIC
                           MOVE ARQ-ERT-QTD-REGISTROS
                                               TO WRK-QTD-TRAILER
                       END-IF
               END-EVALUATE

               READ EXPRET
                   AT END
                       MOVE 9                  TO FS-EXPRET
               END-READ

           END-PERFORM.

           IF  WRK-QTD-DETALHES NOT EQUAL ARQ-EXL-QTD-REGISTROS
           OR (WRK-QTD-TRAILER NOT EQUAL ZEROS AND
               WRK-QTD-TRAILER NOT EQUAL WRK-QTD-DETALHES)
               MOVE WRK-MSG-EXP-INCOMPL        TO WRK-MSG
               GO TO 0210-CONFERIR-RETORNO-99-FIM
           END-IF.

           MOVE "S"                            TO WRK-RETORNO-OK.

      *-----------------------------------------------------------------
       0210-CONFERIR-RETORNO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-TRATAR-REGISTRO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- RM JA REEMITIDO EM LOTE POSTERIOR: QUEM DECIDE E ---
      *----------- O RETORNO DAQUELE LOTE, ESTE E SO CONTADO ----------

           MOVE ARQ-ERT-RM                     TO ARQ-EXC-RM
           READ EXPCORR KEY IS ARQ-EXC-RM
               INVALID KEY
                   MOVE 23                     TO FS-EXPCORR
           END-READ.

           IF  ARQ-ERT-SITUACAO EQUAL "A"
               ADD 1                           TO WRK-QTD-ACEITOS
               IF  FS-EXPCORR EQUAL ZEROS
               AND ARQ-EXC-LOTE NOT GREATER WRK-LOTE
                   DELETE EXPCORR RECORD
               END-IF
               GO TO 0230-TRATAR-REGISTRO-99-FIM
           END-IF.

           ADD 1                               TO WRK-QTD-RECUSADOS.

           IF  FS-EXPCORR EQUAL ZEROS
               IF  ARQ-EXC-LOTE GREATER WRK-LOTE
                   GO TO 0230-TRATAR-REGISTRO-99-FIM
               END-IF
               MOVE ARQ-ERT-MOTIVO             TO ARQ-EXC-MOTIVO
               MOVE WRK-LOTE                   TO ARQ-EXC-LOTE
               MOVE WRK-DATA-HORA(1:14)     TO ARQ-EXC-DATAHORA-RECUSA
               ADD 1                           TO ARQ-EXC-QTD-RECUSAS
               MOVE "PENDENTE"                 TO ARQ-EXC-SITUACAO
               REWRITE ARQ-DADOS-EXPCORR
           ELSE
               MOVE ARQ-ERT-RM                 TO ARQ-EXC-RM
               MOVE ARQ-ERT-MARCA              TO ARQ-EXC-MARCA
               MOVE WRK-LOTE                   TO ARQ-EXC-LOTE
               MOVE ARQ-ERT-MOTIVO             TO ARQ-EXC-MOTIVO
               MOVE WRK-DATA-HORA(1:14)     TO ARQ-EXC-DATAHORA-RECUSA
               MOVE 1                          TO ARQ-EXC-QTD-RECUSAS
               MOVE "PENDENTE"                 TO ARQ-EXC-SITUACAO
               WRITE ARQ-DADOS-EXPCORR
           END-IF.

      *-----------------------------------------------------------------
       0230-TRATAR-REGISTRO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-EFETIVAR-MARCA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- A MARCA CONFIRMADA SO ANDA PARA A FRENTE: RETORNO --
      *----------- ATRASADO DE LOTE MAIS ANTIGO NAO A FAZ VOLTAR ------

           OPEN INPUT EXPCTRL.

           IF  FS-EXPCTRL EQUAL ZEROS
               READ EXPCTRL
                   AT END
                       MOVE SPACES             TO ARQ-EXP-ULT-DATAHORA
                       COMPUTE ARQ-EXP-PROXLOTE = WRK-LOTE + 1
               END-READ
               CLOSE EXPCTRL
           ELSE
               MOVE SPACES                     TO ARQ-EXP-ULT-DATAHORA
               COMPUTE ARQ-EXP-PROXLOTE = WRK-LOTE + 1
           END-IF.

           IF  WRK-MARCA-FIM NOT GREATER ARQ-EXP-ULT-DATAHORA
               GO TO 0250-EFETIVAR-MARCA-99-FIM
           END-IF.

           MOVE WRK-MARCA-FIM                  TO ARQ-EXP-ULT-DATAHORA
           OPEN OUTPUT EXPCTRL
           WRITE ARQ-EXPCTRL
           CLOSE EXPCTRL.

      *-----------------------------------------------------------------
       0250-EFETIVAR-MARCA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-SUPERAR-ANTERIORES                                 SECTION.
      *-----------------------------------------------------------------
      *----------- LOTE ANTERIOR SEM RETORNO PARTIU DE MARCA IGUAL OU -
      *----------- MAIS ANTIGA QUE ESTE, QUE JA COBRIU A FAIXA DELE ---

           MOVE ZEROS                          TO ARQ-EXL-LOTE

           START EXPLOTE KEY IS GREATER THAN OR EQUAL ARQ-EXL-LOTE
               INVALID KEY
                   GO TO 0260-SUPERAR-ANTERIORES-99-FIM
           END-START.

           READ EXPLOTE NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EXPLOTE
           END-READ.

           PERFORM UNTIL FS-EXPLOTE NOT EQUAL ZEROS
                      OR ARQ-EXL-LOTE NOT LESS WRK-LOTE

               IF  ARQ-EXL-SITUACAO EQUAL "ENVIADO"
                   MOVE "SUPERADO"             TO ARQ-EXL-SITUACAO
                   REWRITE ARQ-DADOS-EXPLOTE
                   ADD 1                       TO WRK-QTD-SUPERADOS
               END-IF

               READ EXPLOTE NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EXPLOTE
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-EXPLOTE.

      *-----------------------------------------------------------------
       0260-SUPERAR-ANTERIORES-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  EXPRET.

             CLOSE  EXPLOTE.

             CLOSE  EXPCORR.

             CLOSE OPLOG.

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
