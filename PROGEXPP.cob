       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGEXPP.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DE PENDENCIAS DA EXPORTACAO DELTA
      *----    FINANCEIRO, PARA A OPERACAO COBRAR O LADO FINANCEIRO.
      *----    PARTE 1: LOTES ENVIADOS (EXPLOTE.dat) SEM RETORNO HA
      *----    MAIS DE EXPACK-HORAS HORAS (PARAMET.dat, PADRAO 24).
      *----    PARTE 2: RMS NA FILA DE CORRECAO (EXPCORR.dat) COM O
      *----    ULTIMO MOTIVO DE RECUSA. NAO PEDE DADOS NA TELA:
      *----    PODE SER AGENDADO (JOBS.dat/AGENDA.dat).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- EXPLOTE           I             BOKEXPL
      *---- EXPCORR           I             BOKEXPC
      *---- RELEXPP           O              ----
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

           SELECT RELEXPP ASSIGN TO WRK-PATH-RELEXPP
                  FILE STATUS IS FS-RELEXPP.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  EXPLOTE.
       COPY "BOKEXPL".

       FD  EXPCORR.
       COPY "BOKEXPC".

      *-------------------- AREA DO RELATORIO DE PENDENCIAS ------------
       FD  RELEXPP.

       01  ARQ-RELEXPP                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-EXPLOTE                   PIC 9(02).
       77  FS-EXPCORR                   PIC 9(02).
       77  FS-RELEXPP                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELEXPP             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = ARQUIVO OPCIONAL ABERTO NESTA EXECUCAO ----------------
       77  WRK-ABRIU-EXPLOTE            PIC X(01) VALUE "N".
       77  WRK-ABRIU-EXPCORR            PIC X(01) VALUE "N".

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
      *--- HORAS SEM RETORNO A PARTIR DAS QUAIS O LOTE E COBRADO ------
       77  WRK-HORAS-LIMITE             PIC 9(04)    VALUE 24.

      *------------- CALCULO DAS HORAS DESDE O ENVIO -------------------
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-HORAS                    PIC S9(07) VALUE ZEROS.
      *--- INICIO DO NOME DO ARQUIVO DEPOIS DA PASTA BASE --------------
       77  WRK-POS-NOME                 PIC 9(03) VALUE 1.

      *------------- TOTAIS DO RELATORIO -------------------------------
       77  WRK-QTD-LINHAS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOTES                PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CORRECOES            PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-TITULO.
           05 WRK-LTI-TEXTO             PIC X(50).
           05 WRK-LTI-COMPL             PIC X(30).

       01  WRK-CAB-LOTE.
           05 FILLER                    PIC X(08) VALUE "LOTE".
           05 FILLER                    PIC X(17) VALUE "ENVIADO EM".
           05 FILLER                    PIC X(07) VALUE "HORAS".
           05 FILLER                    PIC X(07) VALUE "REGS".
           05 FILLER                    PIC X(41) VALUE "ARQUIVO".

       01  WRK-DET-LOTE.
           05 WRK-DLO-LOTE              PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-DLO-ENVIO             PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DLO-HORAS             PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DLO-QTD               PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DLO-ARQUIVO           PIC X(41).

       01  WRK-CAB-CORRECAO.
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(02) VALUE "M".
           05 FILLER                    PIC X(08) VALUE "LOTE".
           05 FILLER                    PIC X(11) VALUE "SITUACAO".
           05 FILLER                    PIC X(05) VALUE "REC".
           05 FILLER                    PIC X(40) VALUE "MOTIVO".

       01  WRK-DET-CORRECAO.
           05 WRK-DCO-RM                PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DCO-MARCA             PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DCO-LOTE              PIC 9(06).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-DCO-SITUACAO          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DCO-RECUSAS           PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-DCO-MOTIVO            PIC X(40).

       01  WRK-LINHA-TOT.
           05 WRK-LT-DESCRICAO          PIC X(34).
           05 WRK-LT-QTD-ED             PIC ZZZZZ9.

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
                  "PENDENCIAS DA EXPORTACAO DELTA FINANCEIRO"
                  BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  11 COLUMN 20 VALUE "HORAS SEM RETORNO PARA COBRAR".
           05 LINE  11 COLUMN 51 FROM  WRK-HORAS-LIMITE.
           05 LINE  12 COLUMN 20 VALUE "LOTES SEM RETORNO............".
           05 LINE  12 COLUMN 51 FROM  WRK-QTD-LOTES.
           05 LINE  13 COLUMN 20 VALUE "RMS NA FILA DE CORRECAO......".
           05 LINE  13 COLUMN 51 FROM  WRK-QTD-CORRECOES.

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

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "EXPACK-HORAS"                TO WRK-PARM-CODIGO
           MOVE WRK-HORAS-LIMITE              TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-HORAS-LIMITE.

           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HORA(1:8))).

           COMPUTE WRK-POS-NOME =
                   FUNCTION LENGTH(FUNCTION TRIM(WRK-PATH-BASE)) + 1.

      *----------- SEM LOTE ENVIADO OU SEM FILA O RELATORIO SAI VAZIO -
            MOVE "N"                          TO WRK-ABRIU-EXPLOTE
                                                 WRK-ABRIU-EXPCORR

            OPEN INPUT EXPLOTE.
            IF  FS-EXPLOTE EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-EXPLOTE
            END-IF.

            OPEN INPUT EXPCORR.
            IF  FS-EXPCORR EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-EXPCORR
            END-IF.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "PENDEXP_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELEXPP

           OPEN OUTPUT RELEXPP.

      *--------------------- PARTE 1: LOTES SEM RETORNO ----------------
           MOVE SPACES                         TO WRK-LINHA-TITULO
           STRING "LOTES SEM RETORNO HA MAIS DE " WRK-HORAS-LIMITE
                  " HORAS"
                  DELIMITED BY SIZE INTO WRK-LTI-TEXTO
           MOVE WRK-LINHA-TITULO               TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           MOVE WRK-CAB-LOTE                   TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           IF  WRK-ABRIU-EXPLOTE EQUAL "S"
               PERFORM 0210-LISTAR-LOTES
           END-IF.

      *--------------------- PARTE 2: FILA DE CORRECAO -----------------
           MOVE SPACES                         TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           MOVE SPACES                         TO WRK-LINHA-TITULO
           MOVE "RMS RECUSADOS NA FILA DE CORRECAO"
                                               TO WRK-LTI-TEXTO
           MOVE WRK-LINHA-TITULO               TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           MOVE WRK-CAB-CORRECAO               TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           IF  WRK-ABRIU-EXPCORR EQUAL "S"
               PERFORM 0220-LISTAR-CORRECOES
           END-IF.

      *----------- TOTAIS ----------------------------------------------
           MOVE SPACES                         TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           MOVE "TOTAL DE LOTES SEM RETORNO"   TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-LOTES                  TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           MOVE "TOTAL DE RMS NA FILA"         TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-CORRECOES              TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           CLOSE RELEXPP.

           COMPUTE WRK-QTD-LINHAS = WRK-QTD-LOTES + WRK-QTD-CORRECOES.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
           OPEN EXTEND OPLOG.

           IF  FS-OPLOG EQUAL 35
               OPEN OUTPUT OPLOG
               CLOSE       OPLOG
               OPEN EXTEND OPLOG
           END-IF.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGEXPP"                     TO ARQ-LOG-PROGRAMA
           MOVE "PENDENCIAS EXPORTACAO DELTA"  TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELEXPP               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           CLOSE OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LISTAR-LOTES                                       SECTION.
      *-----------------------------------------------------------------
      *----------- SO O LOTE AINDA ENVIADO: O SUPERADO JA FOI COBERTO -
      *----------- POR UM LOTE POSTERIOR CONFIRMADO -------------------

           MOVE ZEROS                          TO ARQ-EXL-LOTE

           START EXPLOTE KEY IS GREATER THAN OR EQUAL ARQ-EXL-LOTE
               INVALID KEY
                   GO TO 0210-LISTAR-LOTES-99-FIM
           END-START.

           READ EXPLOTE NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EXPLOTE
           END-READ.

           PERFORM UNTIL FS-EXPLOTE NOT EQUAL ZEROS

               IF  ARQ-EXL-SITUACAO EQUAL "ENVIADO"
                   PERFORM 0215-CONFERIR-LOTE
               END-IF

               READ EXPLOTE NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EXPLOTE
               END-READ

           END-PERFORM.

      *-----------------------------------------------------------------
       0210-LISTAR-LOTES-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CONFERIR-LOTE                                      SECTION.
      *-----------------------------------------------------------------
      *----------- HORAS DESDE O ENVIO = DIAS X 24 + DIFERENCA DE -----
      *----------- HORA DO DIA (BASTA PARA COBRAR EM HORAS CHEIAS) ----

           IF  ARQ-EXL-DATAHORA-ENVIO(1:10) IS NOT NUMERIC
               GO TO 0215-CONFERIR-LOTE-99-FIM
           END-IF.

           COMPUTE WRK-HORAS =
                   (WRK-HOJE-INT -
                    FUNCTION INTEGER-OF-DATE
                     (FUNCTION NUMVAL(ARQ-EXL-DATAHORA-ENVIO(1:8))))
                   * 24
                 + FUNCTION NUMVAL(WRK-DATA-HORA(9:2))
                 - FUNCTION NUMVAL(ARQ-EXL-DATAHORA-ENVIO(9:2)).

           IF  WRK-HORAS LESS WRK-HORAS-LIMITE
               GO TO 0215-CONFERIR-LOTE-99-FIM
           END-IF.

           MOVE ARQ-EXL-LOTE                   TO WRK-DLO-LOTE
           MOVE SPACES                         TO WRK-DLO-ENVIO
           STRING ARQ-EXL-DATAHORA-ENVIO(7:2) "/"
                  ARQ-EXL-DATAHORA-ENVIO(5:2) "/"
                  ARQ-EXL-DATAHORA-ENVIO(1:4) " "
                  ARQ-EXL-DATAHORA-ENVIO(9:2) ":"
                  ARQ-EXL-DATAHORA-ENVIO(11:2)
                  DELIMITED BY SIZE INTO WRK-DLO-ENVIO
           MOVE WRK-HORAS                      TO WRK-DLO-HORAS
           MOVE ARQ-EXL-QTD-REGISTROS          TO WRK-DLO-QTD
      *----------- SO O NOME DO ARQUIVO, SEM A PASTA BASE -------------
           MOVE ARQ-EXL-ARQUIVO(WRK-POS-NOME:) TO WRK-DLO-ARQUIVO
           MOVE WRK-DET-LOTE                   TO ARQ-RELEXPP
           WRITE ARQ-RELEXPP.

           ADD 1                               TO WRK-QTD-LOTES.

      *-----------------------------------------------------------------
       0215-CONFERIR-LOTE-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LISTAR-CORRECOES                                   SECTION.
      *-----------------------------------------------------------------

           MOVE LOW-VALUES                     TO ARQ-EXC-RM

           START EXPCORR KEY IS GREATER THAN OR EQUAL ARQ-EXC-RM
               INVALID KEY
                   GO TO 0220-LISTAR-CORRECOES-99-FIM
           END-START.

           READ EXPCORR NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EXPCORR
           END-READ.

           PERFORM UNTIL FS-EXPCORR NOT EQUAL ZEROS

               MOVE ARQ-EXC-RM                 TO WRK-DCO-RM
               MOVE ARQ-EXC-MARCA              TO WRK-DCO-MARCA
               MOVE ARQ-EXC-LOTE               TO WRK-DCO-LOTE
               MOVE ARQ-EXC-SITUACAO           TO WRK-DCO-SITUACAO
               MOVE ARQ-EXC-QTD-RECUSAS        TO WRK-DCO-RECUSAS
               MOVE ARQ-EXC-MOTIVO             TO WRK-DCO-MOTIVO
               MOVE WRK-DET-CORRECAO           TO ARQ-RELEXPP
               WRITE ARQ-RELEXPP
               ADD 1                           TO WRK-QTD-CORRECOES

               READ EXPCORR NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EXPCORR
               END-READ

           END-PERFORM.

      *-----------------------------------------------------------------
       0220-LISTAR-CORRECOES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-EXPLOTE EQUAL "S"
               CLOSE EXPLOTE
           END-IF.

           IF  WRK-ABRIU-EXPCORR EQUAL "S"
               CLOSE EXPCORR
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
