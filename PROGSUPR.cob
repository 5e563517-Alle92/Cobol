       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGSUPR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DE SUPRESSOES DE COMUNICACAO A PARTIR
      *----    DE SUPRESSAO.dat (GRAVADO PELO PROGNOTI E PELO
      *----    PROGCART): POR PERIODO, CADA MENSAGEM OU CANAL QUE NAO
      *----    SAIU POR CONTA DO CONSENTIMENTO DO TITULAR, COM O
      *----    MOTIVO (RECUSA DO TITULAR OU SEM AUTORIZACAO) E O
      *----    DESTINO QUANDO O AVISO FOI DESVIADO, E OS TOTAIS POR
      *----    SITUACAO (SUPRIMIDA / DESVIADA / OBRIGATORIA).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- SUPRESSAO         I             BOKSUPR
      *---- RELSUPR           O              ----
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
           SELECT SUPRESSAO  ASSIGN TO WRK-PATH-SUPRESSAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SUPRESSAO.

           SELECT RELSUPR ASSIGN TO WRK-PATH-RELSUPR
                  FILE STATUS IS FS-RELSUPR.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  SUPRESSAO.
       COPY "BOKSUPR".

      *-------------------- AREA DO RELATORIO DE SUPRESSOES ------------
       FD  RELSUPR.

       01  ARQ-RELSUPR                  PIC X(82).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-SUPRESSAO                 PIC 9(02).
       77  FS-RELSUPR                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELSUPR             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PERIODO DO RELATORIO (EM BRANCO: SEM LIMITE) ------
       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-DATA-INI         PIC X(08) VALUE SPACES.
           05 WRK-TEMP-DATA-FIM         PIC X(08) VALUE SPACES.

      *------------- TOTAIS POR SITUACAO -------------------------------
       77  WRK-QTD-LINHAS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SUPRIMIDA            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DESVIADA             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-OBRIGATORIA          PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-CAB.
           05 FILLER                    PIC X(11) VALUE "DATA".
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(08) VALUE "TITULAR".
           05 FILLER                    PIC X(13) VALUE "MENSAGEM".
           05 FILLER                    PIC X(06) VALUE "CANAL".
           05 FILLER                    PIC X(12) VALUE "SITUACAO".
           05 FILLER                    PIC X(18) VALUE "MOTIVO".
           05 FILLER                    PIC X(07) VALUE "DESTINO".

       01  WRK-LINHA-DET.
           05 WRK-LD-DATA               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-TIPO-TITULAR       PIC X(01).
           05 WRK-LD-TITULAR            PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-MENSAGEM           PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-CANAL              PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-SITUACAO           PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-MOTIVO             PIC X(17).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-DESTINO            PIC X(05).

       01  WRK-LINHA-TOT.
           05 WRK-LT-DESCRICAO          PIC X(30).
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
           05 LINE  01 COLUMN 22 VALUE
                  "SUPRESSOES DE COMUNICACAO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "DATA INICIAL (AAAAMMDD)..".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-DATA-INI.
           05 LINE  08 COLUMN 30 VALUE "DATA FINAL (AAAAMMDD)....".
           05 LINE  08 COLUMN 60 USING WRK-TEMP-DATA-FIM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "EM BRANCO: SEM LIMITE DE DATA"
                       BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  10 COLUMN 30 VALUE "LINHAS NO PERIODO....".
           05 LINE  10 COLUMN 55 FROM  WRK-QTD-LINHAS.
           05 LINE  11 COLUMN 30 VALUE "SUPRIMIDAS...........".
           05 LINE  11 COLUMN 55 FROM  WRK-QTD-SUPRIMIDA.
           05 LINE  12 COLUMN 30 VALUE "DESVIADAS............".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-DESVIADA.
           05 LINE  13 COLUMN 30 VALUE "OBRIGATORIAS (CARTA).".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-OBRIGATORIA.

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

      *----------- ABERTURA DO LOG DE SUPRESSOES (LEITURA) -------------
            OPEN INPUT SUPRESSAO.

            IF  FS-SUPRESSAO NOT EQUAL 0
                MOVE WRK-MSG-VAZIO             TO WRK-MSG
                PERFORM 0900-MOSTRA
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
           MOVE SPACES                        TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-DATA-FIM EQUAL SPACES
               MOVE ALL "9"                   TO WRK-TEMP-DATA-FIM
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "SUPRESSOES_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELSUPR

           OPEN OUTPUT RELSUPR.

           MOVE WRK-LINHA-CAB                  TO ARQ-RELSUPR
           WRITE ARQ-RELSUPR.

      *--------------------- AREA DE VARREDURA DAS SUPRESSOES ----------
           READ SUPRESSAO
               AT END
                   MOVE 9                      TO FS-SUPRESSAO
           END-READ.

           PERFORM UNTIL FS-SUPRESSAO NOT EQUAL ZEROS

               IF  ARQ-SUP-DATAHORA(1:8) NOT LESS WRK-TEMP-DATA-INI
               AND ARQ-SUP-DATAHORA(1:8) NOT GREATER WRK-TEMP-DATA-FIM
                   PERFORM 0210-LISTAR-SUPRESSAO
               END-IF

               READ SUPRESSAO
                   AT END
                       MOVE 9                  TO FS-SUPRESSAO
               END-READ

           END-PERFORM.

      *----------- TOTAIS POR SITUACAO ---------------------------------
           MOVE SPACES                         TO ARQ-RELSUPR
           WRITE ARQ-RELSUPR.

           MOVE "TOTAL SUPRIMIDAS"             TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-SUPRIMIDA              TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELSUPR
           WRITE ARQ-RELSUPR.

           MOVE "TOTAL DESVIADAS"              TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-DESVIADA               TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELSUPR
           WRITE ARQ-RELSUPR.

           MOVE "TOTAL OBRIGATORIAS (CARTA)"   TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-OBRIGATORIA            TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELSUPR
           WRITE ARQ-RELSUPR.

           CLOSE RELSUPR.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGSUPR"                     TO ARQ-LOG-PROGRAMA
           MOVE "SUPRESSOES DE COMUNICACAO"    TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELSUPR               TO ARQ-LOG-ARQUIVOGERADO
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
       0210-LISTAR-SUPRESSAO                                   SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-LD-DATA
           STRING ARQ-SUP-DATAHORA(7:2) "/"
                  ARQ-SUP-DATAHORA(5:2) "/"
                  ARQ-SUP-DATAHORA(1:4)
                  DELIMITED BY SIZE INTO WRK-LD-DATA
           MOVE ARQ-SUP-RM                     TO WRK-LD-RM
           MOVE ARQ-SUP-TIPO-TITULAR           TO WRK-LD-TIPO-TITULAR
           MOVE ARQ-SUP-TITULAR                TO WRK-LD-TITULAR
           MOVE ARQ-SUP-MENSAGEM               TO WRK-LD-MENSAGEM
           MOVE ARQ-SUP-CANAL                  TO WRK-LD-CANAL
           MOVE ARQ-SUP-SITUACAO               TO WRK-LD-SITUACAO
           MOVE ARQ-SUP-MOTIVO                 TO WRK-LD-MOTIVO
           MOVE ARQ-SUP-DESTINO                TO WRK-LD-DESTINO
           MOVE WRK-LINHA-DET                  TO ARQ-RELSUPR
           WRITE ARQ-RELSUPR.

           ADD 1                               TO WRK-QTD-LINHAS.

           EVALUATE ARQ-SUP-SITUACAO
               WHEN "SUPRIMIDA"
                   ADD 1                       TO WRK-QTD-SUPRIMIDA
               WHEN "DESVIADA"
                   ADD 1                       TO WRK-QTD-DESVIADA
               WHEN "OBRIGATORIA"
                   ADD 1                       TO WRK-QTD-OBRIGATORIA
           END-EVALUATE.

      *-----------------------------------------------------------------
       0210-LISTAR-SUPRESSAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           CLOSE SUPRESSAO.

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
