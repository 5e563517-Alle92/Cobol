       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGOREM.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: GERAR O ARQUIVO DE PAGAMENTOS PARA O BANCO
      *----    (PAGTOS_<DATA>_<HORA>.dat, LAYOUT BOKOREM) COM AS ORDENS
      *----    DE DEVOLUCAO LIBERADAS (ORDPAG.dat, STATUS APROVADO). A
      *----    CONTA PAGADORA E A DO CONVENIO PADRAO. CADA ORDEM
      *----    ENVIADA PASSA A ENVIADO COM A DATA/HORA DO ARQUIVO E
      *----    AGUARDA O RETORNO DO BANCO (PROGORET).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ORDPAG            I/O           BOKORDP
      *---- CONVENIO          I             BOKCNV
      *---- PAGTOS            O             BOKOREM
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
           SELECT ORDPAG  ASSIGN TO WRK-PATH-ORDPAG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-ORD-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-ORD-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-ORDPAG.

           SELECT CONVENIO  ASSIGN TO WRK-PATH-CONVENIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CNV-CODIGO
                  FILE STATUS IS FS-CONVENIO.

           SELECT PAGTOS ASSIGN TO WRK-PATH-PAGTOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-PAGTOS.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ORDPAG.
       COPY "BOKORDP".

       FD  CONVENIO.
       COPY "BOKCNV".

       FD  PAGTOS.
       COPY "BOKOREM".

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ORDPAG                    PIC 9(02).
       77  FS-CONVENIO                  PIC 9(02).
       77  FS-PAGTOS                    PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-ABRIU-CONVENIO           PIC X(01) VALUE "N".
       77  WRK-PATH-PAGTOS              PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- CONTA PAGADORA E TOTAIS DO ARQUIVO ----------------
       77  WRK-BANCO-PAGADOR            PIC X(03)     VALUE SPACES.
       77  WRK-CONVENIO-PAGADOR         PIC X(12)     VALUE SPACES.
       77  WRK-QTD-ORDENS               PIC 9(06)     VALUE ZEROS.
       77  WRK-VALOR-TOTAL              PIC 9(10)V99  VALUE ZEROS.
       77  WRK-VALOR-TOTAL-ED           PIC Z(09)9,99.

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
                  "ARQUIVO DE PAGAMENTOS PARA O BANCO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR O ARQUIVO COM AS ORDENS LIBERADAS (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 58 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 09 VALUE "ORDENS ENVIADAS......".
           05 LINE  12 COLUMN 32 FROM  WRK-QTD-ORDENS.
           05 LINE  13 COLUMN 09 VALUE "VALOR TOTAL..........".
           05 LINE  13 COLUMN 32 FROM  WRK-VALOR-TOTAL-ED.

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

      *----------- ABERTURA DAS ORDENS (I-O PARA MARCAR O ENVIO) ------
            OPEN I-O ORDPAG.

            IF  FS-ORDPAG NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT      TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- CONVENIOS (SOMENTE LEITURA; SEM ELES O HEADER SAI --
      *----------- SEM A CONTA PAGADORA) -------------------------------
            OPEN INPUT CONVENIO.

            IF  FS-CONVENIO EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CONVENIO
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
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

      *----------- SEM ORDEM LIBERADA NAO HA ARQUIVO -------------------
           PERFORM 0210-CONTAR-LIBERADAS.

           IF  WRK-QTD-ORDENS EQUAL ZEROS
               MOVE WRK-MSG-VAZIO              TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           PERFORM 0220-CONTA-PAGADORA.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE ZEROS                          TO WRK-QTD-ORDENS
                                                  WRK-VALOR-TOTAL

      *------------- MONTA NOME DO ARQUIVO COM A DATA/HORA DA GERACAO --
           STRING FUNCTION TRIM(WRK-PATH-BASE) "PAGTOS_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-PAGTOS

           OPEN OUTPUT PAGTOS.

           MOVE SPACES                         TO ARQ-REG-PAGTO
           MOVE "0"                            TO ARQ-PGT-TIPO
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-PGT-DATA-GERACAO
           MOVE WRK-DATA-HORA(9:6)             TO ARQ-PGT-HORA-GERACAO
           MOVE WRK-BANCO-PAGADOR              TO ARQ-PGT-BANCO-PAGADOR
           MOVE WRK-CONVENIO-PAGADOR           TO ARQ-PGT-CONVENIO
           WRITE ARQ-REG-PAGTO.

           PERFORM 0230-ENVIAR-ORDENS.

           MOVE SPACES                         TO ARQ-REG-PAGTO
           MOVE "9"                            TO ARQ-PGT-TIPO
           MOVE WRK-QTD-ORDENS                 TO ARQ-PGT-QTD-ORDENS
           MOVE WRK-VALOR-TOTAL                TO ARQ-PGT-VALOR-TOTAL
           WRITE ARQ-REG-PAGTO.

           CLOSE PAGTOS.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGOREM"                     TO ARQ-LOG-PROGRAMA
           MOVE "ARQUIVO DE PAGAMENTOS"        TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-ORDENS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-PAGTOS                TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           MOVE WRK-VALOR-TOTAL                TO WRK-VALOR-TOTAL-ED
           DISPLAY SCR-RESULTADO
           MOVE WRK-MSG-ORD-GERADO             TO WRK-MSG
           PERFORM 0900-MOSTRA.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CONTAR-LIBERADAS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CONTA AS ORDENS LIBERADAS AGUARDANDO ENVIO ----------

           MOVE ZEROS                          TO WRK-QTD-ORDENS
           MOVE LOW-VALUES                     TO ARQ-ORD-NUMERO

           START ORDPAG KEY IS GREATER THAN OR EQUAL ARQ-ORD-NUMERO
               INVALID KEY
                   GO TO 0210-CONTAR-LIBERADAS-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   GO TO 0210-CONTAR-LIBERADAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS

               IF  ARQ-ORD-STATUS EQUAL "APROVADO"
                   ADD 1                       TO WRK-QTD-ORDENS
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0210-CONTAR-LIBERADAS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONTA-PAGADORA                                     SECTION.
      *-----------------------------------------------------------------
      *----------- BANCO E CONVENIO DO CONVENIO PADRAO ATIVO -----------

           IF  WRK-ABRIU-CONVENIO NOT EQUAL "S"
               GO TO 0220-CONTA-PAGADORA-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-CNV-CODIGO

           START CONVENIO KEY IS GREATER THAN OR EQUAL ARQ-CNV-CODIGO
               INVALID KEY
                   GO TO 0220-CONTA-PAGADORA-99-FIM
           END-START.

           READ CONVENIO NEXT RECORD
               AT END
                   GO TO 0220-CONTA-PAGADORA-99-FIM
           END-READ.

           PERFORM UNTIL FS-CONVENIO NOT EQUAL ZEROS

               IF  ARQ-CNV-PADRAO EQUAL "S"
               AND ARQ-CNV-STATUS EQUAL "ATIVO"
                   MOVE ARQ-CNV-BANCO          TO WRK-BANCO-PAGADOR
                   MOVE ARQ-CNV-NUMERO         TO WRK-CONVENIO-PAGADOR
                   MOVE 9                      TO FS-CONVENIO
               ELSE
                   READ CONVENIO NEXT RECORD
                       AT END
                           MOVE 9              TO FS-CONVENIO
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-CONVENIO.

      *-----------------------------------------------------------------
       0220-CONTA-PAGADORA-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-ENVIAR-ORDENS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- UM DETALHE POR ORDEM LIBERADA; A ORDEM PASSA A -----
      *----------- ENVIADO COM A DATA/HORA DO ARQUIVO ------------------

           MOVE LOW-VALUES                     TO ARQ-ORD-NUMERO

           START ORDPAG KEY IS GREATER THAN OR EQUAL ARQ-ORD-NUMERO
               INVALID KEY
                   GO TO 0230-ENVIAR-ORDENS-99-FIM
           END-START.

           READ ORDPAG NEXT RECORD
               AT END
                   GO TO 0230-ENVIAR-ORDENS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ORDPAG NOT EQUAL ZEROS

               IF  ARQ-ORD-STATUS EQUAL "APROVADO"
                   MOVE SPACES                 TO ARQ-REG-PAGTO
                   MOVE "1"                    TO ARQ-PGT-TIPO
                   MOVE ARQ-ORD-NUMERO         TO ARQ-PGT-ORDEM
                   MOVE ARQ-ORD-VALOR          TO ARQ-PGT-VALOR
                   MOVE ARQ-ORD-NOME           TO ARQ-PGT-NOME
                   MOVE ARQ-ORD-CPF            TO ARQ-PGT-CPF
                   MOVE ARQ-ORD-MEIO           TO ARQ-PGT-MEIO
                   MOVE ARQ-ORD-BANCO          TO ARQ-PGT-BANCO
                   MOVE ARQ-ORD-AGENCIA        TO ARQ-PGT-AGENCIA
                   MOVE ARQ-ORD-CONTA          TO ARQ-PGT-CONTA
                   MOVE ARQ-ORD-CHAVE-PIX      TO ARQ-PGT-CHAVE-PIX
                   WRITE ARQ-REG-PAGTO

                   ADD 1                       TO WRK-QTD-ORDENS
                   ADD ARQ-ORD-VALOR           TO WRK-VALOR-TOTAL

                   MOVE "ENVIADO"              TO ARQ-ORD-STATUS
                   MOVE WRK-DATA-HORA(1:14)    TO ARQ-ORD-REMESSA
                   REWRITE ARQ-DADOS-ORDPAG
               END-IF

               READ ORDPAG NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ORDPAG
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ORDPAG.

      *-----------------------------------------------------------------
       0230-ENVIAR-ORDENS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ORDPAG.

              IF  FS-ORDPAG NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-CONVENIO EQUAL "S"
                 CLOSE CONVENIO
             END-IF.

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
