       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCUSB.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RESUMO DO CUSTO DE COBRANCA POR BANCO: PARA
      *----    CADA CONVENIO DE COBRANCA (CONVENIO.dat), NAS
      *----    COMPETENCIAS INFORMADAS, CONTA OS TITULOS REGISTRADOS
      *----    NO BANCO E OS LIQUIDADOS PELO BANCO (MENSALID.dat E
      *----    FAMCOB.dat) E AS INSTRUCOES ENVIADAS NO PERIODO
      *----    (INSTRBAN.dat), APLICA AS TARIFAS DO CONVENIO E MOSTRA
      *----    O CUSTO TOTAL, O VALOR LIQUIDADO, O CUSTO POR
      *----    LIQUIDACAO E O PERCENTUAL DO CUSTO SOBRE O LIQUIDADO.
      *----    TITULO SEM CONVENIO GRAVADO CONTA NO CONVENIO PADRAO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- CONVENIO          I             BOKCNV
      *---- MENSALID          I             BOKMENS
      *---- FAMCOB            I             BOKFCOB
      *---- INSTRBAN          I             BOKINST
      *---- RELCUSB           O              ----
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
           SELECT CONVENIO  ASSIGN TO WRK-PATH-CONVENIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CNV-CODIGO
                  FILE STATUS IS FS-CONVENIO.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT FAMCOB  ASSIGN TO WRK-PATH-FAMCOB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FCO-NUMERO
                  FILE STATUS IS FS-FAMCOB.

           SELECT INSTRBAN  ASSIGN TO WRK-PATH-INSTRBAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-INS-CHAVE
                  FILE STATUS IS FS-INSTRBAN.

           SELECT RELCUSB ASSIGN TO WRK-PATH-RELCUSB
                  FILE STATUS IS FS-RELCUSB.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  CONVENIO.
       COPY "BOKCNV".

       FD  MENSALID.
       COPY "BOKMENS".

       FD  FAMCOB.
       COPY "BOKFCOB".

       FD  INSTRBAN.
       COPY "BOKINST".

      *-------------------- AREA DO RELATORIO DE CUSTO -----------------
       FD  RELCUSB.

       01  ARQ-RELCUSB                  PIC X(110).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-CONVENIO                  PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-FAMCOB                    PIC 9(02).
       77  FS-INSTRBAN                  PIC 9(02).
       77  FS-RELCUSB                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVOS OPCIONAIS ABERTOS ----------------------------
       77  WRK-ABRIU-FAMCOB             PIC X(01) VALUE "N".
       77  WRK-ABRIU-INSTRBAN           PIC X(01) VALUE "N".

      *------------- VARIAVEL DO NOME DO RELATORIO GERADO --------------
       77  WRK-PATH-RELCUSB             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PERIODO DO RESUMO (COMPETENCIAS AAAAMM) -----------
       01  WRK-PERIODO.
           05 WRK-COMP-INICIAL          PIC X(06) VALUE SPACES.
           05 WRK-COMP-FINAL            PIC X(06) VALUE SPACES.

      *------------- CONVENIOS E SEUS ACUMULADORES ---------------------
       01  WRK-TAB-CONVENIO.
           05 WRK-CNV-ITEM OCCURS 20 TIMES INDEXED BY IX-CNV.
               10 WRK-TC-CODIGO         PIC X(03).
               10 WRK-TC-NOME-BANCO     PIC X(20).
               10 WRK-TC-TARIFA-REG     PIC 9(03)V99.
               10 WRK-TC-TARIFA-LIQ     PIC 9(03)V99.
               10 WRK-TC-TARIFA-INS     PIC 9(03)V99.
               10 WRK-TC-QTD-REG        PIC 9(06).
               10 WRK-TC-QTD-LIQ        PIC 9(06).
               10 WRK-TC-QTD-INS        PIC 9(06).
               10 WRK-TC-VALOR-LIQ      PIC 9(10)V99.
       77  WRK-QTD-CONVENIOS            PIC 9(02)    VALUE ZEROS.
       77  WRK-IX                       PIC 9(02)    VALUE ZEROS.
       77  WRK-CNV-PADRAO               PIC X(03)    VALUE SPACES.
      *--- CONVENIO DO TITULO / INSTRUCAO CORRENTE E "S" = ACHADO ------
      *--- NA TABELA ---------------------------------------------------
       77  WRK-CNV-PROCURADO            PIC X(03)    VALUE SPACES.
       77  WRK-CNV-ACHOU                PIC X(01)    VALUE SPACES.
      *--- SITUACAO NO BANCO DO TITULO CORRENTE (ALUNO OU FAMILIA) -----
       77  WRK-SITBANCO                 PIC X(10)    VALUE SPACES.
       77  WRK-VALOR-TITULO             PIC 9(08)V99 VALUE ZEROS.

      *------------- ACUMULADORES DA LINHA IMPRESSA --------------------
       77  WRK-CUSTO                    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CUSTO-LIQ                PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PERC                     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-LIQ-LINHA                PIC 9(06)    VALUE ZEROS.
       77  WRK-VALOR-LINHA              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-REG                  PIC 9(06)    VALUE ZEROS.
       77  WRK-TOT-LIQ                  PIC 9(06)    VALUE ZEROS.
       77  WRK-TOT-INS                  PIC 9(06)    VALUE ZEROS.
       77  WRK-TOT-CUSTO                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-VALOR-LIQ            PIC 9(10)V99 VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-CABECALHO-CUSB.
           05 FILLER                    PIC X(04) VALUE "CNV".
           05 FILLER                    PIC X(21) VALUE "BANCO".
           05 FILLER                    PIC X(07) VALUE " REGIST".
           05 FILLER                    PIC X(07) VALUE " LIQUID".
           05 FILLER                    PIC X(07) VALUE " INSTR.".
           05 FILLER                    PIC X(14) VALUE
                                                  "   CUSTO TOTAL".
           05 FILLER                    PIC X(14) VALUE
                                                  "     LIQUIDADO".
           05 FILLER                    PIC X(12) VALUE
                                                  "   CUSTO/LIQ".
           05 FILLER                    PIC X(08) VALUE "  CUSTO%".

       01  WRK-LINHA-CUSB.
           05 WRK-LC-CODIGO             PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-BANCO              PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-REG-ED             PIC Z(05)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-LIQ-ED             PIC Z(05)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-INS-ED             PIC Z(05)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-CUSTO-ED           PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-VALOR-ED           PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LC-CUSTO-LIQ-ED       PIC Z(07)9,99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LC-PERC-ED            PIC ZZ9,99.

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
           05 LINE  01 COLUMN 25 VALUE
                  "CUSTO DE COBRANCA POR BANCO"
                  BACKGROUND-COLOR 3.

       01  SCR-PERIODO.
           05 LINE  07 COLUMN 30 VALUE "COMPETENCIA INICIAL (AAAAMM)".
           05 LINE  07 COLUMN 60 USING WRK-COMP-INICIAL.
           05 LINE  08 COLUMN 30 VALUE "COMPETENCIA FINAL   (AAAAMM)".
           05 LINE  08 COLUMN 60 USING WRK-COMP-FINAL.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "GERAR O RESUMO DE CUSTO DE COBRANCA (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 54 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "CONVENIOS............".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-CONVENIOS.
           05 LINE  13 COLUMN 30 VALUE "TITULOS REGISTRADOS..".
           05 LINE  13 COLUMN 55 FROM  WRK-TOT-REG.
           05 LINE  14 COLUMN 30 VALUE "TITULOS LIQUIDADOS...".
           05 LINE  14 COLUMN 55 FROM  WRK-TOT-LIQ.
           05 LINE  15 COLUMN 30 VALUE "INSTRUCOES ENVIADAS..".
           05 LINE  15 COLUMN 55 FROM  WRK-TOT-INS.

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

      *----------- ABERTURA DOS CONVENIOS (SEM ELES NAO HA RESUMO) -----
            OPEN INPUT CONVENIO.

            IF  FS-CONVENIO NOT EQUAL 0
                MOVE WRK-MSG-SEM-CONVENIO     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT MENSALID.

            IF  FS-MENSALID NOT EQUAL 0
                EVALUATE FS-MENSALID
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
                  CLOSE CONVENIO
                  GOBACK
            END-IF.

      *----------- ARQUIVOS OPCIONAIS: SEM ELES A PARTE CORRESPONDENTE -
      *----------- DO RESUMO FICA ZERADA -------------------------------
            OPEN INPUT FAMCOB.

            IF  FS-FAMCOB EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-FAMCOB
            END-IF.

            OPEN INPUT INSTRBAN.

            IF  FS-INSTRBAN EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-INSTRBAN
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

            PERFORM 0110-CARREGAR-CONVENIOS.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-CARREGAR-CONVENIOS                                 SECTION.
      *-----------------------------------------------------------------
      *----------- CARREGA OS CONVENIOS E AS TARIFAS NA TABELA E ACHA --
      *----------- O CONVENIO PADRAO -----------------------------------

           MOVE LOW-VALUES                     TO ARQ-CNV-CODIGO

           START CONVENIO KEY IS GREATER THAN OR EQUAL ARQ-CNV-CODIGO
               INVALID KEY
                   GO TO 0110-CARREGAR-CONVENIOS-99-FIM
           END-START.

           READ CONVENIO NEXT RECORD
               AT END
                   GO TO 0110-CARREGAR-CONVENIOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CONVENIO NOT EQUAL ZEROS
                      OR WRK-QTD-CONVENIOS EQUAL 20

               ADD 1                           TO WRK-QTD-CONVENIOS
               MOVE WRK-QTD-CONVENIOS          TO WRK-IX
               MOVE ARQ-CNV-CODIGO       TO WRK-TC-CODIGO     (WRK-IX)
               MOVE ARQ-CNV-NOME-BANCO   TO WRK-TC-NOME-BANCO (WRK-IX)
               MOVE ARQ-CNV-TARIFA-REG   TO WRK-TC-TARIFA-REG (WRK-IX)
               MOVE ARQ-CNV-TARIFA-LIQ   TO WRK-TC-TARIFA-LIQ (WRK-IX)
               MOVE ARQ-CNV-TARIFA-INS   TO WRK-TC-TARIFA-INS (WRK-IX)
               MOVE ZEROS                TO WRK-TC-QTD-REG    (WRK-IX)
               MOVE ZEROS                TO WRK-TC-QTD-LIQ    (WRK-IX)
               MOVE ZEROS                TO WRK-TC-QTD-INS    (WRK-IX)
               MOVE ZEROS                TO WRK-TC-VALOR-LIQ  (WRK-IX)

               IF  ARQ-CNV-PADRAO EQUAL "S"
               AND WRK-CNV-PADRAO EQUAL SPACES
                   MOVE ARQ-CNV-CODIGO         TO WRK-CNV-PADRAO
               END-IF

               READ CONVENIO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONVENIO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CONVENIO.

      *-----------------------------------------------------------------
       0110-CARREGAR-CONVENIOS-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           ACCEPT SCR-PERIODO.

           IF  WRK-COMP-INICIAL EQUAL SPACES
           OR  WRK-COMP-FINAL   EQUAL SPACES
           OR  WRK-COMP-INICIAL GREATER WRK-COMP-FINAL
               MOVE WRK-MSG-REG-INCOMPLETO    TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *----------- TITULOS DE ALUNO, BOLETOS DE FAMILIA E INSTRUCOES ---
           PERFORM 0210-CONTAR-TITULOS.
           PERFORM 0220-CONTAR-FAMILIAS.
           PERFORM 0230-CONTAR-INSTRUCOES.

      *------------- MONTA NOME DO RELATORIO COM DATA/HORA DA GERACAO --
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CUSTO_COBRANCA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELCUSB

           OPEN OUTPUT RELCUSB.

           MOVE SPACES                         TO ARQ-RELCUSB
           STRING "CUSTO DE COBRANCA POR BANCO - COMPETENCIAS "
                  WRK-COMP-INICIAL " A " WRK-COMP-FINAL
                  DELIMITED BY SIZE INTO ARQ-RELCUSB
           WRITE ARQ-RELCUSB.

           MOVE WRK-CABECALHO-CUSB             TO ARQ-RELCUSB
           WRITE ARQ-RELCUSB.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-CONVENIOS
               PERFORM 0240-IMPRIMIR-CONVENIO
           END-PERFORM.

      *----------- LINHA DE TOTAL DE TODOS OS BANCOS -------------------
           MOVE "TOT"                          TO WRK-LC-CODIGO
           MOVE "TODOS OS BANCOS"              TO WRK-LC-BANCO
           MOVE WRK-TOT-REG                    TO WRK-LC-REG-ED
           MOVE WRK-TOT-LIQ                    TO WRK-LC-LIQ-ED
           MOVE WRK-TOT-INS                    TO WRK-LC-INS-ED
           MOVE WRK-TOT-CUSTO                  TO WRK-CUSTO
           MOVE WRK-TOT-LIQ                    TO WRK-LIQ-LINHA
           MOVE WRK-TOT-VALOR-LIQ              TO WRK-VALOR-LINHA
           PERFORM 0250-CALCULAR-INDICES
           MOVE WRK-LINHA-CUSB                 TO ARQ-RELCUSB
           WRITE ARQ-RELCUSB.

           CLOSE RELCUSB.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGCUSB"                     TO ARQ-LOG-PROGRAMA
           MOVE "CUSTO DE COBRANCA POR BANCO"  TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-CONVENIOS              TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCUSB               TO ARQ-LOG-ARQUIVOGERADO
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
       0205-ACUMULAR-TITULO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- SOMA O TITULO CORRENTE (WRK-SITBANCO / ------------
      *----------- WRK-VALOR-TITULO) NO CONVENIO WRK-CNV-PROCURADO: ---
      *----------- REGISTRADO = FOI AO BANCO E NAO FOI RECUSADO; -------
      *----------- LIQUIDADO = O BANCO RECEBEU O BOLETO ----------------

           IF  WRK-SITBANCO EQUAL SPACES
           OR  WRK-SITBANCO EQUAL "REJEITADO"
           OR  WRK-SITBANCO EQUAL "REINCLUIR"
               GO TO 0205-ACUMULAR-TITULO-99-FIM
           END-IF.

           PERFORM 0260-LOCALIZAR-CONVENIO.

           IF  WRK-CNV-ACHOU NOT EQUAL "S"
               GO TO 0205-ACUMULAR-TITULO-99-FIM
           END-IF.

           ADD 1                       TO WRK-TC-QTD-REG (IX-CNV)

           IF  WRK-SITBANCO EQUAL "LIQUIDADO"
               ADD 1                   TO WRK-TC-QTD-LIQ (IX-CNV)
               ADD WRK-VALOR-TITULO    TO WRK-TC-VALOR-LIQ (IX-CNV)
           END-IF.

      *-----------------------------------------------------------------
       0205-ACUMULAR-TITULO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CONTAR-TITULOS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- TITULOS DE ALUNO DAS COMPETENCIAS DO PERIODO --------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0210-CONTAR-TITULOS-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0210-CONTAR-TITULOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-COMPETENCIA NOT LESS    WRK-COMP-INICIAL
               AND ARQ-MEN-COMPETENCIA NOT GREATER WRK-COMP-FINAL
                   IF  ARQ-MEN-CONVENIO NOT EQUAL SPACES
                       MOVE ARQ-MEN-CONVENIO   TO WRK-CNV-PROCURADO
                   ELSE
                       MOVE WRK-CNV-PADRAO     TO WRK-CNV-PROCURADO
                   END-IF
                   MOVE ARQ-MEN-SITBANCO       TO WRK-SITBANCO
                   MOVE ARQ-MEN-VALOR          TO WRK-VALOR-TITULO
                   PERFORM 0205-ACUMULAR-TITULO
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0210-CONTAR-TITULOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONTAR-FAMILIAS                                    SECTION.
      *-----------------------------------------------------------------
      *----------- BOLETOS DE FAMILIA DAS COMPETENCIAS DO PERIODO ------

           IF  WRK-ABRIU-FAMCOB NOT EQUAL "S"
               GO TO 0220-CONTAR-FAMILIAS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-FCO-NUMERO

           START FAMCOB KEY IS GREATER THAN OR EQUAL ARQ-FCO-NUMERO
               INVALID KEY
                   GO TO 0220-CONTAR-FAMILIAS-99-FIM
           END-START.

           READ FAMCOB NEXT RECORD
               AT END
                   GO TO 0220-CONTAR-FAMILIAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-FAMCOB NOT EQUAL ZEROS

               IF  ARQ-FCO-COMPETENCIA NOT LESS    WRK-COMP-INICIAL
               AND ARQ-FCO-COMPETENCIA NOT GREATER WRK-COMP-FINAL
                   IF  ARQ-FCO-CONVENIO NOT EQUAL SPACES
                       MOVE ARQ-FCO-CONVENIO   TO WRK-CNV-PROCURADO
                   ELSE
                       MOVE WRK-CNV-PADRAO     TO WRK-CNV-PROCURADO
                   END-IF
                   MOVE ARQ-FCO-SITBANCO       TO WRK-SITBANCO
                   MOVE ARQ-FCO-VALOR          TO WRK-VALOR-TITULO
                   PERFORM 0205-ACUMULAR-TITULO
               END-IF

               READ FAMCOB NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FAMCOB
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FAMCOB.

      *-----------------------------------------------------------------
       0220-CONTAR-FAMILIAS-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONTAR-INSTRUCOES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- INSTRUCOES QUE FORAM AO BANCO NOS MESES DO PERIODO --

           IF  WRK-ABRIU-INSTRBAN NOT EQUAL "S"
               GO TO 0230-CONTAR-INSTRUCOES-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-INS-CHAVE

           START INSTRBAN KEY IS GREATER THAN OR EQUAL ARQ-INS-CHAVE
               INVALID KEY
                   GO TO 0230-CONTAR-INSTRUCOES-99-FIM
           END-START.

           READ INSTRBAN NEXT RECORD
               AT END
                   GO TO 0230-CONTAR-INSTRUCOES-99-FIM
           END-READ.

           PERFORM UNTIL FS-INSTRBAN NOT EQUAL ZEROS

               IF  ARQ-INS-STATUS NOT EQUAL "PENDENTE"
               AND ARQ-INS-DATA-GERACAO (1:6) NOT LESS
                                               WRK-COMP-INICIAL
               AND ARQ-INS-DATA-GERACAO (1:6) NOT GREATER
                                               WRK-COMP-FINAL
                   IF  ARQ-INS-CONVENIO NOT EQUAL SPACES
                       MOVE ARQ-INS-CONVENIO   TO WRK-CNV-PROCURADO
                   ELSE
                       MOVE WRK-CNV-PADRAO     TO WRK-CNV-PROCURADO
                   END-IF
                   PERFORM 0260-LOCALIZAR-CONVENIO
                   IF  WRK-CNV-ACHOU EQUAL "S"
                       ADD 1           TO WRK-TC-QTD-INS (IX-CNV)
                   END-IF
               END-IF

               READ INSTRBAN NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-INSTRBAN
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-INSTRBAN.

      *-----------------------------------------------------------------
       0230-CONTAR-INSTRUCOES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-IMPRIMIR-CONVENIO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- APLICA AS TARIFAS E IMPRIME A LINHA DO CONVENIO -----

           COMPUTE WRK-CUSTO =
                   WRK-TC-QTD-REG (WRK-IX) * WRK-TC-TARIFA-REG (WRK-IX)
                 + WRK-TC-QTD-LIQ (WRK-IX) * WRK-TC-TARIFA-LIQ (WRK-IX)
                 + WRK-TC-QTD-INS (WRK-IX) * WRK-TC-TARIFA-INS (WRK-IX).

           MOVE WRK-TC-CODIGO (WRK-IX)         TO WRK-LC-CODIGO
           MOVE WRK-TC-NOME-BANCO (WRK-IX)     TO WRK-LC-BANCO
           MOVE WRK-TC-QTD-REG (WRK-IX)        TO WRK-LC-REG-ED
           MOVE WRK-TC-QTD-LIQ (WRK-IX)        TO WRK-LC-LIQ-ED
           MOVE WRK-TC-QTD-INS (WRK-IX)        TO WRK-LC-INS-ED
           MOVE WRK-TC-QTD-LIQ (WRK-IX)        TO WRK-LIQ-LINHA
           MOVE WRK-TC-VALOR-LIQ (WRK-IX)      TO WRK-VALOR-LINHA
           PERFORM 0250-CALCULAR-INDICES.

           MOVE WRK-LINHA-CUSB                 TO ARQ-RELCUSB
           WRITE ARQ-RELCUSB.

           ADD WRK-TC-QTD-REG (WRK-IX)         TO WRK-TOT-REG
           ADD WRK-TC-QTD-LIQ (WRK-IX)         TO WRK-TOT-LIQ
           ADD WRK-TC-QTD-INS (WRK-IX)         TO WRK-TOT-INS
           ADD WRK-CUSTO                       TO WRK-TOT-CUSTO
           ADD WRK-TC-VALOR-LIQ (WRK-IX)       TO WRK-TOT-VALOR-LIQ.

      *-----------------------------------------------------------------
       0240-IMPRIMIR-CONVENIO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-CALCULAR-INDICES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CUSTO POR LIQUIDACAO E PERCENTUAL DO CUSTO SOBRE O --
      *----------- VALOR LIQUIDADO (ZERO QUANDO NADA FOI LIQUIDADO) ----

           MOVE WRK-CUSTO                      TO WRK-LC-CUSTO-ED
           MOVE WRK-VALOR-LINHA                TO WRK-LC-VALOR-ED
           MOVE ZEROS                          TO WRK-CUSTO-LIQ
           MOVE ZEROS                          TO WRK-PERC

           IF  WRK-LIQ-LINHA NOT EQUAL ZEROS
               COMPUTE WRK-CUSTO-LIQ ROUNDED =
                       WRK-CUSTO / WRK-LIQ-LINHA
           END-IF.

           IF  WRK-VALOR-LINHA NOT EQUAL ZEROS
               COMPUTE WRK-PERC ROUNDED =
                       WRK-CUSTO * 100 / WRK-VALOR-LINHA
                   ON SIZE ERROR
                       MOVE 999,99             TO WRK-PERC
               END-COMPUTE
           END-IF.

           MOVE WRK-CUSTO-LIQ                  TO WRK-LC-CUSTO-LIQ-ED
           MOVE WRK-PERC                       TO WRK-LC-PERC-ED.

      *-----------------------------------------------------------------
       0250-CALCULAR-INDICES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-LOCALIZAR-CONVENIO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA WRK-CNV-PROCURADO NA TABELA: DEIXA IX-CNV ---
      *----------- NO CONVENIO E WRK-CNV-ACHOU = "S" QUANDO ACHA -------

           MOVE "N"                            TO WRK-CNV-ACHOU
           SET IX-CNV                          TO 1

           SEARCH WRK-CNV-ITEM
               AT END
                   CONTINUE
               WHEN IX-CNV GREATER WRK-QTD-CONVENIOS
                   CONTINUE
               WHEN WRK-TC-CODIGO (IX-CNV) EQUAL WRK-CNV-PROCURADO
                   MOVE "S"                    TO WRK-CNV-ACHOU
           END-SEARCH.

      *-----------------------------------------------------------------
       0260-LOCALIZAR-CONVENIO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  CONVENIO.

             CLOSE  MENSALID.

              IF  FS-MENSALID NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-FAMCOB EQUAL "S"
                 CLOSE FAMCOB
             END-IF.

             IF  WRK-ABRIU-INSTRBAN EQUAL "S"
                 CLOSE INSTRBAN
             END-IF.

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
