       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGCBAN.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CONCILIACAO BANCARIA. IMPORTA O EXTRATO DIARIO
      *----    DA CONTA CORRENTE (EXTRATO.dat) E CASA CADA CREDITO COM
      *----    UM DEPOSITO ESPERADO EM DEPBANCO.dat. OS ESPERADOS SAO
      *----    MONTADOS AQUI, PARA OS DIAS DA JANELA (PARAMETRO
      *----    CBAN-JANELA): O TOTAL DO DIA DAS LIQUIDACOES DE BOLETO
      *----    (RECIBOS "BANCO" DO PROGRETO), O LIQUIDO DO ARQUIVO DA
      *----    ADQUIRENTE (CONCILIA.dat), CADA CHEQUE COMPENSADO PELO
      *----    PROGCHQC E O DEPOSITO DO CAIXA EM ESPECIE DO DIA (OS
      *----    DEMAIS RECIBOS DE BALCAO DO PROGCAIX). O CASAMENTO E
      *----    PELO VALOR EXATO, COM O ESPERADO ATE JANELA DIAS ANTES
      *----    DO CREDITO. A LISTAGEM TRAZ OS CONCILIADOS, OS CREDITOS
      *----    SEM ESPERADO E OS ESPERADOS QUE NAO CHEGARAM NA JANELA;
      *----    ESSAS DIFERENCAS FICAM DIVERGENTE EM DEPBANCO.dat ATE O
      *----    FINANCEIRO RESOLVER COM O MOTIVO (PROGDBAN). O MESMO
      *----    EXTRATO PODE SER REPROCESSADO: LINHA JA IMPORTADA E
      *----    IGNORADA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- EXTRATO           I             BOKEXTB
      *---- CONCILIA          I             BOKCONC
      *---- PAGAMENTOS        I             BOKPAG
      *---- CHEQUES           I             BOKCHQ
      *---- DEPBANCO         I-O            BOKDBAN
      *---- RELCBAN           O              ----
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
           SELECT EXTRATO ASSIGN TO WRK-PATH-EXTBANCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-EXTRATO.

           SELECT CONCILIA ASSIGN TO WRK-PATH-CONCILIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CONCILIA.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT CHEQUES  ASSIGN TO WRK-PATH-CHEQUES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CHQ-NUMERO
                  FILE STATUS IS FS-CHEQUES.

           SELECT DEPBANCO  ASSIGN TO WRK-PATH-DEPBANCO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DBC-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-DBC-ORIGEM-CHAVE
                      WITH DUPLICATES
                  FILE STATUS IS FS-DEPBANCO.

           SELECT RELCBAN ASSIGN TO WRK-PATH-RELCBAN
                  FILE STATUS IS FS-RELCBAN.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  EXTRATO.
       COPY "BOKEXTB".

       FD  CONCILIA.
       COPY "BOKCONC".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  CHEQUES.
       COPY "BOKCHQ".

       FD  DEPBANCO.
       COPY "BOKDBAN".

      *-------------------- AREA DA LISTAGEM DA CONCILIACAO BANCARIA ---
       FD  RELCBAN.

       01  ARQ-RELCBAN                  PIC X(80).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-EXTRATO                   PIC 9(02).
       77  FS-CONCILIA                  PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-CHEQUES                   PIC 9(02).
       77  FS-DEPBANCO                  PIC 9(02).
       77  FS-RELCBAN                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO DA ADQUIRENTE PRESENTE NESTA EXECUCAO ---------
       77  WRK-ABRIU-CONCILIA           PIC X(01) VALUE "N".

      *------------- VARIAVEL DO NOME DA LISTAGEM ----------------------
       77  WRK-PATH-RELCBAN             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- JANELA DA CONCILIACAO (PROGPLER) ------------------
      *--- DIAS ENTRE O DEPOSITO ESPERADO E O CREDITO NO EXTRATO -------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-JANELA                   PIC 9(02)    VALUE 5.

      *------------- DATAS DA CONCILIACAO ------------------------------
       77  WRK-DATA-EXTRATO             PIC X(08)    VALUE SPACES.
       77  WRK-EXTRATO-INT              PIC 9(08)    VALUE ZEROS.
       77  WRK-CORTE                    PIC X(08)    VALUE SPACES.
       77  WRK-CORTE-INT                PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-INT                 PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08)    VALUE ZEROS.
       77  WRK-DATA-INICIO              PIC X(08)    VALUE SPACES.

      *------------- TOTAIS DO DIA DE BOLETO E ESPECIE NA JANELA -------
       01  WRK-TAB-DIA.
           05 WRK-DIA-ITEM OCCURS 31 TIMES.
               10 WRK-TD-DATA           PIC X(08).
               10 WRK-TD-BOLETO         PIC S9(10)V99.
               10 WRK-TD-ESPECIE        PIC S9(10)V99.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-DIAS                 PIC 9(02) VALUE ZEROS.

      *------------- DEPOSITO ESPERADO A REGISTRAR ---------------------
       77  WRK-ESP-ORIGEM               PIC X(10)    VALUE SPACES.
       77  WRK-ESP-DATA                 PIC X(08)    VALUE SPACES.
       77  WRK-ESP-REFERENCIA           PIC X(15)    VALUE SPACES.
       77  WRK-ESP-VALOR                PIC S9(10)V99 VALUE ZEROS.
       77  WRK-ADQ-DATA                 PIC X(08)    VALUE SPACES.
       77  WRK-ADQ-LIQUIDO              PIC 9(10)V99 VALUE ZEROS.

      *------------- CASAMENTO DO CREDITO DO EXTRATO -------------------
       77  WRK-PROX-NUMERO              PIC 9(08)    VALUE ZEROS.
       77  WRK-NUM-EXTRATO              PIC 9(08)    VALUE ZEROS.
       77  WRK-NUM-ACHADO               PIC 9(08)    VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01)    VALUE SPACES.
       77  WRK-ORIGEM-ALVO              PIC X(10)    VALUE SPACES.
       77  WRK-LINHA-EXTRATO            PIC 9(06)    VALUE ZEROS.
      *--- REFERENCIA DO CREDITO: DOCUMENTO + LINHA NO ARQUIVO, PARA ---
      *--- RECONHECER O MESMO EXTRATO PROCESSADO DE NOVO ---------------
       01  WRK-REF-EXTRATO.
           05 WRK-RE-DOCUMENTO          PIC X(09).
           05 WRK-RE-LINHA              PIC 9(06).

      *------------- CONTADORES DA CONCILIACAO -------------------------
       77  WRK-QTD-CREDITOS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CONCILIADOS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-SEM-ESPERADO         PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-NAO-CREDITADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JA-IMPORTADOS        PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EM-ABERTO            PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DA LISTAGEM --------------------------------
       01  WRK-LINHA-CBAN.
           05 WRK-LB-SITUACAO           PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LB-ORIGEM             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LB-DATA               PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LB-VALOR-ED           PIC Z(09)9,99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LB-REFERENCIA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LB-NUMERO             PIC 9(08).

       01  WRK-LINHA-TOT-CBAN.
           05 WRK-LT-ROTULO             PIC X(30).
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
           05 LINE  01 COLUMN 26 VALUE
                  "CONCILIACAO BANCARIA"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "PROCESSAR O EXTRATO DO BANCO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 46 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "CREDITOS NO EXTRATO..".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-CREDITOS.
           05 LINE  13 COLUMN 30 VALUE "CONCILIADOS..........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-CONCILIADOS.
           05 LINE  14 COLUMN 30 VALUE "CREDITOS SEM ESPERADO".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-SEM-ESPERADO.
           05 LINE  15 COLUMN 30 VALUE "ESPERADOS NAO CREDIT.".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-NAO-CREDITADOS.
           05 LINE  16 COLUMN 30 VALUE "LINHAS JA IMPORTADAS.".
           05 LINE  16 COLUMN 55 FROM  WRK-QTD-JA-IMPORTADOS.
           05 LINE  17 COLUMN 30 VALUE "DIFERENCAS EM ABERTO.".
           05 LINE  17 COLUMN 55 FROM  WRK-QTD-EM-ABERTO.

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

      *----------- ABERTURA DO EXTRATO DO BANCO ------------------------
            OPEN INPUT EXTRATO.

            IF  FS-EXTRATO NOT EQUAL 0
                EVALUATE FS-EXTRATO
                    WHEN 35
                        MOVE WRK-MSG-FS-NAOENCONT TO WRK-MSG
                    WHEN 37
                        MOVE WRK-MSG-FS-PERMISSAO TO WRK-MSG
                    WHEN OTHER
                        MOVE WRK-MSG-OPEN         TO WRK-MSG
                END-EVALUATE
                 PERFORM 0900-MOSTRA
                  GOBACK
            END-IF.

      *----------- ARQUIVO DA ADQUIRENTE E OPCIONAL --------------------
            OPEN INPUT CONCILIA.

            IF  FS-CONCILIA EQUAL 0
                MOVE "S"                       TO WRK-ABRIU-CONCILIA
            END-IF.

      *----------- ABERTURA DOS RECIBOS E DOS CHEQUES (LEITURA) --------
            OPEN INPUT PAGAMENTOS.

            IF  FS-PAGAMENTOS EQUAL 35
                OPEN OUTPUT PAGAMENTOS
                CLOSE       PAGAMENTOS
                OPEN INPUT  PAGAMENTOS
            END-IF.

            IF  FS-PAGAMENTOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE EXTRATO
                GOBACK
            END-IF.

            OPEN INPUT CHEQUES.

            IF  FS-CHEQUES EQUAL 35
                OPEN OUTPUT CHEQUES
                CLOSE       CHEQUES
                OPEN INPUT  CHEQUES
            END-IF.

      *----------- ABERTURA DA CONCILIACAO BANCARIA (I-O; CRIA NA
      *----------- PRIMEIRA GRAVACAO) ----------------------------------
            OPEN I-O DEPBANCO.

            IF  FS-DEPBANCO EQUAL 35
                OPEN OUTPUT DEPBANCO
                CLOSE       DEPBANCO
                OPEN I-O    DEPBANCO
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- JANELA VIGENTE (NO MAXIMO 30 DIAS) ------------------
           MOVE "CBAN-JANELA"                 TO WRK-PARM-CODIGO
           MOVE WRK-JANELA                    TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-JANELA.

           IF  WRK-JANELA GREATER 30
               MOVE 30                        TO WRK-JANELA
           END-IF.

      *----------- PROXIMA NUMERACAO: MAIOR CHAVE MAIS UM --------------
            MOVE 1                             TO WRK-PROX-NUMERO
            MOVE LOW-VALUES                    TO ARQ-DBC-NUMERO
            START DEPBANCO KEY IS GREATER THAN OR EQUAL ARQ-DBC-NUMERO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 0110-ACHAR-ULTIMO-DEPOSITO
            END-START.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMO-DEPOSITO                              SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE A CONCILIACAO PARA NUMERAR O PROXIMO ----------

           READ DEPBANCO NEXT RECORD
               AT END
                   GO TO 0110-ACHAR-ULTIMO-DEPOSITO-99-FIM
           END-READ.

           PERFORM UNTIL FS-DEPBANCO NOT EQUAL ZEROS

               COMPUTE WRK-PROX-NUMERO = ARQ-DBC-NUMERO + 1

               READ DEPBANCO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPBANCO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPBANCO.

      *-----------------------------------------------------------------
       0110-ACHAR-ULTIMO-DEPOSITO-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE CONFIRMACAO -----------------------------
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA.

      *----------- DATA DO EXTRATO PELO HEADER (SEM HEADER = HOJE) -----
           MOVE 1                              TO WRK-LINHA-EXTRATO
           READ EXTRATO
               AT END
                   MOVE 9                      TO FS-EXTRATO
           END-READ.

           MOVE WRK-DATA-HORA(1:8)             TO WRK-DATA-EXTRATO

           IF  FS-EXTRATO EQUAL ZEROS
           AND ARQ-EXB-TIPO EQUAL "0"
               IF  ARQ-EXB-DATA-EXTRATO IS NUMERIC
                   MOVE ARQ-EXB-DATA-EXTRATO   TO WRK-DATA-EXTRATO
               END-IF
               ADD 1                           TO WRK-LINHA-EXTRATO
               READ EXTRATO
                   AT END
                       MOVE 9                  TO FS-EXTRATO
               END-READ
           END-IF.

           COMPUTE WRK-EXTRATO-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-EXTRATO)).
           COMPUTE WRK-CORTE-INT = WRK-EXTRATO-INT - WRK-JANELA.
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER (WRK-CORTE-INT).
           MOVE WRK-DATA-NUM                   TO WRK-CORTE.

      *------------- MONTA NOME DA LISTAGEM COM DATA/HORA DA GERACAO ---
           STRING FUNCTION TRIM(WRK-PATH-BASE) "CONCILIACAO_BANCARIA_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELCBAN

           OPEN OUTPUT RELCBAN.

           MOVE SPACES                         TO ARQ-RELCBAN
           STRING "CONCILIACAO BANCARIA - EXTRATO DE "
                  WRK-DATA-EXTRATO(7:2) "/" WRK-DATA-EXTRATO(5:2) "/"
                  WRK-DATA-EXTRATO(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

           MOVE SPACES                         TO ARQ-RELCBAN
           STRING "SITUACAO       ORIGEM     DATA               VALOR"
                  " REFERENCIA      NUMERO"
                  DELIMITED BY SIZE INTO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

      *--------------------- AREA DOS DEPOSITOS ESPERADOS --------------
           PERFORM 0210-ESPERADOS-RECIBOS.
           PERFORM 0215-GRAVAR-DIAS.
           PERFORM 0220-ESPERADOS-CHEQUES.
           PERFORM 0230-ESPERADO-ADQUIRENTE.

      *--------------------- AREA DE VARREDURA DO EXTRATO --------------
           PERFORM UNTIL FS-EXTRATO NOT EQUAL ZEROS

               IF  ARQ-EXB-TIPO EQUAL "1"
               AND ARQ-EXB-NATUREZA EQUAL "C"
                   PERFORM 0240-TRATAR-CREDITO
               END-IF

               ADD 1                           TO WRK-LINHA-EXTRATO
               READ EXTRATO
                   AT END
                       MOVE 9                  TO FS-EXTRATO
               END-READ

           END-PERFORM.

      *----------- ESPERADOS VENCIDOS NA JANELA SEM CREDITO -----------
           PERFORM 0260-ESPERADOS-NAO-CREDITADOS.

           MOVE SPACES                         TO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

           MOVE "CONCILIADOS..................." TO WRK-LT-ROTULO
           MOVE WRK-QTD-CONCILIADOS            TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT-CBAN             TO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

           MOVE "CREDITOS SEM ESPERADO........." TO WRK-LT-ROTULO
           MOVE WRK-QTD-SEM-ESPERADO           TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT-CBAN             TO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

           MOVE "ESPERADOS NAO CREDITADOS......" TO WRK-LT-ROTULO
           MOVE WRK-QTD-NAO-CREDITADOS         TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT-CBAN             TO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

           MOVE "DIFERENCAS EM ABERTO (TOTAL).." TO WRK-LT-ROTULO
           MOVE WRK-QTD-EM-ABERTO              TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT-CBAN             TO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

           CLOSE RELCBAN.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGCBAN"                     TO ARQ-LOG-PROGRAMA
           MOVE "CONCILIACAO BANCARIA"         TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-CREDITOS               TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELCBAN               TO ARQ-LOG-ARQUIVOGERADO
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
       0210-ESPERADOS-RECIBOS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- TOTAIS DO DIA NA JANELA: RECIBOS "BANCO" (BOLETO ---
      *----------- LIQUIDADO) E RECIBOS DE BALCAO QUE NAO SAO CARTAO, -
      *----------- PIX NEM CHEQUE (ESPECIE DO CAIXA). ESTORNO ABATE ---

           INITIALIZE WRK-TAB-DIA.
           COMPUTE WRK-QTD-DIAS = WRK-JANELA + 1.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX GREATER WRK-QTD-DIAS
               COMPUTE WRK-DATA-NUM =
                       FUNCTION DATE-OF-INTEGER
                           (WRK-CORTE-INT + WRK-IX - 1)
               MOVE WRK-DATA-NUM               TO WRK-TD-DATA (WRK-IX)
           END-PERFORM.

           MOVE LOW-VALUES                     TO ARQ-PAG-NUMERO

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-NUMERO
               INVALID KEY
                   GO TO 0210-ESPERADOS-RECIBOS-99-FIM
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0210-ESPERADOS-RECIBOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS

               IF  ARQ-PAG-DATA NOT LESS WRK-CORTE
               AND ARQ-PAG-DATA NOT GREATER WRK-DATA-EXTRATO
               AND ARQ-PAG-FORMA NOT EQUAL "CARTAO"
               AND ARQ-PAG-FORMA NOT EQUAL "PIX"
               AND ARQ-PAG-FORMA NOT EQUAL "CHEQUE"
                   COMPUTE WRK-IX =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(ARQ-PAG-DATA))
                       - WRK-CORTE-INT + 1
                   IF  ARQ-PAG-TIPO EQUAL "ES"
                       IF  ARQ-PAG-FORMA EQUAL "BANCO"
                           SUBTRACT ARQ-PAG-VALOR
                               FROM WRK-TD-BOLETO (WRK-IX)
                       ELSE
                           SUBTRACT ARQ-PAG-VALOR
                               FROM WRK-TD-ESPECIE (WRK-IX)
                       END-IF
                   ELSE
                       IF  ARQ-PAG-FORMA EQUAL "BANCO"
                           ADD ARQ-PAG-VALOR
                               TO WRK-TD-BOLETO (WRK-IX)
                       ELSE
                           ADD ARQ-PAG-VALOR
                               TO WRK-TD-ESPECIE (WRK-IX)
                       END-IF
                   END-IF
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

      *-----------------------------------------------------------------
       0210-ESPERADOS-RECIBOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-GRAVAR-DIAS                                        SECTION.
      *-----------------------------------------------------------------
      *----------- UM DEPOSITO ESPERADO POR DIA E ORIGEM COM SALDO -----

           MOVE SPACES                         TO WRK-ESP-REFERENCIA

           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX GREATER WRK-QTD-DIAS
               MOVE WRK-TD-DATA (WRK-IX)       TO WRK-ESP-DATA
               MOVE "BOLETO"                   TO WRK-ESP-ORIGEM
               MOVE WRK-TD-BOLETO (WRK-IX)     TO WRK-ESP-VALOR
               PERFORM 0250-REGISTRAR-ESPERADO
               MOVE "ESPECIE"                  TO WRK-ESP-ORIGEM
               MOVE WRK-TD-ESPECIE (WRK-IX)    TO WRK-ESP-VALOR
               PERFORM 0250-REGISTRAR-ESPERADO
           END-PERFORM.

      *-----------------------------------------------------------------
       0215-GRAVAR-DIAS-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-ESPERADOS-CHEQUES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- CADA CHEQUE COMPENSADO NA JANELA E UM DEPOSITO -----

           MOVE "CHEQUE"                       TO WRK-ESP-ORIGEM
           MOVE LOW-VALUES                     TO ARQ-CHQ-NUMERO

           START CHEQUES KEY IS GREATER THAN OR EQUAL ARQ-CHQ-NUMERO
               INVALID KEY
                   GO TO 0220-ESPERADOS-CHEQUES-99-FIM
           END-START.

           READ CHEQUES NEXT RECORD
               AT END
                   GO TO 0220-ESPERADOS-CHEQUES-99-FIM
           END-READ.

           PERFORM UNTIL FS-CHEQUES NOT EQUAL ZEROS

               IF  ARQ-CHQ-STATUS EQUAL "COMPENSADO"
               AND ARQ-CHQ-DATA-DEPOSITO NOT LESS WRK-CORTE
               AND ARQ-CHQ-DATA-DEPOSITO NOT GREATER WRK-DATA-EXTRATO
                   MOVE ARQ-CHQ-DATA-DEPOSITO  TO WRK-ESP-DATA
                   MOVE ARQ-CHQ-NUMERO         TO WRK-ESP-REFERENCIA
                   MOVE ARQ-CHQ-VALOR          TO WRK-ESP-VALOR
                   PERFORM 0250-REGISTRAR-ESPERADO
               END-IF

               READ CHEQUES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CHEQUES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CHEQUES.

      *-----------------------------------------------------------------
       0220-ESPERADOS-CHEQUES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-ESPERADO-ADQUIRENTE                                SECTION.
      *-----------------------------------------------------------------
      *----------- O ARQUIVO DA ADQUIRENTE E UM DEPOSITO SO: A SOMA ---
      *----------- DOS LIQUIDOS, NA DATA DO HEADER ---------------------

           IF  WRK-ABRIU-CONCILIA NOT EQUAL "S"
               GO TO 0230-ESPERADO-ADQUIRENTE-99-FIM
           END-IF.

           MOVE SPACES                         TO WRK-ADQ-DATA
           MOVE ZEROS                          TO WRK-ADQ-LIQUIDO

           READ CONCILIA
               AT END
                   MOVE 9                      TO FS-CONCILIA
           END-READ.

           PERFORM UNTIL FS-CONCILIA NOT EQUAL ZEROS

               EVALUATE ARQ-CON-TIPO
                   WHEN "0"
                       MOVE ARQ-CON-DATA-GERACAO
                                               TO WRK-ADQ-DATA
                   WHEN "1"
                       ADD ARQ-CON-VALOR-LIQUIDO
                                               TO WRK-ADQ-LIQUIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ CONCILIA
                   AT END
                       MOVE 9                  TO FS-CONCILIA
               END-READ

           END-PERFORM.

           IF  WRK-ADQ-DATA IS NUMERIC
               MOVE "ADQUIRENTE"               TO WRK-ESP-ORIGEM
               MOVE WRK-ADQ-DATA               TO WRK-ESP-DATA
               MOVE WRK-ADQ-DATA               TO WRK-ESP-REFERENCIA
               MOVE WRK-ADQ-LIQUIDO            TO WRK-ESP-VALOR
               PERFORM 0250-REGISTRAR-ESPERADO
           END-IF.

      *-----------------------------------------------------------------
       0230-ESPERADO-ADQUIRENTE-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-TRATAR-CREDITO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- CREDITO DO EXTRATO: PROCURA UM ESPERADO PENDENTE ----
      *----------- DE MESMO VALOR NOS JANELA DIAS ANTERIORES; SEM PAR, -
      *----------- FICA DIVERGENTE PARA O FINANCEIRO -------------------

           MOVE ARQ-EXB-DOCUMENTO              TO WRK-RE-DOCUMENTO
           MOVE WRK-LINHA-EXTRATO              TO WRK-RE-LINHA

      *----------- LINHA JA IMPORTADA EM EXECUCAO ANTERIOR -------------
           MOVE "EXTRATO"                      TO ARQ-DBC-ORIGEM
           MOVE ARQ-EXB-DATA                   TO ARQ-DBC-DATA
           MOVE WRK-REF-EXTRATO                TO ARQ-DBC-REFERENCIA
           READ DEPBANCO KEY IS ARQ-DBC-ORIGEM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1                       TO WRK-QTD-JA-IMPORTADOS
                   GO TO 0240-TRATAR-CREDITO-99-FIM
           END-READ.

           ADD 1                               TO WRK-QTD-CREDITOS
           MOVE WRK-PROX-NUMERO                TO WRK-NUM-EXTRATO
           ADD 1                               TO WRK-PROX-NUMERO

           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(ARQ-EXB-DATA))
                        - WRK-JANELA).
           MOVE WRK-DATA-NUM                   TO WRK-DATA-INICIO

           MOVE "N"                            TO WRK-ACHOU
           MOVE "CHEQUE"                       TO WRK-ORIGEM-ALVO
           PERFORM 0245-PROCURAR-ESPERADO.

           IF  WRK-ACHOU EQUAL "N"
               MOVE "ADQUIRENTE"               TO WRK-ORIGEM-ALVO
               PERFORM 0245-PROCURAR-ESPERADO
           END-IF.

           IF  WRK-ACHOU EQUAL "N"
               MOVE "BOLETO"                   TO WRK-ORIGEM-ALVO
               PERFORM 0245-PROCURAR-ESPERADO
           END-IF.

           IF  WRK-ACHOU EQUAL "N"
               MOVE "ESPECIE"                  TO WRK-ORIGEM-ALVO
               PERFORM 0245-PROCURAR-ESPERADO
           END-IF.

      *----------- GRAVA O CREDITO LIDO, AMARRADO AO ESPERADO ----------
           INITIALIZE ARQ-DADOS-DEPBANCO
           MOVE WRK-NUM-EXTRATO                TO ARQ-DBC-NUMERO
           MOVE "EXTRATO"                      TO ARQ-DBC-ORIGEM
           MOVE ARQ-EXB-DATA                   TO ARQ-DBC-DATA
           MOVE WRK-REF-EXTRATO                TO ARQ-DBC-REFERENCIA
           MOVE ARQ-EXB-VALOR                  TO ARQ-DBC-VALOR
           MOVE ARQ-EXB-HISTORICO              TO ARQ-DBC-HISTORICO
           MOVE WRK-DATA-HORA(1:8)             TO ARQ-DBC-DATA-REGISTRO

           IF  WRK-ACHOU EQUAL "S"
               MOVE "CONCILIADO"               TO ARQ-DBC-STATUS
               MOVE WRK-NUM-ACHADO             TO ARQ-DBC-NUM-PAR
               ADD 1                           TO WRK-QTD-CONCILIADOS
           ELSE
               MOVE "DIVERGENTE"               TO ARQ-DBC-STATUS
               MOVE ZEROS                      TO ARQ-DBC-NUM-PAR
               ADD 1                           TO WRK-QTD-SEM-ESPERADO
               MOVE "SEM ESPERADO"             TO WRK-LB-SITUACAO
               PERFORM 0270-LISTAR-DEPOSITO
           END-IF.

           WRITE ARQ-DADOS-DEPBANCO.

      *-----------------------------------------------------------------
       0240-TRATAR-CREDITO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-PROCURAR-ESPERADO                                  SECTION.
      *-----------------------------------------------------------------
      *----------- ESPERADOS DA ORIGEM ALVO DESDE O INICIO DA JANELA ---
      *----------- ATE A DATA DO CREDITO, PELA CHAVE ALTERNATIVA -------

           MOVE WRK-ORIGEM-ALVO                TO ARQ-DBC-ORIGEM
           MOVE WRK-DATA-INICIO                TO ARQ-DBC-DATA
           MOVE LOW-VALUES                     TO ARQ-DBC-REFERENCIA

           START DEPBANCO KEY IS GREATER THAN OR EQUAL
                 ARQ-DBC-ORIGEM-CHAVE
               INVALID KEY
                   GO TO 0245-PROCURAR-ESPERADO-99-FIM
           END-START.

           READ DEPBANCO NEXT RECORD
               AT END
                   GO TO 0245-PROCURAR-ESPERADO-99-FIM
           END-READ.

           PERFORM UNTIL FS-DEPBANCO NOT EQUAL ZEROS
                      OR ARQ-DBC-ORIGEM NOT EQUAL WRK-ORIGEM-ALVO
                      OR ARQ-DBC-DATA GREATER ARQ-EXB-DATA
                      OR WRK-ACHOU EQUAL "S"

               IF  ARQ-DBC-STATUS EQUAL "PENDENTE"
               AND ARQ-DBC-VALOR EQUAL ARQ-EXB-VALOR
                   MOVE "S"                    TO WRK-ACHOU
                   MOVE ARQ-DBC-NUMERO         TO WRK-NUM-ACHADO
                   MOVE "CONCILIADO"           TO ARQ-DBC-STATUS
                   MOVE WRK-NUM-EXTRATO        TO ARQ-DBC-NUM-PAR
                   REWRITE ARQ-DADOS-DEPBANCO
                   MOVE "CONCILIADO"           TO WRK-LB-SITUACAO
                   PERFORM 0270-LISTAR-DEPOSITO
               ELSE
                   READ DEPBANCO NEXT RECORD
                       AT END
                           MOVE 9              TO FS-DEPBANCO
                   END-READ
               END-IF

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPBANCO.

      *-----------------------------------------------------------------
       0245-PROCURAR-ESPERADO-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-REGISTRAR-ESPERADO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- INCLUI O DEPOSITO ESPERADO OU, AINDA PENDENTE, -----
      *----------- ATUALIZA O VALOR (RECIBO LANCADO DEPOIS) ------------

           MOVE WRK-ESP-ORIGEM                 TO ARQ-DBC-ORIGEM
           MOVE WRK-ESP-DATA                   TO ARQ-DBC-DATA
           MOVE WRK-ESP-REFERENCIA             TO ARQ-DBC-REFERENCIA

           READ DEPBANCO KEY IS ARQ-DBC-ORIGEM-CHAVE
               INVALID KEY
                   IF  WRK-ESP-VALOR GREATER ZEROS
                       INITIALIZE ARQ-DADOS-DEPBANCO
                       MOVE WRK-PROX-NUMERO    TO ARQ-DBC-NUMERO
                       ADD 1                   TO WRK-PROX-NUMERO
                       MOVE WRK-ESP-ORIGEM     TO ARQ-DBC-ORIGEM
                       MOVE WRK-ESP-DATA       TO ARQ-DBC-DATA
                       MOVE WRK-ESP-REFERENCIA TO ARQ-DBC-REFERENCIA
                       MOVE WRK-ESP-VALOR      TO ARQ-DBC-VALOR
                       MOVE "PENDENTE"         TO ARQ-DBC-STATUS
                       MOVE WRK-DATA-HORA(1:8) TO ARQ-DBC-DATA-REGISTRO
                       WRITE ARQ-DADOS-DEPBANCO
                   END-IF
               NOT INVALID KEY
                   IF  ARQ-DBC-STATUS EQUAL "PENDENTE"
                   AND WRK-ESP-VALOR GREATER ZEROS
                   AND ARQ-DBC-VALOR NOT EQUAL WRK-ESP-VALOR
                       MOVE WRK-ESP-VALOR      TO ARQ-DBC-VALOR
                       REWRITE ARQ-DADOS-DEPBANCO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
       0250-REGISTRAR-ESPERADO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-ESPERADOS-NAO-CREDITADOS                           SECTION.
      *-----------------------------------------------------------------
      *----------- ESPERADO AINDA PENDENTE E ANTERIOR A JANELA NAO -----
      *----------- CHEGOU: VIRA DIFERENCA. CONTA TAMBEM AS DIFERENCAS -
      *----------- EM ABERTO DE EXECUCOES ANTERIORES -------------------

           MOVE LOW-VALUES                     TO ARQ-DBC-NUMERO

           START DEPBANCO KEY IS GREATER THAN OR EQUAL ARQ-DBC-NUMERO
               INVALID KEY
                   GO TO 0260-ESPERADOS-NAO-CREDITADOS-99-FIM
           END-START.

           READ DEPBANCO NEXT RECORD
               AT END
                   GO TO 0260-ESPERADOS-NAO-CREDITADOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-DEPBANCO NOT EQUAL ZEROS

               IF  ARQ-DBC-STATUS EQUAL "PENDENTE"
               AND ARQ-DBC-DATA LESS WRK-CORTE
                   MOVE "DIVERGENTE"           TO ARQ-DBC-STATUS
                   REWRITE ARQ-DADOS-DEPBANCO
                   ADD 1                       TO WRK-QTD-NAO-CREDITADOS
                   MOVE "NAO CREDITADO"        TO WRK-LB-SITUACAO
                   PERFORM 0270-LISTAR-DEPOSITO
               END-IF

               IF  ARQ-DBC-STATUS EQUAL "DIVERGENTE"
                   ADD 1                       TO WRK-QTD-EM-ABERTO
               END-IF

               READ DEPBANCO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPBANCO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPBANCO.

      *-----------------------------------------------------------------
       0260-ESPERADOS-NAO-CREDITADOS-99-FIM                    SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-LISTAR-DEPOSITO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- LINHA DA LISTAGEM COM O REGISTRO CORRENTE ----------

           MOVE ARQ-DBC-ORIGEM                 TO WRK-LB-ORIGEM
           MOVE SPACES                         TO WRK-LB-DATA
           STRING ARQ-DBC-DATA(7:2) "/" ARQ-DBC-DATA(5:2) "/"
                  ARQ-DBC-DATA(1:4)
                  DELIMITED BY SIZE INTO WRK-LB-DATA
           MOVE ARQ-DBC-VALOR                  TO WRK-LB-VALOR-ED
           MOVE ARQ-DBC-REFERENCIA             TO WRK-LB-REFERENCIA
           MOVE ARQ-DBC-NUMERO                 TO WRK-LB-NUMERO
           MOVE WRK-LINHA-CBAN                 TO ARQ-RELCBAN
           WRITE ARQ-RELCBAN.

      *-----------------------------------------------------------------
       0270-LISTAR-DEPOSITO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  EXTRATO.

             IF  WRK-ABRIU-CONCILIA EQUAL "S"
                 CLOSE CONCILIA
             END-IF.

             CLOSE  PAGAMENTOS.
             CLOSE  CHEQUES.

             CLOSE  DEPBANCO.

              IF  FS-DEPBANCO NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
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
