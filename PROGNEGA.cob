       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNEGA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: INTERFACE COM O BUREAU DE CREDITO (SERASA/SPC).
      *----    APURA POR PAGADOR (RESPONSAVEL VINCULADO EM RESPVINC OU
      *----    O PROPRIO ALUNO) AS COBRANCAS EM ABERTO DE MENSALID.dat
      *----    VENCIDAS HA MAIS DE NEGA-DIAS DIAS. UMA VEZ POR MES, O
      *----    PAGADOR CUJO DEBITO VENCIDO PASSA DE NEGA-VALOR RECEBE O
      *----    AVISO PREVIO OBRIGATORIO PELA CAIXA DE SAIDA (PROGEVTG,
      *----    TIPO NEGATIVACAO). PASSADO O PRAZO LEGAL DO AVISO
      *----    (NEGA-PRAZO DIAS) COM O DEBITO AINDA EM ABERTO, O RM
      *----    ENTRA NO LOTE DE INCLUSAO DO BUREAU. QUANDO O DEBITO E
      *----    QUITADO (PROGPAG, PROGRETO) OU RENEGOCIADO (PROGRENE), A
      *----    RODADA SEGUINTE GERA A EXCLUSAO; POR ISSO A ROTINA DEVE
      *----    SER AGENDADA TODA NOITE (JOBS.dat) PARA CUMPRIR O PRAZO
      *----    LEGAL DE EXCLUSAO - A SELECAO DE NOVOS DEVEDORES SO
      *----    OCORRE NA PRIMEIRA RODADA DE CADA MES (NEGCTRL.dat).
      *----    A SITUACAO DE CADA ALUNO FICA EM NEGATIV.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- RESPVINC          I             BOKRVIN
      *---- RESPONSAV         I             BOKRESP
      *---- NEGATIV          I-O            BOKNEGA
      *---- NEGCTRL           E              ----
      *---- LOTENEGA          O             BOKSERA
      *---- RELNEGA           O              ----
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
           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

           SELECT RESPVINC  ASSIGN TO WRK-PATH-RESPVINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RVI-RM
                  FILE STATUS IS FS-RESPVINC.

           SELECT RESPONSAV  ASSIGN TO WRK-PATH-RESPONSAV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSP-CODIGO
                  FILE STATUS IS FS-RESPONSAV.

      *----------- SITUACAO DE CADA ALUNO NO BUREAU --------------------
           SELECT NEGATIV  ASSIGN TO WRK-PATH-NEGATIV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NEG-RM
                  FILE STATUS IS FS-NEGATIV.

      *----------- CONTROLE DA SELECAO MENSAL E DA NUMERACAO DO LOTE ---
           SELECT NEGCTRL  ASSIGN TO WRK-PATH-NEGCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NEGCTRL.

      *----------- LOTE DE INCLUSOES/EXCLUSOES PARA O BUREAU -----------
           SELECT LOTENEGA ASSIGN TO WRK-PATH-LOTENEGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LOTENEGA.

           SELECT RELNEGA ASSIGN TO WRK-PATH-RELNEGA
                  FILE STATUS IS FS-RELNEGA.

           SELECT SORTNEG ASSIGN TO "SORTNEG.TMP".

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  MENSALID.
       COPY "BOKMENS".

       FD  RESPVINC.
       COPY "BOKRVIN".

       FD  RESPONSAV.
       COPY "BOKRESP".

       FD  NEGATIV.
       COPY "BOKNEGA".

      *-------------------- AREA DE CONTROLE DA ROTINA -----------------
       FD  NEGCTRL.
       01  ARQ-NEGCTRL.
      *--- ANO/MES (AAAAMM) DA ULTIMA SELECAO DE NOVOS DEVEDORES -------
           05 ARQ-NEGCTRL-ULTSELECAO    PIC X(06).
           05 ARQ-NEGCTRL-PROXLOTE      PIC 9(06).

       FD  LOTENEGA.
       COPY "BOKSERA".

      *-------------------- AREA DA LISTAGEM DA RODADA -----------------
       FD  RELNEGA.

       01  ARQ-RELNEGA                  PIC X(80).

      *-------------------- AREA DE ORDENACAO POR PAGADOR --------------
      *--- UMA LINHA POR COBRANCA EM ABERTO VENCIDA HA MAIS DE ---------
      *--- NEGA-DIAS DIAS ----------------------------------------------
       SD  SORTNEG.
       01  SD-NEG.
           05 SD-NEG-PAGADOR.
              10 SD-NEG-RESP            PIC 9(06).
              10 SD-NEG-RMPAG           PIC X(06).
           05 SD-NEG-RM                 PIC X(06).
           05 SD-NEG-VENCIMENTO         PIC X(08).
           05 SD-NEG-VALOR              PIC 9(06)V99.

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-RESPVINC                  PIC 9(02).
       77  FS-RESPONSAV                 PIC 9(02).
       77  FS-NEGATIV                   PIC 9(02).
       77  FS-NEGCTRL                   PIC 9(02).
       77  FS-LOTENEGA                  PIC 9(02).
       77  FS-RELNEGA                   PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO DE RESPONSAVEIS ABERTO (SEM ELES O PAGADOR ----
      *--- E O PROPRIO ALUNO) ------------------------------------------
       77  WRK-ABRIU-RESPVINC           PIC X(01) VALUE "N".
       77  WRK-ABRIU-RESPONSAV          PIC X(01) VALUE "N".

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-LOTENEGA            PIC X(80).
       77  WRK-PATH-RELNEGA             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

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
      *--- DIAS DE ATRASO PARA A COBRANCA CONTAR, DEBITO MINIMO DO -----
      *--- PAGADOR, PRAZO DO AVISO PREVIO E CODIGO DO CONVENIO ---------
       77  WRK-DIAS-MINIMO              PIC 9(05)    VALUE 90.
       77  WRK-VALOR-MINIMO             PIC 9(06)V99 VALUE 100.
       77  WRK-PRAZO-AVISO              PIC 9(05)    VALUE 10.
       77  WRK-CONVENIO                 PIC 9(08)    VALUE ZEROS.

      *------------- CONTROLE DA RODADA --------------------------------
       77  WRK-SELECIONA-NOVOS          PIC X(01) VALUE "N".
       77  WRK-SEQ-LOTE                 PIC 9(06) VALUE ZEROS.
       77  WRK-HOJE                     PIC X(08) VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO              PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-EFETIVO             PIC X(08) VALUE SPACES.
       01  WRK-VENCIMENTO.
           05 WRK-VENC-ANOMES           PIC X(06).
      *--- DIA 10 E O VENCIMENTO PADRAO DA MENSALIDADE -----------------
           05 WRK-VENC-DIA              PIC X(02)    VALUE "10".

      *------------- CONTADORES DA RODADA ------------------------------
       77  WRK-QTD-AVISOS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-INCLUSOES            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EXCLUSOES            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CANCELADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-LOTE               PIC 9(10)V99 VALUE ZEROS.

      *------------- PAGADOR CORRENTE (QUEBRA DA ORDENACAO) ------------
       01  WRK-PAGADOR-ATUAL.
           05 WRK-PA-RESP               PIC 9(06).
           05 WRK-PA-RMPAG              PIC X(06).

       77  WRK-PAG-NOME                 PIC X(30) VALUE SPACES.
       77  WRK-PAG-CPF                  PIC X(11) VALUE SPACES.
       77  WRK-PAG-TOTAL                PIC 9(08)V99 VALUE ZEROS.

      *------------- RMS DO PAGADOR COM DEBITO VENCIDO -----------------
       01  WRK-TAB-DEVEDORES.
           05 WRK-DEV-ITEM OCCURS 20 TIMES.
               10 WRK-DEV-RM            PIC X(06).
               10 WRK-DEV-VALOR         PIC 9(08)V99.
               10 WRK-DEV-VENC          PIC X(08).

       77  WRK-QTD-DEV                  PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.

      *------------- DADOS DO EVENTO DE AVISO PREVIO -------------------
       77  WRK-EVTG-TIPO                PIC X(12) VALUE "NEGATIVACAO".
       77  WRK-EVTG-DADOS               PIC X(30) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC Z(07)9,99.

      *------------- LINHAS DA LISTAGEM DA RODADA ----------------------
       01  WRK-LINHA-REL.
           05 WRK-LR-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-NOME               PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-ACAO               PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-VALOR-ED           PIC Z(07)9,99.

       01  WRK-LINHA-TOTAL-REL.
           05 FILLER                    PIC X(08) VALUE "AVISOS..".
           05 WRK-LT-AVISOS-ED          PIC ZZZZZ9.
           05 FILLER                    PIC X(10) VALUE "  INCLUS..".
           05 WRK-LT-INCLUSOES-ED       PIC ZZZZZ9.
           05 FILLER                    PIC X(10) VALUE "  EXCLUS..".
           05 WRK-LT-EXCLUSOES-ED       PIC ZZZZZ9.
           05 FILLER                    PIC X(10) VALUE "  CANCEL..".
           05 WRK-LT-CANCELADOS-ED      PIC ZZZZZ9.

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
                  "NEGATIVACAO NO BUREAU DE CREDITO"
                  BACKGROUND-COLOR 3.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "PROCESSAR AVISOS, INCLUSOES E EXCLUSOES (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 57 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "AVISOS PREVIOS.......".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-AVISOS.
           05 LINE  13 COLUMN 30 VALUE "INCLUSOES NO BUREAU..".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-INCLUSOES.
           05 LINE  14 COLUMN 30 VALUE "EXCLUSOES DO BUREAU..".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-EXCLUSOES.
           05 LINE  15 COLUMN 30 VALUE "AVISOS CANCELADOS....".
           05 LINE  15 COLUMN 55 FROM  WRK-QTD-CANCELADOS.

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

      *----------- ABERTURA DO ARQUIVO DE COBRANCAS (SOMENTE LEITURA) --
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
                  GOBACK
            END-IF.

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT  ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE MENSALID
                GOBACK
            END-IF.

      *----------- ABERTURA DA SITUACAO NO BUREAU (CRIA NA PRIMEIRA) ---
            OPEN I-O NEGATIV.

            IF  FS-NEGATIV EQUAL 35
                OPEN OUTPUT NEGATIV
                CLOSE       NEGATIV
                OPEN I-O    NEGATIV
            END-IF.

            IF  FS-NEGATIV NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE MENSALID ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DOS RESPONSAVEIS (TOLERANTE) ---------------
            OPEN INPUT RESPVINC.

            IF  FS-RESPVINC EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-RESPVINC
            END-IF.

            OPEN INPUT RESPONSAV.

            IF  FS-RESPONSAV EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-RESPONSAV
            END-IF.

      *----------- LEITURA DO CONTROLE DA ROTINA -----------------------
            OPEN INPUT NEGCTRL.

            IF  FS-NEGCTRL EQUAL ZEROS
                READ NEGCTRL
                    AT END
                        MOVE SPACES           TO ARQ-NEGCTRL-ULTSELECAO
                        MOVE ZEROS            TO ARQ-NEGCTRL-PROXLOTE
                END-READ
                CLOSE NEGCTRL
            ELSE
                MOVE SPACES                   TO ARQ-NEGCTRL-ULTSELECAO
                MOVE ZEROS                    TO ARQ-NEGCTRL-PROXLOTE
            END-IF.

            IF  ARQ-NEGCTRL-PROXLOTE EQUAL ZEROS
                MOVE 1                        TO WRK-SEQ-LOTE
            ELSE
                MOVE ARQ-NEGCTRL-PROXLOTE     TO WRK-SEQ-LOTE
            END-IF.

      *----------- SELECAO DE NOVOS DEVEDORES: UMA VEZ POR MES ---------
            MOVE FUNCTION CURRENT-DATE        TO WRK-DATA-HORA
            MOVE WRK-DATA-HORA(1:8)           TO WRK-HOJE
            COMPUTE WRK-HOJE-INT =
                    FUNCTION INTEGER-OF-DATE
                        (FUNCTION NUMVAL(WRK-HOJE)).

            IF  ARQ-NEGCTRL-ULTSELECAO NOT EQUAL WRK-HOJE(1:6)
                MOVE "S"                      TO WRK-SELECIONA-NOVOS
            END-IF.

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "NEGA-DIAS"                   TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-MINIMO               TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-MINIMO.

           MOVE "NEGA-VALOR"                  TO WRK-PARM-CODIGO
           MOVE WRK-VALOR-MINIMO              TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-VALOR-MINIMO.

           MOVE "NEGA-PRAZO"                  TO WRK-PARM-CODIGO
           MOVE WRK-PRAZO-AVISO               TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-PRAZO-AVISO.

           MOVE "NEGA-CONVEN"                 TO WRK-PARM-CODIGO
           MOVE WRK-CONVENIO                  TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-CONVENIO.

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

      *--------------- AREA DE CONFIRMACAO -----------------------------
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOMES DO LOTE E DA LISTAGEM -----------------
           STRING FUNCTION TRIM(WRK-PATH-BASE) "NEGATIVACAO_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-LOTENEGA
           STRING FUNCTION TRIM(WRK-PATH-BASE) "RELNEGATIV_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELNEGA

           OPEN OUTPUT LOTENEGA.
           OPEN OUTPUT RELNEGA.

      *------------- HEADER DO LOTE ------------------------------------
           MOVE SPACES                         TO ARQ-REG-SERASA
           MOVE "0"                            TO ARQ-SRS-TIPO
           MOVE WRK-HOJE                       TO ARQ-SRS-DATA-GERACAO
           MOVE WRK-SEQ-LOTE                   TO ARQ-SRS-SEQ-LOTE
           MOVE WRK-CONVENIO                   TO ARQ-SRS-CONVENIO
           WRITE ARQ-REG-SERASA.

           STRING "NEGATIVACAO SERASA/SPC - RODADA DE "
                  WRK-HOJE(7:2) "/" WRK-HOJE(5:2) "/" WRK-HOJE(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELNEGA
           WRITE ARQ-RELNEGA.

           MOVE "RM     PAGADOR                        ACAO"
                                               TO ARQ-RELNEGA
           WRITE ARQ-RELNEGA.

      *-------------------- APURACAO DO DEBITO VENCIDO POR PAGADOR -----
           SORT SORTNEG
               ON ASCENDING KEY SD-NEG-PAGADOR
                                SD-NEG-RM
                                SD-NEG-VENCIMENTO
               INPUT  PROCEDURE 0210-SELECIONAR-VENCIDAS
               OUTPUT PROCEDURE 0220-APURAR-PAGADORES.

      *-------------------- PRAZO DO AVISO, INCLUSOES E EXCLUSOES ------
           PERFORM 0250-ATUALIZAR-SITUACAO.

      *------------- TRAILER DO LOTE -----------------------------------
           MOVE SPACES                         TO ARQ-REG-SERASA
           MOVE "9"                            TO ARQ-SRS-TIPO
           MOVE WRK-QTD-INCLUSOES              TO ARQ-SRS-QTD-INCLUSAO
           MOVE WRK-QTD-EXCLUSOES              TO ARQ-SRS-QTD-EXCLUSAO
           MOVE WRK-VALOR-LOTE                 TO ARQ-SRS-VALOR-TOTAL
           WRITE ARQ-REG-SERASA.

           CLOSE LOTENEGA.

           MOVE WRK-QTD-AVISOS                 TO WRK-LT-AVISOS-ED
           MOVE WRK-QTD-INCLUSOES              TO WRK-LT-INCLUSOES-ED
           MOVE WRK-QTD-EXCLUSOES              TO WRK-LT-EXCLUSOES-ED
           MOVE WRK-QTD-CANCELADOS             TO WRK-LT-CANCELADOS-ED
           MOVE WRK-LINHA-TOTAL-REL            TO ARQ-RELNEGA
           WRITE ARQ-RELNEGA.

           CLOSE RELNEGA.

      *----------- GRAVA O CONTROLE DA ROTINA --------------------------
           IF  WRK-SELECIONA-NOVOS EQUAL "S"
               MOVE WRK-HOJE(1:6)              TO ARQ-NEGCTRL-ULTSELECAO
           END-IF
           ADD 1                               TO WRK-SEQ-LOTE
           MOVE WRK-SEQ-LOTE                   TO ARQ-NEGCTRL-PROXLOTE
           OPEN OUTPUT NEGCTRL
           WRITE ARQ-NEGCTRL
           CLOSE NEGCTRL.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGNEGA"                     TO ARQ-LOG-PROGRAMA
           MOVE "NEGATIVACAO SERASA/SPC"       TO ARQ-LOG-RELATORIO
           COMPUTE ARQ-LOG-QTDREGISTROS = WRK-QTD-INCLUSOES
                                        + WRK-QTD-EXCLUSOES
           MOVE WRK-PATH-LOTENEGA              TO ARQ-LOG-ARQUIVOGERADO
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
       0210-SELECIONAR-VENCIDAS                                SECTION.
      *-----------------------------------------------------------------
      *----------- LIBERA CADA COBRANCA EM ABERTO VENCIDA HA MAIS ------
      *----------- DE NEGA-DIAS DIAS, JA COM O PAGADOR RESOLVIDO -------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0210-SELECIONAR-VENCIDAS-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-VENCIDAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-STATUS EQUAL "ABERTO"
                   PERFORM 0211-LIBERAR-COBRANCA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

      *-----------------------------------------------------------------
       0210-SELECIONAR-VENCIDAS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0211-LIBERAR-COBRANCA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- VENCIMENTO DA COBRANCA (OU DIA 10 DA COMPETENCIA, ---
      *----------- NAS ANTIGAS SEM VENCIMENTO GRAVADO) -----------------

           IF  ARQ-MEN-VENCIMENTO NOT EQUAL SPACES
               MOVE ARQ-MEN-VENCIMENTO         TO WRK-VENC-EFETIVO
           ELSE
               MOVE ARQ-MEN-COMPETENCIA        TO WRK-VENC-ANOMES
               MOVE WRK-VENCIMENTO             TO WRK-VENC-EFETIVO
           END-IF.

           IF  WRK-VENC-EFETIVO NOT NUMERIC
           OR  WRK-VENC-EFETIVO NOT LESS WRK-HOJE
               GO TO 0211-LIBERAR-COBRANCA-99-FIM
           END-IF.

           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-VENC-EFETIVO)).
           COMPUTE WRK-DIAS-ATRASO = WRK-HOJE-INT - WRK-DATA-INT.

           IF  WRK-DIAS-ATRASO NOT GREATER WRK-DIAS-MINIMO
               GO TO 0211-LIBERAR-COBRANCA-99-FIM
           END-IF.

      *----------- PAGADOR: RESPONSAVEL VINCULADO OU O PROPRIO RM ------
           MOVE ZEROS                          TO SD-NEG-RESP
           MOVE ARQ-MEN-RM                     TO SD-NEG-RMPAG.

           IF  WRK-ABRIU-RESPVINC EQUAL "S"
               MOVE ARQ-MEN-RM                 TO ARQ-RVI-RM
               READ RESPVINC KEY IS ARQ-RVI-RM
                   NOT INVALID KEY
                       MOVE ARQ-RVI-CODIGO     TO SD-NEG-RESP
                       MOVE SPACES             TO SD-NEG-RMPAG
               END-READ
           END-IF.

           MOVE ARQ-MEN-RM                     TO SD-NEG-RM
           MOVE WRK-VENC-EFETIVO               TO SD-NEG-VENCIMENTO
           MOVE ARQ-MEN-VALOR                  TO SD-NEG-VALOR
           RELEASE SD-NEG.

      *-----------------------------------------------------------------
       0211-LIBERAR-COBRANCA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-APURAR-PAGADORES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- QUEBRA POR PAGADOR: ACUMULA O DEBITO DE CADA RM -----

           RETURN SORTNEG
               AT END
                   GO TO 0220-APURAR-PAGADORES-99-FIM
           END-RETURN.

           MOVE ZEROS                          TO FS-SORT
           MOVE SD-NEG-PAGADOR                 TO WRK-PAGADOR-ATUAL
           PERFORM 0221-INICIAR-PAGADOR.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               IF  SD-NEG-PAGADOR NOT EQUAL WRK-PAGADOR-ATUAL
                   PERFORM 0230-FECHAR-PAGADOR
                   MOVE SD-NEG-PAGADOR         TO WRK-PAGADOR-ATUAL
                   PERFORM 0221-INICIAR-PAGADOR
               END-IF

               PERFORM 0225-ACUMULAR-COBRANCA

               RETURN SORTNEG
                   AT END
                       MOVE 9                  TO FS-SORT
               END-RETURN

           END-PERFORM.

           PERFORM 0230-FECHAR-PAGADOR.

      *-----------------------------------------------------------------
       0220-APURAR-PAGADORES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0221-INICIAR-PAGADOR                                    SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                          TO WRK-QTD-DEV
                                                  WRK-PAG-TOTAL
           INITIALIZE WRK-TAB-DEVEDORES.

      *-----------------------------------------------------------------
       0221-INICIAR-PAGADOR-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-ACUMULAR-COBRANCA                                  SECTION.
      *-----------------------------------------------------------------
      *----------- A PRIMEIRA COBRANCA DO RM (ORDEM DE VENCIMENTO) -----
      *----------- GUARDA O VENCIMENTO MAIS ANTIGO ---------------------

           IF  WRK-QTD-DEV EQUAL ZEROS
           OR  WRK-DEV-RM (WRK-QTD-DEV) NOT EQUAL SD-NEG-RM
               IF  WRK-QTD-DEV LESS 20
                   ADD 1                       TO WRK-QTD-DEV
                   MOVE SD-NEG-RM        TO WRK-DEV-RM (WRK-QTD-DEV)
                   MOVE ZEROS         TO WRK-DEV-VALOR (WRK-QTD-DEV)
                   MOVE SD-NEG-VENCIMENTO
                                       TO WRK-DEV-VENC (WRK-QTD-DEV)
               END-IF
           END-IF.

           ADD SD-NEG-VALOR           TO WRK-DEV-VALOR (WRK-QTD-DEV)
           ADD SD-NEG-VALOR                    TO WRK-PAG-TOTAL.

      *-----------------------------------------------------------------
       0225-ACUMULAR-COBRANCA-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-FECHAR-PAGADOR                                     SECTION.
      *-----------------------------------------------------------------
      *----------- NOME E CPF DO PAGADOR E SITUACAO DE CADA RM ---------

           MOVE SPACES                         TO WRK-PAG-NOME
                                                  WRK-PAG-CPF.

           IF  WRK-PA-RESP NOT EQUAL ZEROS
               IF  WRK-ABRIU-RESPONSAV EQUAL "S"
                   MOVE WRK-PA-RESP            TO ARQ-RSP-CODIGO
                   READ RESPONSAV KEY IS ARQ-RSP-CODIGO
                       NOT INVALID KEY
                           MOVE ARQ-RSP-NOME   TO WRK-PAG-NOME
                           MOVE ARQ-RSP-CPF    TO WRK-PAG-CPF
                   END-READ
               END-IF
           ELSE
               MOVE WRK-PA-RMPAG               TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   NOT INVALID KEY
                       MOVE ARQ-NOMEALUNO      TO WRK-PAG-NOME
                       MOVE ARQ-CPF            TO WRK-PAG-CPF
               END-READ
           END-IF.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-DEV
               PERFORM 0235-SITUAR-RM
           END-PERFORM.

      *-----------------------------------------------------------------
       0230-FECHAR-PAGADOR-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-SITUAR-RM                                          SECTION.
      *-----------------------------------------------------------------
      *----------- RM JA AVISADO OU NEGATIVADO: SO CONFIRMA O DEBITO. --
      *----------- RM NOVO: AVISO PREVIO NA SELECAO DO MES, SE O -------
      *----------- DEBITO DO PAGADOR PASSA DO MINIMO -------------------

           MOVE WRK-DEV-RM (WRK-IX)            TO ARQ-NEG-RM

           READ NEGATIV KEY IS ARQ-NEG-RM
               INVALID KEY
                   INITIALIZE ARQ-DADOS-NEGATIV
                   MOVE WRK-DEV-RM (WRK-IX)    TO ARQ-NEG-RM
           END-READ.

           IF  ARQ-NEG-STATUS EQUAL "AVISADO"
           OR  ARQ-NEG-STATUS EQUAL "INCLUIDO"
               MOVE WRK-DEV-VALOR (WRK-IX)     TO ARQ-NEG-VALOR
               MOVE WRK-DEV-VENC (WRK-IX)      TO ARQ-NEG-VENC-ANTIGO
               MOVE WRK-HOJE                   TO ARQ-NEG-DATA-APURACAO
               REWRITE ARQ-DADOS-NEGATIV
               GO TO 0235-SITUAR-RM-99-FIM
           END-IF.

           IF  WRK-SELECIONA-NOVOS NOT EQUAL "S"
           OR  WRK-PAG-TOTAL NOT GREATER WRK-VALOR-MINIMO
               GO TO 0235-SITUAR-RM-99-FIM
           END-IF.

      *----------- SEM CPF O BUREAU NAO ACEITA O DEVEDOR ---------------
           IF  WRK-PAG-CPF EQUAL SPACES
               MOVE WRK-DEV-RM (WRK-IX)        TO WRK-LR-RM
               MOVE WRK-PAG-NOME               TO WRK-LR-NOME
               MOVE "SEM CPF"                  TO WRK-LR-ACAO
               MOVE WRK-DEV-VALOR (WRK-IX)     TO WRK-LR-VALOR-ED
               MOVE WRK-LINHA-REL              TO ARQ-RELNEGA
               WRITE ARQ-RELNEGA
               GO TO 0235-SITUAR-RM-99-FIM
           END-IF.

           MOVE "AVISADO"                      TO ARQ-NEG-STATUS
           MOVE WRK-PA-RESP                    TO ARQ-NEG-RESP
           MOVE WRK-PAG-CPF                    TO ARQ-NEG-CPF
           MOVE WRK-PAG-NOME                   TO ARQ-NEG-NOME
           MOVE WRK-DEV-VALOR (WRK-IX)         TO ARQ-NEG-VALOR
           MOVE WRK-DEV-VENC (WRK-IX)          TO ARQ-NEG-VENC-ANTIGO
           MOVE WRK-HOJE                       TO ARQ-NEG-DATA-AVISO
                                                  ARQ-NEG-DATA-APURACAO
           MOVE SPACES                         TO ARQ-NEG-DATA-INCLUSAO
                                                  ARQ-NEG-DATA-EXCLUSAO
                                                  ARQ-NEG-MOTIVO
           MOVE ZEROS                          TO ARQ-NEG-LOTE

           WRITE ARQ-DADOS-NEGATIV
               INVALID KEY
                   REWRITE ARQ-DADOS-NEGATIV
           END-WRITE.

      *----------- AVISO PREVIO PELA CAIXA DE SAIDA DE NOTIFICACOES ----
           MOVE WRK-DEV-VALOR (WRK-IX)         TO WRK-VALOR-ED
           MOVE SPACES                         TO WRK-EVTG-DADOS
           STRING "R$ " FUNCTION TRIM(WRK-VALOR-ED)
                  " VENC " WRK-DEV-VENC (WRK-IX)
                  DELIMITED BY SIZE INTO WRK-EVTG-DADOS
           CALL "PROGEVTG" USING ARQ-NEG-RM, WRK-EVTG-TIPO,
                WRK-EVTG-DADOS.

           ADD 1                               TO WRK-QTD-AVISOS.

           MOVE "AVISO PREVIO"                 TO WRK-LR-ACAO
           PERFORM 0260-LISTAR-ACAO.

      *-----------------------------------------------------------------
       0235-SITUAR-RM-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-ATUALIZAR-SITUACAO                                 SECTION.
      *-----------------------------------------------------------------
      *----------- VARRE A SITUACAO NO BUREAU: AVISO VENCIDO COM ------
      *----------- DEBITO CONFIRMADO HOJE VIRA INCLUSAO; DEBITO NAO ---
      *----------- CONFIRMADO HOJE (QUITADO OU RENEGOCIADO) CANCELA O -
      *----------- AVISO OU GERA A EXCLUSAO ----------------------------

           MOVE LOW-VALUES                     TO ARQ-NEG-RM

           START NEGATIV KEY IS GREATER THAN OR EQUAL ARQ-NEG-RM
               INVALID KEY
                   GO TO 0250-ATUALIZAR-SITUACAO-99-FIM
           END-START.

           READ NEGATIV NEXT RECORD
               AT END
                   GO TO 0250-ATUALIZAR-SITUACAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-NEGATIV NOT EQUAL ZEROS

               EVALUATE TRUE
                   WHEN ARQ-NEG-STATUS EQUAL "AVISADO"
                    AND ARQ-NEG-DATA-APURACAO NOT EQUAL WRK-HOJE
                       PERFORM 0253-CANCELAR-AVISO
                   WHEN ARQ-NEG-STATUS EQUAL "AVISADO"
                       PERFORM 0251-CONFERIR-PRAZO
                   WHEN ARQ-NEG-STATUS EQUAL "INCLUIDO"
                    AND ARQ-NEG-DATA-APURACAO NOT EQUAL WRK-HOJE
                       PERFORM 0252-EXCLUIR-DEVEDOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ NEGATIV NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NEGATIV
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-NEGATIV.

      *-----------------------------------------------------------------
       0250-ATUALIZAR-SITUACAO-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0251-CONFERIR-PRAZO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- SO INCLUI NO BUREAU DEPOIS DO PRAZO LEGAL DO AVISO --

           COMPUTE WRK-DATA-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(ARQ-NEG-DATA-AVISO)).

           IF  WRK-HOJE-INT - WRK-DATA-INT LESS WRK-PRAZO-AVISO
               GO TO 0251-CONFERIR-PRAZO-99-FIM
           END-IF.

           MOVE SPACES                         TO ARQ-REG-SERASA
           MOVE "I"                            TO ARQ-SRS-TIPO
           MOVE ARQ-NEG-CPF                    TO ARQ-SRS-CPF
           MOVE ARQ-NEG-NOME                   TO ARQ-SRS-NOME
           MOVE ARQ-NEG-RM                     TO ARQ-SRS-CONTRATO
           MOVE ARQ-NEG-VALOR                  TO ARQ-SRS-VALOR
           MOVE ARQ-NEG-VENC-ANTIGO            TO ARQ-SRS-VENCIMENTO
           MOVE ARQ-NEG-DATA-AVISO             TO ARQ-SRS-DATA-AVISO
           MOVE "MENSALIDADE"                  TO ARQ-SRS-NATUREZA
           WRITE ARQ-REG-SERASA.

           ADD ARQ-NEG-VALOR                   TO WRK-VALOR-LOTE
           ADD 1                               TO WRK-QTD-INCLUSOES.

           MOVE "INCLUIDO"                     TO ARQ-NEG-STATUS
           MOVE WRK-HOJE                       TO ARQ-NEG-DATA-INCLUSAO
           MOVE WRK-SEQ-LOTE                   TO ARQ-NEG-LOTE
           REWRITE ARQ-DADOS-NEGATIV.

           MOVE "INCLUSAO"                     TO WRK-LR-ACAO
           PERFORM 0261-LISTAR-REGISTRO.

      *-----------------------------------------------------------------
       0251-CONFERIR-PRAZO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0252-EXCLUIR-DEVEDOR                                    SECTION.
      *-----------------------------------------------------------------
      *----------- DEBITO QUITADO OU RENEGOCIADO: EXCLUSAO NO BUREAU ---

           MOVE SPACES                         TO ARQ-REG-SERASA
           MOVE "E"                            TO ARQ-SRS-TIPO
           MOVE ARQ-NEG-CPF                    TO ARQ-SRS-CPF
           MOVE ARQ-NEG-NOME                   TO ARQ-SRS-NOME
           MOVE ARQ-NEG-RM                     TO ARQ-SRS-CONTRATO
           MOVE ARQ-NEG-VALOR                  TO ARQ-SRS-VALOR
           MOVE ARQ-NEG-VENC-ANTIGO            TO ARQ-SRS-VENCIMENTO
           MOVE ARQ-NEG-DATA-AVISO             TO ARQ-SRS-DATA-AVISO
           MOVE "MENSALIDADE"                  TO ARQ-SRS-NATUREZA
           WRITE ARQ-REG-SERASA.

           ADD 1                               TO WRK-QTD-EXCLUSOES.

           MOVE "EXCLUIDO"                     TO ARQ-NEG-STATUS
           MOVE WRK-HOJE                       TO ARQ-NEG-DATA-EXCLUSAO
           MOVE WRK-SEQ-LOTE                   TO ARQ-NEG-LOTE
           MOVE "DEBITO QUITADO OU RENEGOCIADO" TO ARQ-NEG-MOTIVO
           REWRITE ARQ-DADOS-NEGATIV.

           MOVE "EXCLUSAO"                     TO WRK-LR-ACAO
           PERFORM 0261-LISTAR-REGISTRO.

      *-----------------------------------------------------------------
       0252-EXCLUIR-DEVEDOR-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0253-CANCELAR-AVISO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- DEBITO ACERTADO DENTRO DO PRAZO: NADA VAI AO BUREAU -

           ADD 1                               TO WRK-QTD-CANCELADOS.

           MOVE "CANCELADO"                    TO ARQ-NEG-STATUS
           MOVE WRK-HOJE                       TO ARQ-NEG-DATA-EXCLUSAO
           MOVE "QUITADO NO PRAZO DO AVISO"    TO ARQ-NEG-MOTIVO
           REWRITE ARQ-DADOS-NEGATIV.

           MOVE "AVISO CANCEL."                TO WRK-LR-ACAO
           PERFORM 0261-LISTAR-REGISTRO.

      *-----------------------------------------------------------------
       0253-CANCELAR-AVISO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-LISTAR-ACAO                                        SECTION.
      *-----------------------------------------------------------------
      *----------- LINHA DA LISTAGEM PARA O RM CORRENTE DA APURACAO ----

           MOVE WRK-DEV-RM (WRK-IX)            TO WRK-LR-RM
           MOVE WRK-PAG-NOME                   TO WRK-LR-NOME
           MOVE WRK-DEV-VALOR (WRK-IX)         TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-REL                  TO ARQ-RELNEGA
           WRITE ARQ-RELNEGA.

      *-----------------------------------------------------------------
       0260-LISTAR-ACAO-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0261-LISTAR-REGISTRO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- LINHA DA LISTAGEM PARA O REGISTRO DE NEGATIV -------

           MOVE ARQ-NEG-RM                     TO WRK-LR-RM
           MOVE ARQ-NEG-NOME                   TO WRK-LR-NOME
           MOVE ARQ-NEG-VALOR                  TO WRK-LR-VALOR-ED
           MOVE WRK-LINHA-REL                  TO ARQ-RELNEGA
           WRITE ARQ-RELNEGA.

      *-----------------------------------------------------------------
       0261-LISTAR-REGISTRO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  MENSALID.

              IF  FS-MENSALID NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             CLOSE  NEGATIV.

              IF  FS-NEGATIV NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE OPLOG.

             IF  WRK-ABRIU-RESPVINC EQUAL "S"
                 CLOSE RESPVINC
             END-IF.

             IF  WRK-ABRIU-RESPONSAV EQUAL "S"
                 CLOSE RESPONSAV
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
