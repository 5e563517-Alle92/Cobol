       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGREQA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: ABERTURA DE PROTOCOLO DE REQUERIMENTO DO ALUNO
      *----    NO BALCAO. O PROTOCOLO E NUMERADO PELA SEQUENCIA DE
      *----    REQCTRL.dat E GRAVADO EM REQUERIM.dat COM RM, TIPO
      *----    (TIPOREQ.dat), SETOR, DATA DE ABERTURA E O PEDIDO; A
      *----    PRIMEIRA LINHA DO HISTORICO VAI PARA REQHIST.dat. TIPO
      *----    SEM TAXA ENTRA DIRETO NA FILA DO SETOR (ABERTO) COM O
      *----    PRAZO EM DIAS UTEIS (PROGDUSM); TIPO COM TAXA GERA UMA
      *----    COBRANCA AVULSA EM MENSALID.dat (NUMERADA POR
      *----    MENCTRL.dat, VENCIMENTO EM REQ-VENCDIAS DIAS) E FICA
      *----    EM AGUARDTAXA ATE O PAGAMENTO, QUANDO O PRAZO PASSA A
      *----    CORRER (PROGREQF).
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- TIPOREQ           I             BOKTREQ
      *---- REQUERIM         I/O            BOKREQ
      *---- REQHIST          I/O            BOKREQH
      *---- REQCTRL          I/O             ----
      *---- MENSALID         I/O            BOKMENS
      *---- MENCTRL          I/O             ----
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

           SELECT TIPOREQ  ASSIGN TO WRK-PATH-TIPOREQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-TRQ-COD
                  FILE STATUS IS FS-TIPOREQ.

           SELECT REQUERIM  ASSIGN TO WRK-PATH-REQUERIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REQ-PROTOCOLO
                  ALTERNATE RECORD KEY IS ARQ-REQ-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-REQUERIM.

           SELECT REQHIST  ASSIGN TO WRK-PATH-REQHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RQH-CHAVE
                  FILE STATUS IS FS-REQHIST.

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO DE PROTOCOLO
           SELECT REQCTRL  ASSIGN TO WRK-PATH-REQCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-REQCTRL.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO DE COBRANCA
           SELECT MENCTRL  ASSIGN TO WRK-PATH-MENCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-MENCTRL.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ALUNOS.
       COPY "BOKALU".

       FD  TIPOREQ.
       COPY "BOKTREQ".

       FD  REQUERIM.
       COPY "BOKREQ".

       FD  REQHIST.
       COPY "BOKREQH".

      *-------------------- AREA DE CONTROLE DA NUMERACAO --------------
       FD  REQCTRL.
       01  ARQ-REQCTRL.
           05 ARQ-REQCTRL-PROXNUM       PIC 9(08).

       FD  MENSALID.
       COPY "BOKMENS".

       FD  MENCTRL.
       01  ARQ-MENCTRL.
           05 ARQ-MENCTRL-PROXNUM       PIC 9(08).

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------ VARIAVEIS DE APOIO AO ARQUIVO

       01  WRK-TEMP-DADOS.
           05 WRK-TEMP-REQ-RM           PIC X(06).
           05 WRK-TEMP-REQ-TIPO         PIC X(04).
           05 WRK-TEMP-REQ-DESCRICAO    PIC X(40).

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-TIPOREQ                   PIC 9(02).
       77  FS-REQUERIM                  PIC 9(02).
       77  FS-REQHIST                   PIC 9(02).
       77  FS-REQCTRL                   PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-MENCTRL                   PIC 9(02).

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
      *--- DIAS CORRIDOS ATE O VENCIMENTO DA TAXA DO REQUERIMENTO ------
       77  WRK-VENC-DIAS                PIC 9(03)    VALUE 3.

      *------------- NUMERACAO, DATAS E PRAZO --------------------------
       77  WRK-PROX-PROTOCOLO           PIC 9(08) VALUE ZEROS.
       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HORA                PIC X(21).
       77  WRK-DATA-HOJE                PIC X(08) VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-BRUTO               PIC X(08) VALUE SPACES.
       77  WRK-VENC-ROLADO              PIC X(08) VALUE SPACES.
       77  WRK-PRAZO                    PIC X(08) VALUE SPACES.

      *------------- APOIO A EXIBICAO ----------------------------------
       77  WRK-TAXA-ED                  PIC ZZZ.ZZ9,99.
       77  WRK-PRAZO-ED                 PIC X(10) VALUE SPACES.
       77  WRK-SITUACAO                 PIC X(10) VALUE SPACES.

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
           05 LINE  01 COLUMN 24 VALUE "ABERTURA DE REQUERIMENTO"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  05 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  05 COLUMN 60 USING WRK-TEMP-REQ-RM.
           05 LINE  06 COLUMN 30 VALUE "TIPO DO PEDIDO...".
           05 LINE  06 COLUMN 60 USING WRK-TEMP-REQ-TIPO.
           05 LINE  07 COLUMN 30 VALUE "PEDIDO DO ALUNO..".
           05 LINE  08 COLUMN 30 USING WRK-TEMP-REQ-DESCRICAO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "DIGITE 9999 PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-INFO.
           05 LINE  10 COLUMN 30 VALUE "ALUNO............".
           05 LINE  10 COLUMN 48 FROM  ARQ-NOMEALUNO.
           05 LINE  11 COLUMN 30 VALUE "TIPO.............".
           05 LINE  11 COLUMN 48 FROM  ARQ-TRQ-DESC.
           05 LINE  12 COLUMN 30 VALUE "SETOR............".
           05 LINE  12 COLUMN 60 FROM  ARQ-TRQ-SETOR.
           05 LINE  13 COLUMN 30 VALUE "PRAZO (DIAS UTEIS)".
           05 LINE  13 COLUMN 60 FROM  ARQ-TRQ-SLA-DIAS.
           05 LINE  14 COLUMN 30 VALUE "TAXA.............".
           05 LINE  14 COLUMN 60 FROM  WRK-TAXA-ED.

       01  SCR-PROTOCOLO.
           05 LINE  16 COLUMN 30 VALUE "PROTOCOLO........".
           05 LINE  16 COLUMN 60 FROM  WRK-PROX-PROTOCOLO.
           05 LINE  17 COLUMN 30 VALUE "SITUACAO.........".
           05 LINE  17 COLUMN 60 FROM  WRK-SITUACAO.
           05 LINE  18 COLUMN 30 VALUE "ATENDER ATE......".
           05 LINE  18 COLUMN 60 FROM  WRK-PRAZO-ED.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE "CONFIRMA ABERTURA (S) OU (N) ?"
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 42 USING WRK-OPCAO.

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

      *----------- ABERTURA DO ARQUIVO DE ALUNOS (SOMENTE LEITURA) -----
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                EVALUATE FS-ALUNOS
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

      *----------- SEM CATALOGO NAO HA O QUE PROTOCOLAR ----------------
            OPEN INPUT TIPOREQ.

            IF  FS-TIPOREQ NOT EQUAL 0
                MOVE WRK-MSG-FS-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS
                GOBACK
            END-IF.

      *----------- PROTOCOLOS E HISTORICO (CRIA NA PRIMEIRA GRAVACAO) --
            OPEN I-O REQUERIM.

            IF  FS-REQUERIM EQUAL 35
                OPEN OUTPUT REQUERIM
                CLOSE       REQUERIM
                OPEN I-O    REQUERIM
            END-IF.

            OPEN I-O REQHIST.

            IF  FS-REQHIST EQUAL 35
                OPEN OUTPUT REQHIST
                CLOSE       REQHIST
                OPEN I-O    REQHIST
            END-IF.

            OPEN I-O MENSALID.

            IF  FS-MENSALID EQUAL 35
                OPEN OUTPUT MENSALID
                CLOSE       MENSALID
                OPEN I-O    MENSALID
            END-IF.

            IF  FS-REQUERIM NOT EQUAL 0
            OR  FS-REQHIST  NOT EQUAL 0
            OR  FS-MENSALID NOT EQUAL 0
                MOVE WRK-MSG-OPEN             TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ALUNOS TIPOREQ
                GOBACK
            END-IF.

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "REQ-VENCDIAS"                TO WRK-PARM-CODIGO
           MOVE WRK-VENC-DIAS                 TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-VENC-DIAS.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           DISPLAY SCR-TELA
           INITIALIZE WRK-TEMP-DADOS
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

      *-------------------- AREA DE VERIFICACAO ------------------------
           IF WRK-TEMP-REQ-RM  EQUAL '9999'
               GO TO 0200-PROCESSAR-99-FIM
           END-IF.

           IF WRK-TEMP-REQ-RM  EQUAL SPACES
               MOVE WRK-RM-INC                TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           IF WRK-TEMP-REQ-DESCRICAO EQUAL SPACES
               MOVE WRK-MSG-REQ-DESCINC       TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-REQ-RM               TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           MOVE FUNCTION UPPER-CASE(WRK-TEMP-REQ-TIPO)
                                              TO WRK-TEMP-REQ-TIPO
           MOVE WRK-TEMP-REQ-TIPO             TO ARQ-TRQ-COD
           READ TIPOREQ KEY IS ARQ-TRQ-COD
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

           MOVE ARQ-TRQ-TAXA                  TO WRK-TAXA-ED
           DISPLAY SCR-INFO.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           MOVE SPACES                        TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF WRK-OPCAO         NOT EQUAL "S"  AND
              WRK-OPCAO         NOT EQUAL "s"
                MOVE WRK-SEMCONFIRM           TO WRK-MSG
                PERFORM 0900-MOSTRA
                GO TO 0200-PROCESSAR
           END-IF.

      *--------------- NUMERO DO PROTOCOLO (REQCTRL.dat) ---------------
           PERFORM 0210-LER-REQCTRL.

           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)            TO WRK-DATA-HOJE

           INITIALIZE ARQ-DADOS-REQUERIM
           MOVE WRK-PROX-PROTOCOLO            TO ARQ-REQ-PROTOCOLO
           MOVE WRK-TEMP-REQ-RM               TO ARQ-REQ-RM
           MOVE WRK-TEMP-REQ-TIPO             TO ARQ-REQ-TIPO
           MOVE ARQ-TRQ-SETOR                 TO ARQ-REQ-SETOR
           MOVE WRK-DATA-HOJE                 TO ARQ-REQ-DATA-ABERTURA
           MOVE SPACES                        TO ARQ-REQ-PRAZO
                                                 ARQ-REQ-DATA-CONCLUSAO
                                                 ARQ-REQ-OPERADOR
                                                 ARQ-REQ-RESPOSTA
           MOVE LNK-OPERADOR                  TO ARQ-REQ-OPER-ABERTURA
           MOVE WRK-TEMP-REQ-DESCRICAO        TO ARQ-REQ-DESCRICAO
           MOVE ZEROS                         TO ARQ-REQ-COBRANCA
           MOVE 1                             TO ARQ-REQ-ULT-SEQ

      *--------------- COM TAXA: COBRANCA AVULSA E AGUARDA PAGAMENTO ---
      *--------------- SEM TAXA: ENTRA NA FILA COM O PRAZO CORRENDO ----
           IF  ARQ-TRQ-TAXA GREATER ZEROS
               PERFORM 0220-GERAR-COBRANCA-TAXA
               MOVE WRK-PROX-NUMERO           TO ARQ-REQ-COBRANCA
               MOVE "AGUARDTAXA"              TO ARQ-REQ-STATUS
               MOVE SPACES                    TO WRK-PRAZO-ED
           ELSE
               CALL "PROGDUSM" USING WRK-DATA-HOJE, ARQ-TRQ-SLA-DIAS,
                    WRK-PRAZO
               MOVE WRK-PRAZO                 TO ARQ-REQ-PRAZO
               MOVE "ABERTO"                  TO ARQ-REQ-STATUS
               MOVE SPACES                    TO WRK-PRAZO-ED
               STRING WRK-PRAZO(7:2) "/" WRK-PRAZO(5:2) "/"
                      WRK-PRAZO(1:4)
                      DELIMITED BY SIZE INTO WRK-PRAZO-ED
           END-IF.

           MOVE ARQ-REQ-STATUS                TO WRK-SITUACAO

           WRITE ARQ-DADOS-REQUERIM
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE  TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-WRITE.

      *--------------- PRIMEIRA LINHA DO HISTORICO ---------------------
           INITIALIZE ARQ-DADOS-REQHIST
           MOVE WRK-PROX-PROTOCOLO            TO ARQ-RQH-PROTOCOLO
           MOVE 1                             TO ARQ-RQH-SEQ
           MOVE WRK-DATA-HORA(1:14)           TO ARQ-RQH-DATAHORA
           MOVE ARQ-REQ-STATUS                TO ARQ-RQH-STATUS
           MOVE LNK-OPERADOR                  TO ARQ-RQH-OPERADOR
           IF  ARQ-REQ-COBRANCA GREATER ZEROS
               STRING "ABERTURA - TAXA NA COBRANCA " ARQ-REQ-COBRANCA
                      DELIMITED BY SIZE INTO ARQ-RQH-OBS
           ELSE
               MOVE "ABERTURA NO BALCAO"      TO ARQ-RQH-OBS
           END-IF
           WRITE ARQ-DADOS-REQHIST.

      *--------------- AVANCA A SEQUENCIA DE PROTOCOLOS ----------------
           ADD 1                              TO WRK-PROX-PROTOCOLO
           MOVE WRK-PROX-PROTOCOLO            TO ARQ-REQCTRL-PROXNUM
           OPEN OUTPUT REQCTRL
           WRITE ARQ-REQCTRL
           CLOSE REQCTRL.
           SUBTRACT 1                       FROM WRK-PROX-PROTOCOLO.

           DISPLAY SCR-PROTOCOLO.
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LER-REQCTRL                                        SECTION.
      *-----------------------------------------------------------------
      *----------- PROXIMO NUMERO DE PROTOCOLO (COMECA EM 1) -----------

           OPEN INPUT REQCTRL.

           IF  FS-REQCTRL EQUAL ZEROS
               READ REQCTRL
                   AT END
                       MOVE ZEROS             TO ARQ-REQCTRL-PROXNUM
               END-READ
               CLOSE REQCTRL
           ELSE
               MOVE ZEROS                     TO ARQ-REQCTRL-PROXNUM
           END-IF.

           IF  ARQ-REQCTRL-PROXNUM EQUAL ZEROS
               MOVE 1                         TO WRK-PROX-PROTOCOLO
           ELSE
               MOVE ARQ-REQCTRL-PROXNUM       TO WRK-PROX-PROTOCOLO
           END-IF.

      *-----------------------------------------------------------------
       0210-LER-REQCTRL-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-GERAR-COBRANCA-TAXA                                SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCA AVULSA DA TAXA, NUMERADA PELA MESMA -------
      *----------- SEQUENCIA DE MENCTRL.dat DO FATURAMENTO. A OBS -----
      *----------- "REQUERIMENTO" A SEPARA DA MENSALIDADE DO MES ------

           OPEN INPUT MENCTRL.

           IF  FS-MENCTRL EQUAL ZEROS
               READ MENCTRL
                   AT END
                       MOVE ZEROS             TO ARQ-MENCTRL-PROXNUM
               END-READ
               CLOSE MENCTRL
           ELSE
               MOVE ZEROS                     TO ARQ-MENCTRL-PROXNUM
           END-IF.

           IF  ARQ-MENCTRL-PROXNUM EQUAL ZEROS
               MOVE 1                         TO WRK-PROX-NUMERO
           ELSE
               MOVE ARQ-MENCTRL-PROXNUM       TO WRK-PROX-NUMERO
           END-IF.

      *----------- VENCIMENTO EM REQ-VENCDIAS DIAS, ROLADO PARA O ------
      *----------- PROXIMO DIA UTIL ------------------------------------
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HOJE))
           ADD WRK-VENC-DIAS                  TO WRK-HOJE-INT
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT)
           MOVE WRK-DATA-NUM                  TO WRK-VENC-BRUTO
           CALL "PROGDUTIL" USING WRK-VENC-BRUTO, WRK-VENC-ROLADO.

           MOVE WRK-PROX-NUMERO               TO ARQ-MEN-NUMERO
           MOVE WRK-TEMP-REQ-RM               TO ARQ-MEN-RM
           MOVE WRK-DATA-HOJE(1:6)            TO ARQ-MEN-COMPETENCIA
           MOVE ARQ-TRQ-TAXA                  TO ARQ-MEN-VALOR
           MOVE "ABERTO"                      TO ARQ-MEN-STATUS
           MOVE WRK-DATA-HOJE                 TO ARQ-MEN-DATA-GERACAO
           MOVE SPACES                        TO ARQ-MEN-DATA-BAIXA
           MOVE ZEROS                         TO ARQ-MEN-RECIBO
           MOVE SPACES                        TO ARQ-MEN-OBS
           STRING "REQUERIMENTO " WRK-PROX-PROTOCOLO " - "
                  WRK-TEMP-REQ-TIPO
                  DELIMITED BY SIZE INTO ARQ-MEN-OBS
           MOVE WRK-VENC-ROLADO               TO ARQ-MEN-VENCIMENTO
           MOVE SPACES                        TO ARQ-MEN-SITBANCO
           MOVE SPACES                        TO ARQ-MEN-CONVENIO

           WRITE ARQ-DADOS-MENSALIDADE
               NOT INVALID KEY
                   ADD 1                      TO WRK-PROX-NUMERO
                   MOVE WRK-PROX-NUMERO       TO ARQ-MENCTRL-PROXNUM
                   OPEN OUTPUT MENCTRL
                   WRITE ARQ-MENCTRL
                   CLOSE MENCTRL
                   SUBTRACT 1               FROM WRK-PROX-NUMERO
           END-WRITE.

      *-----------------------------------------------------------------
       0220-GERAR-COBRANCA-TAXA-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

             CLOSE  TIPOREQ.

             CLOSE  REQUERIM.

              IF  FS-REQUERIM NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  REQHIST.

             CLOSE  MENSALID.

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
