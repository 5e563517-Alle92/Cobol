       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGMAPR.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: MONITOR SEMANAL DAS APROVACOES DE QUATRO OLHOS
      *----    (APROVAC, BAIXAS, REVISAO, EQUIVAL E BOLSAREN), EM TRES
      *----    PARTES: (1) PEDIDOS PENDENTES HA MAIS DE APRV-DIAS DIAS
      *----    (PARAMET.dat, PADRAO 7); (2) VOLUME DE DECISOES DOS
      *----    ULTIMOS 7 DIAS POR APROVADOR (LIBERADAS, REJEITADAS E
      *----    REATIVADAS); (3) EXCECOES DE SEGREGACAO DE FUNCOES NO
      *----    MESMO PERIODO: SOLICITANTE E APROVADOR SAO O MESMO
      *----    OPERADOR, OU APROVADOR LOTADO EM UM CAMPUS (PROGOPLE)
      *----    DECIDIU PEDIDO DE ALUNO DE OUTRO CAMPUS. O REAJUSTE E
      *----    POR CURSO E NAO TEM CAMPUS. NAO PEDE DADOS NA TELA:
      *----    PODE SER AGENDADO SEMANALMENTE (JOBS.dat/AGENDA.dat).
      *----    A CAIXA DO DIA A DIA FICA NO PROGCXAP.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- APROVAC           I             BOKAPRO
      *---- BAIXAS            I             BOKBXA
      *---- REVISAO           I             BOKREV
      *---- EQUIVAL           I             BOKEQUI
      *---- BOLSAREN          I             BOKBREN
      *---- ALUNOS            I             BOKALU
      *---- ALUNHIST          I             BOKHIST
      *---- RELMAPR           O              ----
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
           SELECT APROVAC  ASSIGN TO WRK-PATH-APROVAC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-APR-NUMERO
                  FILE STATUS IS FS-APROVAC.

           SELECT BAIXAS  ASSIGN TO WRK-PATH-BAIXAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BXA-NUMERO
                  FILE STATUS IS FS-BAIXAS.

           SELECT REVISAO  ASSIGN TO WRK-PATH-REVISAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-REV-NUMERO
                  FILE STATUS IS FS-REVISAO.

           SELECT EQUIVAL  ASSIGN TO WRK-PATH-EQUIVAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EQU-NUMERO
                  FILE STATUS IS FS-EQUIVAL.

           SELECT BOLSAREN  ASSIGN TO WRK-PATH-BOLSAREN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BRE-NUMERO
                  FILE STATUS IS FS-BOLSAREN.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT ALUNHIST  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-ALUNHIST.

           SELECT RELMAPR ASSIGN TO WRK-PATH-RELMAPR
                  FILE STATUS IS FS-RELMAPR.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  APROVAC.
       COPY "BOKAPRO".

       FD  BAIXAS.
       COPY "BOKBXA".

       FD  REVISAO.
       COPY "BOKREV".

       FD  EQUIVAL.
       COPY "BOKEQUI".

       FD  BOLSAREN.
       COPY "BOKBREN".

       FD  ALUNOS.
       COPY "BOKALU".

       FD  ALUNHIST.
       COPY "BOKHIST".

      *-------------------- AREA DO MONITOR DE APROVACOES --------------
       FD  RELMAPR.

       01  ARQ-RELMAPR                  PIC X(82).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-APROVAC                   PIC 9(02).
       77  FS-BAIXAS                    PIC 9(02).
       77  FS-REVISAO                   PIC 9(02).
       77  FS-EQUIVAL                   PIC 9(02).
       77  FS-BOLSAREN                  PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-RELMAPR                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-RELMAPR             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = CADASTRO DE ALUNOS ABERTO PARA A CONFERENCIA DE CAMPUS
       77  WRK-ABRIU-ALUNOS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-ALUNHIST           PIC X(01) VALUE "N".

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
      *--- DIAS DE ESPERA A PARTIR DOS QUAIS O PEDIDO E COBRADO --------
       77  WRK-DIAS-LIMITE              PIC 9(03)    VALUE 7.

      *------------- PERIODO DA SEMANA (ULTIMOS 7 DIAS ATE HOJE) -------
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-NUM                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INI                 PIC X(08) VALUE SPACES.
       77  WRK-DATA-FIM                 PIC X(08) VALUE SPACES.

      *------------- PARTE DO RELATORIO EM MONTAGEM -------------------
      *--- 1 = PENDENTES EM ATRASO / 2 = VOLUME POR APROVADOR / --------
      *--- 3 = EXCECOES DE SEGREGACAO ----------------------------------
       77  WRK-PASSO                    PIC 9(01) VALUE ZEROS.

      *------------- PEDIDO NO FORMATO COMUM DO MONITOR ----------------
       01  WRK-ITEM.
           05 WRK-ITEM-TIPO             PIC X(10).
           05 WRK-ITEM-NUMERO           PIC 9(06).
           05 WRK-ITEM-REFERENCIA       PIC X(16).
      *--- EM BRANCO NO REAJUSTE (PEDIDO POR CURSO) --------------------
           05 WRK-ITEM-RM               PIC X(06).
           05 WRK-ITEM-STATUS           PIC X(10).
           05 WRK-ITEM-SOLICITANTE      PIC X(08).
           05 WRK-ITEM-DATA-SOLIC       PIC X(14).
           05 WRK-ITEM-APROVADOR        PIC X(08).
           05 WRK-ITEM-DATA-APROV       PIC X(14).
           05 WRK-ITEM-DETALHE          PIC X(12).

       77  WRK-VALOR-ED                 PIC Z(05)9,99.
       77  WRK-NOTA-ED                  PIC Z9,99.
       77  WRK-DIAS                     PIC 9(05) VALUE ZEROS.

      *------------- CONFERENCIA DE CAMPUS -----------------------------
       77  WRK-OPLE-PERFIL              PIC X(01) VALUE SPACES.
       77  WRK-OPLE-CAMPUS              PIC X(15) VALUE SPACES.
       77  WRK-CAMPUS-ALUNO             PIC X(15) VALUE SPACES.

      *------------- DECISOES POR APROVADOR ----------------------------
       77  WRK-QTD-TAP                  PIC 9(03) VALUE ZEROS.
       77  WRK-IND                      PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01) VALUE SPACES.

       01  WRK-TAB-APROVADORES.
           05 WRK-TAP-ITEM              OCCURS 50 TIMES.
              10 WRK-TAP-APROVADOR      PIC X(08).
              10 WRK-TAP-LIBERADAS      PIC 9(06).
              10 WRK-TAP-REJEITADAS     PIC 9(06).
              10 WRK-TAP-REATIVADAS     PIC 9(06).

      *------------- TOTAIS DO MONITOR ---------------------------------
       77  WRK-QTD-LINHAS               PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ATRASADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DECISOES             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-MESMO-OPER           PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FORA-CAMPUS          PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-TITULO.
           05 WRK-LTI-TEXTO             PIC X(50).
           05 WRK-LTI-COMPL             PIC X(30).

       01  WRK-CAB-PENDENTE.
           05 FILLER                    PIC X(11) VALUE "TIPO".
           05 FILLER                    PIC X(07) VALUE "PEDIDO".
           05 FILLER                    PIC X(17) VALUE "REFERENCIA".
           05 FILLER                    PIC X(09) VALUE "SOLICIT.".
           05 FILLER                    PIC X(11) VALUE "DATA".
           05 FILLER                    PIC X(06) VALUE "DIAS".
           05 FILLER                    PIC X(13) VALUE "VALOR/DETALHE".

       01  WRK-DET-PENDENTE.
           05 WRK-DPE-TIPO              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DPE-NUMERO            PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DPE-REFERENCIA        PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DPE-SOLICITANTE       PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DPE-DATA              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DPE-DIAS              PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DPE-DETALHE           PIC X(12).

       01  WRK-CAB-APROVADOR.
           05 FILLER                    PIC X(12) VALUE "APROVADOR".
           05 FILLER                    PIC X(12) VALUE "LIBERADAS".
           05 FILLER                    PIC X(12) VALUE "REJEITADAS".
           05 FILLER                    PIC X(12) VALUE "REATIVADAS".
           05 FILLER                    PIC X(12) VALUE "TOTAL".

       01  WRK-DET-APROVADOR.
           05 WRK-DAP-APROVADOR         PIC X(08).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WRK-DAP-LIBERADAS         PIC ZZZZZ9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WRK-DAP-REJEITADAS        PIC ZZZZZ9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WRK-DAP-REATIVADAS        PIC ZZZZZ9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WRK-DAP-TOTAL             PIC ZZZZZ9.

       01  WRK-CAB-EXCECAO.
           05 FILLER                    PIC X(11) VALUE "TIPO".
           05 FILLER                    PIC X(07) VALUE "PEDIDO".
           05 FILLER                    PIC X(07) VALUE "RM".
           05 FILLER                    PIC X(09) VALUE "SOLICIT.".
           05 FILLER                    PIC X(09) VALUE "APROVAD.".
           05 FILLER                    PIC X(11) VALUE "DECISAO".
           05 FILLER                    PIC X(15) VALUE "OCORRENCIA".
           05 FILLER                    PIC X(13) VALUE "CAMPUS ALUNO".

       01  WRK-DET-EXCECAO.
           05 WRK-DEX-TIPO              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEX-NUMERO            PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEX-RM                PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEX-SOLICITANTE       PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEX-APROVADOR         PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEX-DATA              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEX-OCORRENCIA        PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-DEX-CAMPUS            PIC X(13).

       01  WRK-LINHA-TOT.
           05 WRK-LT-DESCRICAO          PIC X(34).
           05 WRK-LT-QTD-ED             PIC ZZZZZ9.

       77  WRK-DATA-EDIT                PIC X(10) VALUE SPACES.
       77  WRK-DATA-EDIT-FIM            PIC X(10) VALUE SPACES.

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
                  "MONITOR SEMANAL DE APROVACOES"
                  BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  08 COLUMN 20 VALUE "PERIODO DAS DECISOES.........".
           05 LINE  08 COLUMN 51 FROM  WRK-DATA-EDIT.
           05 LINE  08 COLUMN 62 VALUE "A".
           05 LINE  08 COLUMN 64 FROM  WRK-DATA-EDIT-FIM.
           05 LINE  10 COLUMN 20 VALUE "PENDENTES HA MAIS DE DIAS....".
           05 LINE  10 COLUMN 51 FROM  WRK-DIAS-LIMITE.
           05 LINE  11 COLUMN 20 VALUE "PEDIDOS PENDENTES EM ATRASO..".
           05 LINE  11 COLUMN 51 FROM  WRK-QTD-ATRASADOS.
           05 LINE  12 COLUMN 20 VALUE "DECISOES NO PERIODO..........".
           05 LINE  12 COLUMN 51 FROM  WRK-QTD-DECISOES.
           05 LINE  13 COLUMN 20 VALUE "SOLICITANTE = APROVADOR......".
           05 LINE  13 COLUMN 51 FROM  WRK-QTD-MESMO-OPER.
           05 LINE  14 COLUMN 20 VALUE "APROVADOR FORA DO CAMPUS.....".
           05 LINE  14 COLUMN 51 FROM  WRK-QTD-FORA-CAMPUS.

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

           INITIALIZE WRK-TAB-APROVADORES.
           MOVE ZEROS                         TO WRK-QTD-TAP.

      *----------- PARAMETROS VIGENTES (PARAMET.dat) -------------------
           MOVE "APRV-DIAS"                   TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-LIMITE               TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-LIMITE.

      *----------- SEMANA DAS DECISOES: HOJE E OS 6 DIAS ANTERIORES ----
           MOVE FUNCTION CURRENT-DATE         TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)            TO WRK-DATA-FIM
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-DATA-HORA(1:8)))
           COMPUTE WRK-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WRK-HOJE-INT - 6)
           MOVE WRK-DATA-NUM                  TO WRK-DATA-INI.

           MOVE SPACES                        TO WRK-DATA-EDIT
                                                 WRK-DATA-EDIT-FIM
           STRING WRK-DATA-INI(7:2) "/" WRK-DATA-INI(5:2) "/"
                  WRK-DATA-INI(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-EDIT
           STRING WRK-DATA-FIM(7:2) "/" WRK-DATA-FIM(5:2) "/"
                  WRK-DATA-FIM(1:4)
                  DELIMITED BY SIZE INTO WRK-DATA-EDIT-FIM.

      *----------- CADASTROS DE ALUNOS (CAMPUS DO PEDIDO); SEM ELES ----
      *----------- A CONFERENCIA DE CAMPUS FICA DE FORA ----------------
            MOVE "N"                          TO WRK-ABRIU-ALUNOS
                                                 WRK-ABRIU-ALUNHIST

            OPEN INPUT ALUNOS.
            IF  FS-ALUNOS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-ALUNOS
            END-IF.

            OPEN INPUT ALUNHIST.
            IF  FS-ALUNHIST EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-ALUNHIST
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

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "APROVACOES_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELMAPR

           OPEN OUTPUT RELMAPR.

      *--------------------- PARTE 1: PENDENTES EM ATRASO --------------
           MOVE SPACES                         TO WRK-LINHA-TITULO
           STRING "PEDIDOS PENDENTES HA MAIS DE " WRK-DIAS-LIMITE
                  " DIAS"
                  DELIMITED BY SIZE INTO WRK-LTI-TEXTO
           MOVE WRK-LINHA-TITULO               TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE WRK-CAB-PENDENTE               TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE 1                              TO WRK-PASSO
           PERFORM 0210-VARRER-PEDIDOS.

      *--------------------- PARTE 2: VOLUME POR APROVADOR -------------
           MOVE SPACES                         TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE SPACES                         TO WRK-LINHA-TITULO
           MOVE "DECISOES POR APROVADOR"       TO WRK-LTI-TEXTO
           STRING WRK-DATA-EDIT " A " WRK-DATA-EDIT-FIM
                  DELIMITED BY SIZE INTO WRK-LTI-COMPL
           MOVE WRK-LINHA-TITULO               TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE WRK-CAB-APROVADOR              TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE 2                              TO WRK-PASSO
           PERFORM 0210-VARRER-PEDIDOS.

           PERFORM 0290-LISTAR-APROVADORES.

      *--------------------- PARTE 3: EXCECOES DE SEGREGACAO -----------
           MOVE SPACES                         TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE SPACES                         TO WRK-LINHA-TITULO
           MOVE "EXCECOES DE SEGREGACAO DE FUNCOES"
                                               TO WRK-LTI-TEXTO
           STRING WRK-DATA-EDIT " A " WRK-DATA-EDIT-FIM
                  DELIMITED BY SIZE INTO WRK-LTI-COMPL
           MOVE WRK-LINHA-TITULO               TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE WRK-CAB-EXCECAO                TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE 3                              TO WRK-PASSO
           PERFORM 0210-VARRER-PEDIDOS.

      *----------- TOTAIS ----------------------------------------------
           MOVE SPACES                         TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE "TOTAL PENDENTES EM ATRASO"    TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-ATRASADOS              TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE "TOTAL DE DECISOES NO PERIODO" TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-DECISOES               TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE "TOTAL SOLICITANTE = APROVADOR" TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-MESMO-OPER             TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           MOVE "TOTAL APROVADOR FORA DO CAMPUS" TO WRK-LT-DESCRICAO
           MOVE WRK-QTD-FORA-CAMPUS            TO WRK-LT-QTD-ED
           MOVE WRK-LINHA-TOT                  TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           CLOSE RELMAPR.

           COMPUTE WRK-QTD-LINHAS = WRK-QTD-ATRASADOS
                                  + WRK-QTD-MESMO-OPER
                                  + WRK-QTD-FORA-CAMPUS
                                  + WRK-QTD-TAP.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGMAPR"                     TO ARQ-LOG-PROGRAMA
           MOVE "MONITOR DE APROVACOES"        TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELMAPR               TO ARQ-LOG-ARQUIVOGERADO
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
       0210-VARRER-PEDIDOS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- LE OS CINCO ARQUIVOS DE PEDIDOS; CADA PEDIDO VAI ---
      *----------- PARA O FORMATO COMUM E E TRATADO CONFORME A PARTE --

           PERFORM 0220-LER-REAJUSTES.
           PERFORM 0225-LER-BAIXAS.
           PERFORM 0230-LER-REVISOES.
           PERFORM 0235-LER-EQUIVALENCIAS.
           PERFORM 0240-LER-BOLSAS.

      *-----------------------------------------------------------------
       0210-VARRER-PEDIDOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LER-REAJUSTES                                      SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT APROVAC.

           IF  FS-APROVAC NOT EQUAL ZEROS
               GO TO 0220-LER-REAJUSTES-99-FIM
           END-IF.

           READ APROVAC NEXT RECORD
               AT END
                   MOVE 9                      TO FS-APROVAC
           END-READ.

           PERFORM UNTIL FS-APROVAC NOT EQUAL ZEROS

               MOVE "REAJUSTE"                 TO WRK-ITEM-TIPO
               MOVE ARQ-APR-NUMERO             TO WRK-ITEM-NUMERO
               MOVE ARQ-APR-CURSO              TO WRK-ITEM-REFERENCIA
               MOVE SPACES                     TO WRK-ITEM-RM
               MOVE ARQ-APR-STATUS             TO WRK-ITEM-STATUS
               MOVE ARQ-APR-SOLICITANTE        TO WRK-ITEM-SOLICITANTE
               MOVE ARQ-APR-DATA-SOLIC         TO WRK-ITEM-DATA-SOLIC
               MOVE ARQ-APR-APROVADOR          TO WRK-ITEM-APROVADOR
               MOVE ARQ-APR-DATA-APROV         TO WRK-ITEM-DATA-APROV
               MOVE ARQ-APR-VALOR              TO WRK-VALOR-ED
               MOVE SPACES                     TO WRK-ITEM-DETALHE
               STRING "R$" WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
               PERFORM 0250-TRATAR-PEDIDO

               READ APROVAC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-APROVAC
               END-READ

           END-PERFORM.

           CLOSE APROVAC.

      *-----------------------------------------------------------------
       0220-LER-REAJUSTES-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-LER-BAIXAS                                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT BAIXAS.

           IF  FS-BAIXAS NOT EQUAL ZEROS
               GO TO 0225-LER-BAIXAS-99-FIM
           END-IF.

           READ BAIXAS NEXT RECORD
               AT END
                   MOVE 9                      TO FS-BAIXAS
           END-READ.

           PERFORM UNTIL FS-BAIXAS NOT EQUAL ZEROS

               MOVE "BAIXA"                    TO WRK-ITEM-TIPO
               MOVE ARQ-BXA-NUMERO             TO WRK-ITEM-NUMERO
               MOVE SPACES                     TO WRK-ITEM-REFERENCIA
               STRING "RM " ARQ-BXA-RM " " ARQ-BXA-COMPETENCIA
                      DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
               MOVE ARQ-BXA-RM                 TO WRK-ITEM-RM
               MOVE ARQ-BXA-STATUS             TO WRK-ITEM-STATUS
               MOVE ARQ-BXA-SOLICITANTE        TO WRK-ITEM-SOLICITANTE
               MOVE ARQ-BXA-DATA-SOLIC         TO WRK-ITEM-DATA-SOLIC
               MOVE ARQ-BXA-APROVADOR          TO WRK-ITEM-APROVADOR
               MOVE ARQ-BXA-DATA-APROV         TO WRK-ITEM-DATA-APROV
               MOVE ARQ-BXA-VALOR              TO WRK-VALOR-ED
               MOVE SPACES                     TO WRK-ITEM-DETALHE
               STRING "R$" WRK-VALOR-ED
                      DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
               PERFORM 0250-TRATAR-PEDIDO

               READ BAIXAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BAIXAS
               END-READ

           END-PERFORM.

           CLOSE BAIXAS.

      *-----------------------------------------------------------------
       0225-LER-BAIXAS-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LER-REVISOES                                       SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT REVISAO.

           IF  FS-REVISAO NOT EQUAL ZEROS
               GO TO 0230-LER-REVISOES-99-FIM
           END-IF.

           READ REVISAO NEXT RECORD
               AT END
                   MOVE 9                      TO FS-REVISAO
           END-READ.

           PERFORM UNTIL FS-REVISAO NOT EQUAL ZEROS

               MOVE "REVISAO"                  TO WRK-ITEM-TIPO
               MOVE ARQ-REV-NUMERO             TO WRK-ITEM-NUMERO
               MOVE SPACES                     TO WRK-ITEM-REFERENCIA
               STRING "RM " ARQ-REV-RM " " ARQ-REV-DISCIPLINA
                      DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
               MOVE ARQ-REV-RM                 TO WRK-ITEM-RM
               MOVE ARQ-REV-STATUS             TO WRK-ITEM-STATUS
               MOVE ARQ-REV-SOLICITANTE        TO WRK-ITEM-SOLICITANTE
               MOVE ARQ-REV-DATA-SOLIC         TO WRK-ITEM-DATA-SOLIC
               MOVE ARQ-REV-APROVADOR          TO WRK-ITEM-APROVADOR
               MOVE ARQ-REV-DATA-APROV         TO WRK-ITEM-DATA-APROV
               MOVE ARQ-REV-VALOR-PROPOSTO     TO WRK-NOTA-ED
               MOVE SPACES                     TO WRK-ITEM-DETALHE
               STRING "NOTA " WRK-NOTA-ED
                      DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
               PERFORM 0250-TRATAR-PEDIDO

               READ REVISAO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REVISAO
               END-READ

           END-PERFORM.

           CLOSE REVISAO.

      *-----------------------------------------------------------------
       0230-LER-REVISOES-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-LER-EQUIVALENCIAS                                  SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT EQUIVAL.

           IF  FS-EQUIVAL NOT EQUAL ZEROS
               GO TO 0235-LER-EQUIVALENCIAS-99-FIM
           END-IF.

           READ EQUIVAL NEXT RECORD
               AT END
                   MOVE 9                      TO FS-EQUIVAL
           END-READ.

           PERFORM UNTIL FS-EQUIVAL NOT EQUAL ZEROS

               MOVE "EQUIVAL."                 TO WRK-ITEM-TIPO
               MOVE ARQ-EQU-NUMERO             TO WRK-ITEM-NUMERO
               MOVE SPACES                     TO WRK-ITEM-REFERENCIA
               STRING "RM " ARQ-EQU-RM " " ARQ-EQU-DISC-INTERNA
                      DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
               MOVE ARQ-EQU-RM                 TO WRK-ITEM-RM
               MOVE ARQ-EQU-STATUS             TO WRK-ITEM-STATUS
               MOVE ARQ-EQU-SOLICITANTE        TO WRK-ITEM-SOLICITANTE
               MOVE ARQ-EQU-DATA-SOLIC         TO WRK-ITEM-DATA-SOLIC
               MOVE ARQ-EQU-APROVADOR          TO WRK-ITEM-APROVADOR
               MOVE ARQ-EQU-DATA-APROV         TO WRK-ITEM-DATA-APROV
               MOVE SPACES                     TO WRK-ITEM-DETALHE
               STRING "HORAS " ARQ-EQU-HORAS
                      DELIMITED BY SIZE INTO WRK-ITEM-DETALHE
               PERFORM 0250-TRATAR-PEDIDO

               READ EQUIVAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EQUIVAL
               END-READ

           END-PERFORM.

           CLOSE EQUIVAL.

      *-----------------------------------------------------------------
       0235-LER-EQUIVALENCIAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-LER-BOLSAS                                         SECTION.
      *-----------------------------------------------------------------

           OPEN INPUT BOLSAREN.

           IF  FS-BOLSAREN NOT EQUAL ZEROS
               GO TO 0240-LER-BOLSAS-99-FIM
           END-IF.

           READ BOLSAREN NEXT RECORD
               AT END
                   MOVE 9                      TO FS-BOLSAREN
           END-READ.

           PERFORM UNTIL FS-BOLSAREN NOT EQUAL ZEROS

               MOVE "BOLSA"                    TO WRK-ITEM-TIPO
               MOVE ARQ-BRE-NUMERO             TO WRK-ITEM-NUMERO
               MOVE SPACES                     TO WRK-ITEM-REFERENCIA
               STRING "RM " ARQ-BRE-RM " SEM " ARQ-BRE-SEMESTRE
                      DELIMITED BY SIZE INTO WRK-ITEM-REFERENCIA
               MOVE ARQ-BRE-RM                 TO WRK-ITEM-RM
               MOVE ARQ-BRE-STATUS             TO WRK-ITEM-STATUS
               MOVE ARQ-BRE-SOLICITANTE        TO WRK-ITEM-SOLICITANTE
               MOVE ARQ-BRE-DATA-SOLIC         TO WRK-ITEM-DATA-SOLIC
               MOVE ARQ-BRE-APROVADOR          TO WRK-ITEM-APROVADOR
               MOVE ARQ-BRE-DATA-APROV         TO WRK-ITEM-DATA-APROV
               MOVE ARQ-BRE-PROPOSTA           TO WRK-ITEM-DETALHE
               PERFORM 0250-TRATAR-PEDIDO

               READ BOLSAREN NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BOLSAREN
               END-READ

           END-PERFORM.

           CLOSE BOLSAREN.

      *-----------------------------------------------------------------
       0240-LER-BOLSAS-99-FIM                                  SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-TRATAR-PEDIDO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- PARTE 1 OLHA OS PENDENTES; PARTES 2 E 3 OLHAM AS ---
      *----------- DECISOES TOMADAS NA SEMANA --------------------------

           IF  WRK-PASSO EQUAL 1
               IF  WRK-ITEM-STATUS EQUAL "PENDENTE"
                   PERFORM 0255-LISTAR-ATRASADO
               END-IF
               GO TO 0250-TRATAR-PEDIDO-99-FIM
           END-IF.

           IF  WRK-ITEM-STATUS    EQUAL "PENDENTE"
           OR  WRK-ITEM-APROVADOR EQUAL SPACES
               GO TO 0250-TRATAR-PEDIDO-99-FIM
           END-IF.

           IF  WRK-ITEM-DATA-APROV(1:8) LESS    WRK-DATA-INI
           OR  WRK-ITEM-DATA-APROV(1:8) GREATER WRK-DATA-FIM
               GO TO 0250-TRATAR-PEDIDO-99-FIM
           END-IF.

           IF  WRK-PASSO EQUAL 2
               PERFORM 0260-ACUMULAR-APROVADOR
           ELSE
               PERFORM 0270-CONFERIR-SEGREGACAO
           END-IF.

      *-----------------------------------------------------------------
       0250-TRATAR-PEDIDO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-LISTAR-ATRASADO                                    SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                          TO WRK-DIAS
           IF  WRK-ITEM-DATA-SOLIC(1:8) IS NUMERIC
           AND WRK-ITEM-DATA-SOLIC(1:8) GREATER "16010101"
               COMPUTE WRK-DIAS = WRK-HOJE-INT -
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WRK-ITEM-DATA-SOLIC(1:8)))
           END-IF.

           IF  WRK-DIAS NOT GREATER WRK-DIAS-LIMITE
               GO TO 0255-LISTAR-ATRASADO-99-FIM
           END-IF.

           MOVE WRK-ITEM-TIPO                  TO WRK-DPE-TIPO
           MOVE WRK-ITEM-NUMERO                TO WRK-DPE-NUMERO
           MOVE WRK-ITEM-REFERENCIA            TO WRK-DPE-REFERENCIA
           MOVE WRK-ITEM-SOLICITANTE           TO WRK-DPE-SOLICITANTE
           MOVE SPACES                         TO WRK-DPE-DATA
           STRING WRK-ITEM-DATA-SOLIC(7:2) "/"
                  WRK-ITEM-DATA-SOLIC(5:2) "/"
                  WRK-ITEM-DATA-SOLIC(1:4)
                  DELIMITED BY SIZE INTO WRK-DPE-DATA
           MOVE WRK-DIAS                       TO WRK-DPE-DIAS
           MOVE WRK-ITEM-DETALHE               TO WRK-DPE-DETALHE
           MOVE WRK-DET-PENDENTE               TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.

           ADD 1                               TO WRK-QTD-ATRASADOS.

      *-----------------------------------------------------------------
       0255-LISTAR-ATRASADO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-ACUMULAR-APROVADOR                                 SECTION.
      *-----------------------------------------------------------------
      *----------- PROCURA O APROVADOR NA TABELA; NOVO ENTRA NO FIM ---

           ADD 1                               TO WRK-QTD-DECISOES.

           MOVE "N"                            TO WRK-ACHOU
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND GREATER WRK-QTD-TAP
                      OR WRK-ACHOU EQUAL "S"
               IF  WRK-TAP-APROVADOR(WRK-IND) EQUAL WRK-ITEM-APROVADOR
                   MOVE "S"                    TO WRK-ACHOU
               END-IF
           END-PERFORM.

           IF  WRK-ACHOU EQUAL "S"
               SUBTRACT 1                      FROM WRK-IND
           ELSE
               IF  WRK-QTD-TAP NOT LESS 50
                   GO TO 0260-ACUMULAR-APROVADOR-99-FIM
               END-IF
               ADD 1                           TO WRK-QTD-TAP
               MOVE WRK-QTD-TAP                TO WRK-IND
               MOVE WRK-ITEM-APROVADOR TO WRK-TAP-APROVADOR(WRK-IND)
           END-IF.

           EVALUATE WRK-ITEM-STATUS
               WHEN "REJEITADO"
                   ADD 1              TO WRK-TAP-REJEITADAS(WRK-IND)
               WHEN "REATIVADO"
                   ADD 1              TO WRK-TAP-REATIVADAS(WRK-IND)
               WHEN OTHER
                   ADD 1              TO WRK-TAP-LIBERADAS(WRK-IND)
           END-EVALUATE.

      *-----------------------------------------------------------------
       0260-ACUMULAR-APROVADOR-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-CONFERIR-SEGREGACAO                                SECTION.
      *-----------------------------------------------------------------
      *----------- QUATRO OLHOS: SOLICITANTE E APROVADOR DEVEM SER ----
      *----------- OPERADORES DIFERENTES -------------------------------

           MOVE WRK-ITEM-TIPO                  TO WRK-DEX-TIPO
           MOVE WRK-ITEM-NUMERO                TO WRK-DEX-NUMERO
           MOVE WRK-ITEM-RM                    TO WRK-DEX-RM
           MOVE WRK-ITEM-SOLICITANTE           TO WRK-DEX-SOLICITANTE
           MOVE WRK-ITEM-APROVADOR             TO WRK-DEX-APROVADOR
           MOVE SPACES                         TO WRK-DEX-DATA
           STRING WRK-ITEM-DATA-APROV(7:2) "/"
                  WRK-ITEM-DATA-APROV(5:2) "/"
                  WRK-ITEM-DATA-APROV(1:4)
                  DELIMITED BY SIZE INTO WRK-DEX-DATA
           MOVE SPACES                         TO WRK-DEX-CAMPUS.

           IF  WRK-ITEM-SOLICITANTE EQUAL WRK-ITEM-APROVADOR
               MOVE "MESMO OPERADOR"           TO WRK-DEX-OCORRENCIA
               MOVE WRK-DET-EXCECAO            TO ARQ-RELMAPR
               WRITE ARQ-RELMAPR
               ADD 1                           TO WRK-QTD-MESMO-OPER
           END-IF.

      *----------- CAMPUS: SO PEDIDO DE ALUNO E APROVADOR LOTADO -------
      *----------- EM UM CAMPUS (EM BRANCO ATENDE TODOS) ---------------
           IF  WRK-ITEM-RM EQUAL SPACES
               GO TO 0270-CONFERIR-SEGREGACAO-99-FIM
           END-IF.

           CALL "PROGOPLE" USING WRK-ITEM-APROVADOR, WRK-OPLE-PERFIL,
                WRK-OPLE-CAMPUS.

           IF  WRK-OPLE-CAMPUS EQUAL SPACES
               GO TO 0270-CONFERIR-SEGREGACAO-99-FIM
           END-IF.

           PERFORM 0275-LER-CAMPUS-ALUNO.

           IF  WRK-CAMPUS-ALUNO EQUAL SPACES
           OR  WRK-CAMPUS-ALUNO EQUAL WRK-OPLE-CAMPUS
               GO TO 0270-CONFERIR-SEGREGACAO-99-FIM
           END-IF.

           MOVE "FORA DO CAMPUS"               TO WRK-DEX-OCORRENCIA
           MOVE WRK-CAMPUS-ALUNO               TO WRK-DEX-CAMPUS
           MOVE WRK-DET-EXCECAO                TO ARQ-RELMAPR
           WRITE ARQ-RELMAPR.
           ADD 1                               TO WRK-QTD-FORA-CAMPUS.

      *-----------------------------------------------------------------
       0270-CONFERIR-SEGREGACAO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0275-LER-CAMPUS-ALUNO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CAMPUS DO ALUNO ATIVO OU, SE JA ARQUIVADO, DO -------
      *----------- HISTORICO (MESMO DESENHO DE BOKALU) -----------------

           MOVE SPACES                         TO WRK-CAMPUS-ALUNO.

           IF  WRK-ABRIU-ALUNOS EQUAL "S"
               MOVE WRK-ITEM-RM                TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   NOT INVALID KEY
                       MOVE ARQ-CAMPUS         TO WRK-CAMPUS-ALUNO
                       GO TO 0275-LER-CAMPUS-ALUNO-99-FIM
               END-READ
           END-IF.

           IF  WRK-ABRIU-ALUNHIST EQUAL "S"
               MOVE WRK-ITEM-RM                TO ARQ-HIST-RM
               READ ALUNHIST KEY IS ARQ-HIST-RM
                   NOT INVALID KEY
                       MOVE ARQ-DADOS-HIST     TO ARQ-DADOS
                       MOVE ARQ-CAMPUS         TO WRK-CAMPUS-ALUNO
               END-READ
           END-IF.

      *-----------------------------------------------------------------
       0275-LER-CAMPUS-ALUNO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-LISTAR-APROVADORES                                 SECTION.
      *-----------------------------------------------------------------

           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND GREATER WRK-QTD-TAP
               MOVE WRK-TAP-APROVADOR(WRK-IND)  TO WRK-DAP-APROVADOR
               MOVE WRK-TAP-LIBERADAS(WRK-IND)  TO WRK-DAP-LIBERADAS
               MOVE WRK-TAP-REJEITADAS(WRK-IND) TO WRK-DAP-REJEITADAS
               MOVE WRK-TAP-REATIVADAS(WRK-IND) TO WRK-DAP-REATIVADAS
               COMPUTE WRK-DAP-TOTAL = WRK-TAP-LIBERADAS(WRK-IND)
                                     + WRK-TAP-REJEITADAS(WRK-IND)
                                     + WRK-TAP-REATIVADAS(WRK-IND)
               MOVE WRK-DET-APROVADOR           TO ARQ-RELMAPR
               WRITE ARQ-RELMAPR
           END-PERFORM.

      *-----------------------------------------------------------------
       0290-LISTAR-APROVADORES-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------

           IF  WRK-ABRIU-ALUNOS EQUAL "S"
               CLOSE ALUNOS
           END-IF.

           IF  WRK-ABRIU-ALUNHIST EQUAL "S"
               CLOSE ALUNHIST
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
