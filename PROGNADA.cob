       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGNADA.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: CERTIDAO DE NADA CONSTA DE UM RM. CONFERE, EM
      *----    UMA SO PASSADA, AS PENDENCIAS FINANCEIRAS E ACADEMICAS:
      *----    MENSALIDADES EM ABERTO, PARCELAS DE ACORDO EM ABERTO,
      *----    CHEQUES EM CUSTODIA OU DEVOLVIDOS, DEPENDENCIAS NAO
      *----    FECHADAS, PEDIDOS DE REVISAO DE NOTA E DE
      *----    APROVEITAMENTO PENDENTES E TITULOS RECUSADOS PELO
      *----    BANCO AINDA NAO CORRIGIDOS. SEM NENHUMA PENDENCIA A
      *----    CERTIDAO E NUMERADA (NDCCTRL.dat), GRAVADA EM
      *----    NADACONS.dat COM A VALIDADE DO PARAMETRO NDC-VALIDADE
      *----    E EMITIDA; HAVENDO PENDENCIA SAI SO A LISTAGEM DOS
      *----    ITENS QUE BLOQUEIAM. DIPLOMA (PROGDIPL) E
      *----    TRANSFERENCIA (PROGTRANS) EXIGEM A CERTIDAO VALIDA.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- PARCELAS          I             BOKPARC
      *---- CHEQUES           I             BOKCHQ
      *---- DEPEND            I             BOKDEP
      *---- REVISAO           I             BOKREV
      *---- EQUIVAL           I             BOKEQUI
      *---- PENDCORR          I             BOKPCOR
      *---- NADACONS          I/O           BOKNADA
      *---- NDCCTRL           E              ----
      *---- NADACERT          O              ----
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

           SELECT PARCELAS  ASSIGN TO WRK-PATH-PARCELAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAR-CHAVE
                  FILE STATUS IS FS-PARCELAS.

           SELECT CHEQUES  ASSIGN TO WRK-PATH-CHEQUES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CHQ-NUMERO
                  FILE STATUS IS FS-CHEQUES.

           SELECT DEPEND  ASSIGN TO WRK-PATH-DEPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-DEP-CHAVE
                  FILE STATUS IS FS-DEPEND.

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

           SELECT PENDCORR  ASSIGN TO WRK-PATH-PENDCORR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PCO-NUMERO
                  FILE STATUS IS FS-PENDCORR.

           SELECT NADACONS  ASSIGN TO WRK-PATH-NADACONS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NDC-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NDC-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NADACONS.

      *----------- ARQUIVO DE CONTROLE DA NUMERACAO DA CERTIDAO --------
           SELECT NDCCTRL  ASSIGN TO WRK-PATH-NDCCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NDCCTRL.

           SELECT NADACERT ASSIGN TO WRK-PATH-NADACERT
                  FILE STATUS IS FS-NADACERT.

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

       FD  PARCELAS.
       COPY "BOKPARC".

       FD  CHEQUES.
       COPY "BOKCHQ".

       FD  DEPEND.
       COPY "BOKDEP".

       FD  REVISAO.
       COPY "BOKREV".

       FD  EQUIVAL.
       COPY "BOKEQUI".

       FD  PENDCORR.
       COPY "BOKPCOR".

       FD  NADACONS.
       COPY "BOKNADA".

      *-------------------- AREA DE CONTROLE DA NUMERACAO --------------
       FD  NDCCTRL.
       01  ARQ-NDCCTRL.
           05 ARQ-NDCCTRL-PROXNUM       PIC 9(08).

      *-------------------- AREA DA CERTIDAO / LISTAGEM ----------------
       FD  NADACERT.

       01  ARQ-NADACERT                 PIC X(80).

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
       77  FS-PARCELAS                  PIC 9(02).
       77  FS-CHEQUES                   PIC 9(02).
       77  FS-DEPEND                    PIC 9(02).
       77  FS-REVISAO                   PIC 9(02).
       77  FS-EQUIVAL                   PIC 9(02).
       77  FS-PENDCORR                  PIC 9(02).
       77  FS-NADACONS                  PIC 9(02).
       77  FS-NDCCTRL                   PIC 9(02).
       77  FS-NADACERT                  PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-PATH-NADACERT            PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *--- "S" = ARQUIVO ABERTO NESTA CHAMADA. SEM O ARQUIVO NAO HA ----
      *--- PENDENCIA DAQUELA ORIGEM ------------------------------------
       77  WRK-ABRIU-MENSALID           PIC X(01) VALUE "N".
       77  WRK-ABRIU-PARCELAS           PIC X(01) VALUE "N".
       77  WRK-ABRIU-CHEQUES            PIC X(01) VALUE "N".
       77  WRK-ABRIU-DEPEND             PIC X(01) VALUE "N".
       77  WRK-ABRIU-REVISAO            PIC X(01) VALUE "N".
       77  WRK-ABRIU-EQUIVAL            PIC X(01) VALUE "N".
       77  WRK-ABRIU-PENDCORR           PIC X(01) VALUE "N".

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- VARIAVEIS DA VERIFICACAO --------------------------
       77  WRK-TEMP-RM                  PIC X(06) VALUE SPACES.
       77  WRK-QTD-PENDENCIAS           PIC 9(04) VALUE ZEROS.
       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-X                 PIC 9(08).
       77  WRK-HOJE                     PIC X(08) VALUE SPACES.
       77  WRK-VALIDADE                 PIC 9(08) VALUE ZEROS.
       77  WRK-VALIDADE-X               PIC X(08) VALUE SPACES.

      *--- PRAZO DE VALIDADE DA CERTIDAO EM DIAS (PROGPLER, CODIGO -----
      *--- NDC-VALIDADE); O VALUE E O PADRAO ---------------------------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DIAS-VALIDADE            PIC 9(03)    VALUE 30.

      *------------- CAMPOS EDITADOS DAS LINHAS ------------------------
       77  WRK-VALOR-ED                 PIC ZZZ.ZZ9,99.
       77  WRK-SEQ-ED                   PIC ZZ9.
       77  WRK-NUMERO-ED                PIC Z(07)9.
       77  WRK-DOC-ED                   PIC Z(07)9.

      *------------- LINHA DE PENDENCIA --------------------------------
       01  WRK-LINHA-PEND.
           05 WRK-LP-ORIGEM             PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-REFERENCIA         PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-SITUACAO           PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LP-DETALHE            PIC X(30).

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
           05 LINE  01 COLUMN 24 VALUE "CERTIDAO DE NADA CONSTA"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "RM DO ALUNO......".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-RM.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "PENDENCIAS...........".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-PENDENCIAS.
           05 LINE  13 COLUMN 30 VALUE "CERTIDAO NR..........".
           05 LINE  13 COLUMN 55 FROM  WRK-NUMERO-ED.

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

            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

      *----------- ORIGENS DAS PENDENCIAS (SOMENTE LEITURA) ------------
            OPEN INPUT MENSALID.

            IF  FS-MENSALID EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MENSALID
            END-IF.

            OPEN INPUT PARCELAS.

            IF  FS-PARCELAS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-PARCELAS
            END-IF.

            OPEN INPUT CHEQUES.

            IF  FS-CHEQUES EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-CHEQUES
            END-IF.

            OPEN INPUT DEPEND.

            IF  FS-DEPEND EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-DEPEND
            END-IF.

            OPEN INPUT REVISAO.

            IF  FS-REVISAO EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-REVISAO
            END-IF.

            OPEN INPUT EQUIVAL.

            IF  FS-EQUIVAL EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-EQUIVAL
            END-IF.

            OPEN INPUT PENDCORR.

            IF  FS-PENDCORR EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-PENDCORR
            END-IF.

      *----------- REGISTRO DAS CERTIDOES (I-O; CRIA NA PRIMEIRA) ------
            OPEN I-O NADACONS.

            IF  FS-NADACONS EQUAL 35
                OPEN OUTPUT NADACONS
                CLOSE       NADACONS
                OPEN I-O    NADACONS
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- PRAZO DE VALIDADE VIGENTE (PARAMET.dat) -------------
           MOVE "NDC-VALIDADE"                TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-VALIDADE             TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-VALIDADE.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

      *--------------- AREA DE LOCALIZACAO DO REGISTRO -----------------
           DISPLAY SCR-TELA
           MOVE SPACES                        TO WRK-TEMP-RM
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           IF WRK-TEMP-RM  EQUAL '9999'
               PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           IF WRK-TEMP-RM  EQUAL SPACES
               MOVE WRK-RM-INC                TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

           MOVE WRK-TEMP-RM                   TO ARQ-RM
           READ ALUNOS KEY IS ARQ-RM
               INVALID KEY
                   MOVE WRK-MSG-REG-NAOENCONT TO WRK-MSG
                   PERFORM 0900-MOSTRA
                   GO TO 0200-PROCESSAR
           END-READ.

      *--------------- CABECALHO DO DOCUMENTO --------------------------

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-HOJE
           STRING FUNCTION TRIM(WRK-PATH-BASE) "NADACONSTA_"
                  WRK-TEMP-RM "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-NADACERT

           OPEN OUTPUT NADACERT.

           MOVE ZEROS                          TO WRK-QTD-PENDENCIAS
                                                  WRK-NUMERO-ED

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "VERIFICACAO DE NADA CONSTA - RM " ARQ-RM " - "
                  ARQ-NOMEALUNO
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "POSICAO EM "
                  WRK-HOJE(7:2) "/" WRK-HOJE(5:2) "/" WRK-HOJE(1:4)
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "ORIGEM       REFERENCIA      SITUACAO   DETALHE"
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

      *--------------- CONFERENCIA DE CADA ORIGEM ----------------------

           IF  WRK-ABRIU-MENSALID EQUAL "S"
               PERFORM 0210-CONFERIR-MENSALID
           END-IF.

           IF  WRK-ABRIU-PARCELAS EQUAL "S"
               PERFORM 0215-CONFERIR-PARCELAS
           END-IF.

           IF  WRK-ABRIU-CHEQUES EQUAL "S"
               PERFORM 0220-CONFERIR-CHEQUES
           END-IF.

           IF  WRK-ABRIU-DEPEND EQUAL "S"
               PERFORM 0225-CONFERIR-DEPEND
           END-IF.

           IF  WRK-ABRIU-REVISAO EQUAL "S"
               PERFORM 0230-CONFERIR-REVISAO
           END-IF.

           IF  WRK-ABRIU-EQUIVAL EQUAL "S"
               PERFORM 0235-CONFERIR-EQUIVAL
           END-IF.

           IF  WRK-ABRIU-PENDCORR EQUAL "S"
               PERFORM 0240-CONFERIR-PENDCORR
           END-IF.

      *--------------- CERTIDAO OU LISTA DE BLOQUEIOS ------------------

           MOVE SPACES                         TO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           IF  WRK-QTD-PENDENCIAS EQUAL ZEROS
               PERFORM 0260-EMITIR-CERTIDAO
           ELSE
               MOVE SPACES                     TO ARQ-NADACERT
               STRING "TOTAL DE PENDENCIAS: " WRK-QTD-PENDENCIAS
                      " - CERTIDAO NAO EMITIDA"
                      DELIMITED BY SIZE INTO ARQ-NADACERT
               WRITE ARQ-NADACERT
           END-IF.

           CLOSE NADACERT.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGNADA"                     TO ARQ-LOG-PROGRAMA
           MOVE SPACES                         TO ARQ-LOG-RELATORIO
           IF  WRK-QTD-PENDENCIAS EQUAL ZEROS
               STRING "NADA CONSTA " WRK-NUMERO-X " RM " ARQ-RM
                      DELIMITED BY SIZE INTO ARQ-LOG-RELATORIO
               MOVE 1                          TO ARQ-LOG-QTDREGISTROS
           ELSE
               STRING "PENDENCIAS N.CONSTA RM " ARQ-RM
                      DELIMITED BY SIZE INTO ARQ-LOG-RELATORIO
               MOVE WRK-QTD-PENDENCIAS         TO ARQ-LOG-QTDREGISTROS
           END-IF.
           MOVE WRK-PATH-NADACERT              TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           IF  WRK-QTD-PENDENCIAS EQUAL ZEROS
               MOVE WRK-MSG-NDC-EMITIDA        TO WRK-MSG
           ELSE
               MOVE WRK-MSG-NDC-PENDENTE       TO WRK-MSG
           END-IF.
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-CONFERIR-MENSALID                                  SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCAS AINDA EM ABERTO ---------------------------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0210-CONFERIR-MENSALID-99-FIM
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0210-CONFERIR-MENSALID-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-RM EQUAL ARQ-RM
               AND ARQ-MEN-STATUS EQUAL "ABERTO"
                   MOVE "MENSALIDADE"          TO WRK-LP-ORIGEM
                   MOVE SPACES                 TO WRK-LP-REFERENCIA
                   STRING "COMPET. " ARQ-MEN-COMPETENCIA(5:2) "/"
                          ARQ-MEN-COMPETENCIA(1:4)
                          DELIMITED BY SIZE INTO WRK-LP-REFERENCIA
                   MOVE ARQ-MEN-STATUS         TO WRK-LP-SITUACAO
                   MOVE ARQ-MEN-VALOR          TO WRK-VALOR-ED
                   MOVE SPACES                 TO WRK-LP-DETALHE
                   STRING "VALOR " WRK-VALOR-ED
                          DELIMITED BY SIZE INTO WRK-LP-DETALHE
                   PERFORM 0290-GRAVAR-PENDENCIA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

      *-----------------------------------------------------------------
       0210-CONFERIR-MENSALID-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CONFERIR-PARCELAS                                  SECTION.
      *-----------------------------------------------------------------
      *----------- PARCELAS DE ACORDO AINDA EM ABERTO (CHAVE RM+SEQ) ---

           MOVE ARQ-RM                         TO ARQ-PAR-RM
           MOVE ZEROS                          TO ARQ-PAR-SEQ

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   GO TO 0215-CONFERIR-PARCELAS-99-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   GO TO 0215-CONFERIR-PARCELAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS
                      OR ARQ-PAR-RM NOT EQUAL ARQ-RM

               IF  ARQ-PAR-STATUS EQUAL "ABERTO"
                   MOVE "ACORDO"               TO WRK-LP-ORIGEM
                   MOVE ARQ-PAR-SEQ            TO WRK-SEQ-ED
                   MOVE SPACES                 TO WRK-LP-REFERENCIA
                   STRING "PARCELA " WRK-SEQ-ED
                          DELIMITED BY SIZE INTO WRK-LP-REFERENCIA
                   MOVE ARQ-PAR-STATUS         TO WRK-LP-SITUACAO
                   MOVE ARQ-PAR-VALOR          TO WRK-VALOR-ED
                   MOVE SPACES                 TO WRK-LP-DETALHE
                   STRING "VENC " ARQ-PAR-VENCIMENTO(7:2) "/"
                          ARQ-PAR-VENCIMENTO(5:2) "/"
                          ARQ-PAR-VENCIMENTO(1:4) " " WRK-VALOR-ED
                          DELIMITED BY SIZE INTO WRK-LP-DETALHE
                   PERFORM 0290-GRAVAR-PENDENCIA
               END-IF

               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PARCELAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PARCELAS.

      *-----------------------------------------------------------------
       0215-CONFERIR-PARCELAS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-CONFERIR-CHEQUES                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CHEQUES AINDA EM CUSTODIA OU DEVOLVIDOS -------------

           MOVE LOW-VALUES                     TO ARQ-CHQ-NUMERO

           START CHEQUES KEY IS GREATER THAN OR EQUAL ARQ-CHQ-NUMERO
               INVALID KEY
                   GO TO 0220-CONFERIR-CHEQUES-99-FIM
           END-START.

           READ CHEQUES NEXT RECORD
               AT END
                   GO TO 0220-CONFERIR-CHEQUES-99-FIM
           END-READ.

           PERFORM UNTIL FS-CHEQUES NOT EQUAL ZEROS

               IF  ARQ-CHQ-RM EQUAL ARQ-RM
               AND (ARQ-CHQ-STATUS EQUAL "CUSTODIA"
                OR  ARQ-CHQ-STATUS EQUAL "DEVOLVIDO")
                   MOVE "CHEQUE"               TO WRK-LP-ORIGEM
                   MOVE SPACES                 TO WRK-LP-REFERENCIA
                   STRING "NR " ARQ-CHQ-CHEQUE
                          DELIMITED BY SIZE INTO WRK-LP-REFERENCIA
                   MOVE ARQ-CHQ-STATUS         TO WRK-LP-SITUACAO
                   MOVE ARQ-CHQ-VALOR          TO WRK-VALOR-ED
                   MOVE SPACES                 TO WRK-LP-DETALHE
                   STRING ARQ-CHQ-BANCO " " WRK-VALOR-ED
                          DELIMITED BY SIZE INTO WRK-LP-DETALHE
                   PERFORM 0290-GRAVAR-PENDENCIA
               END-IF

               READ CHEQUES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CHEQUES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CHEQUES.

      *-----------------------------------------------------------------
       0220-CONFERIR-CHEQUES-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-CONFERIR-DEPEND                                    SECTION.
      *-----------------------------------------------------------------
      *----------- DEPENDENCIAS NAO FECHADAS (CHAVE RM+DISCIPLINA) -----

           MOVE ARQ-RM                         TO ARQ-DEP-RM
           MOVE LOW-VALUES                     TO ARQ-DEP-DISCIPLINA

           START DEPEND KEY IS GREATER THAN OR EQUAL ARQ-DEP-CHAVE
               INVALID KEY
                   GO TO 0225-CONFERIR-DEPEND-99-FIM
           END-START.

           READ DEPEND NEXT RECORD
               AT END
                   GO TO 0225-CONFERIR-DEPEND-99-FIM
           END-READ.

           PERFORM UNTIL FS-DEPEND NOT EQUAL ZEROS
                      OR ARQ-DEP-RM NOT EQUAL ARQ-RM

               IF  ARQ-DEP-STATUS NOT EQUAL "FECHADO"
                   MOVE "DEPENDENCIA"          TO WRK-LP-ORIGEM
                   MOVE ARQ-DEP-DISCIPLINA     TO WRK-LP-REFERENCIA
                   MOVE ARQ-DEP-STATUS         TO WRK-LP-SITUACAO
                   MOVE SPACES                 TO WRK-LP-DETALHE
                   STRING "REPROVADA NO SEMESTRE " ARQ-DEP-SEM-ORIGEM
                          DELIMITED BY SIZE INTO WRK-LP-DETALHE
                   PERFORM 0290-GRAVAR-PENDENCIA
               END-IF

               READ DEPEND NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-DEPEND
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-DEPEND.

      *-----------------------------------------------------------------
       0225-CONFERIR-DEPEND-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-CONFERIR-REVISAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PEDIDOS DE REVISAO DE NOTA AINDA PENDENTES ----------

           MOVE LOW-VALUES                     TO ARQ-REV-NUMERO

           START REVISAO KEY IS GREATER THAN OR EQUAL ARQ-REV-NUMERO
               INVALID KEY
                   GO TO 0230-CONFERIR-REVISAO-99-FIM
           END-START.

           READ REVISAO NEXT RECORD
               AT END
                   GO TO 0230-CONFERIR-REVISAO-99-FIM
           END-READ.

           PERFORM UNTIL FS-REVISAO NOT EQUAL ZEROS

               IF  ARQ-REV-RM EQUAL ARQ-RM
               AND ARQ-REV-STATUS EQUAL "PENDENTE"
                   MOVE "REVISAO NOTA"         TO WRK-LP-ORIGEM
                   MOVE ARQ-REV-DISCIPLINA     TO WRK-LP-REFERENCIA
                   MOVE ARQ-REV-STATUS         TO WRK-LP-SITUACAO
                   MOVE ARQ-REV-NUMERO         TO WRK-DOC-ED
                   MOVE SPACES                 TO WRK-LP-DETALHE
                   STRING "PEDIDO NR " WRK-DOC-ED
                          DELIMITED BY SIZE INTO WRK-LP-DETALHE
                   PERFORM 0290-GRAVAR-PENDENCIA
               END-IF

               READ REVISAO NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-REVISAO
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-REVISAO.

      *-----------------------------------------------------------------
       0230-CONFERIR-REVISAO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-CONFERIR-EQUIVAL                                   SECTION.
      *-----------------------------------------------------------------
      *----------- PEDIDOS DE APROVEITAMENTO AINDA PENDENTES -----------

           MOVE LOW-VALUES                     TO ARQ-EQU-NUMERO

           START EQUIVAL KEY IS GREATER THAN OR EQUAL ARQ-EQU-NUMERO
               INVALID KEY
                   GO TO 0235-CONFERIR-EQUIVAL-99-FIM
           END-START.

           READ EQUIVAL NEXT RECORD
               AT END
                   GO TO 0235-CONFERIR-EQUIVAL-99-FIM
           END-READ.

           PERFORM UNTIL FS-EQUIVAL NOT EQUAL ZEROS

               IF  ARQ-EQU-RM EQUAL ARQ-RM
               AND ARQ-EQU-STATUS EQUAL "PENDENTE"
                   MOVE "APROVEITAM."          TO WRK-LP-ORIGEM
                   MOVE ARQ-EQU-DISC-INTERNA   TO WRK-LP-REFERENCIA
                   MOVE ARQ-EQU-STATUS         TO WRK-LP-SITUACAO
                   MOVE ARQ-EQU-INSTITUICAO    TO WRK-LP-DETALHE
                   PERFORM 0290-GRAVAR-PENDENCIA
               END-IF

               READ EQUIVAL NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EQUIVAL
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-EQUIVAL.

      *-----------------------------------------------------------------
       0235-CONFERIR-EQUIVAL-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-CONFERIR-PENDCORR                                  SECTION.
      *-----------------------------------------------------------------
      *----------- TITULOS RECUSADOS PELO BANCO AINDA NAO CORRIGIDOS ---

           MOVE LOW-VALUES                     TO ARQ-PCO-NUMERO

           START PENDCORR KEY IS GREATER THAN OR EQUAL ARQ-PCO-NUMERO
               INVALID KEY
                   GO TO 0240-CONFERIR-PENDCORR-99-FIM
           END-START.

           READ PENDCORR NEXT RECORD
               AT END
                   GO TO 0240-CONFERIR-PENDCORR-99-FIM
           END-READ.

           PERFORM UNTIL FS-PENDCORR NOT EQUAL ZEROS

               IF  ARQ-PCO-RM EQUAL ARQ-RM
               AND ARQ-PCO-STATUS EQUAL "PENDENTE"
                   MOVE "REJEICAO BCO"         TO WRK-LP-ORIGEM
                   MOVE ARQ-PCO-NUMERO         TO WRK-DOC-ED
                   MOVE WRK-DOC-ED             TO WRK-LP-REFERENCIA
                   MOVE ARQ-PCO-STATUS         TO WRK-LP-SITUACAO
                   MOVE ARQ-PCO-MOTIVO-TEXTO   TO WRK-LP-DETALHE
                   PERFORM 0290-GRAVAR-PENDENCIA
               END-IF

               READ PENDCORR NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PENDCORR
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PENDCORR.

      *-----------------------------------------------------------------
       0240-CONFERIR-PENDCORR-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-EMITIR-CERTIDAO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- NENHUMA PENDENCIA: NUMERA, GRAVA E EMITE ------------

           COMPUTE WRK-VALIDADE =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(WRK-HOJE))
                        + WRK-DIAS-VALIDADE).
           MOVE WRK-VALIDADE                   TO WRK-VALIDADE-X.

      *----------- LEITURA DA PROXIMA NUMERACAO DISPONIVEL -------------
           OPEN INPUT NDCCTRL.

           IF  FS-NDCCTRL EQUAL ZEROS
               READ NDCCTRL
                   AT END
                       MOVE ZEROS              TO ARQ-NDCCTRL-PROXNUM
               END-READ
               CLOSE NDCCTRL
           ELSE
               MOVE ZEROS                      TO ARQ-NDCCTRL-PROXNUM
           END-IF.

           IF  ARQ-NDCCTRL-PROXNUM EQUAL ZEROS
               MOVE 1                          TO WRK-PROX-NUMERO
           ELSE
               MOVE ARQ-NDCCTRL-PROXNUM        TO WRK-PROX-NUMERO
           END-IF.

           MOVE WRK-PROX-NUMERO                TO WRK-NUMERO-X
                                                  WRK-NUMERO-ED

           MOVE WRK-PROX-NUMERO                TO ARQ-NDC-NUMERO
           MOVE ARQ-RM                         TO ARQ-NDC-RM
           MOVE ARQ-NOMEALUNO                  TO ARQ-NDC-NOME
           MOVE WRK-HOJE                       TO ARQ-NDC-DATA-EMISSAO
           MOVE WRK-VALIDADE-X                 TO ARQ-NDC-DATA-VALIDADE
           MOVE LNK-OPERADOR                   TO ARQ-NDC-OPERADOR

           WRITE ARQ-DADOS-NADACONSTA
               INVALID KEY
                   MOVE WRK-MSG-REG-JAEXISTE   TO WRK-MSG
                   PERFORM 0900-MOSTRA
           END-WRITE.

      *------------- GRAVA A PROXIMA NUMERACAO -------------------------
           ADD 1                               TO WRK-PROX-NUMERO
           MOVE WRK-PROX-NUMERO                TO ARQ-NDCCTRL-PROXNUM
           OPEN OUTPUT NDCCTRL
           WRITE ARQ-NDCCTRL
           CLOSE NDCCTRL.

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "NENHUMA PENDENCIA ENCONTRADA."
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "CERTIDAO DE NADA CONSTA NR " WRK-NUMERO-X
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "CERTIFICAMOS QUE "
                  FUNCTION TRIM(ARQ-NOMEALUNO)
                  ", RM " ARQ-RM ", CPF " ARQ-CPF ","
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "NAO POSSUI PENDENCIAS FINANCEIRAS OU ACADEMICAS"
                  " NESTA DATA."
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           MOVE SPACES                         TO ARQ-NADACERT
           STRING "EMITIDA EM "
                  WRK-HOJE(7:2) "/" WRK-HOJE(5:2) "/" WRK-HOJE(1:4)
                  ", VALIDA ATE "
                  WRK-VALIDADE-X(7:2) "/" WRK-VALIDADE-X(5:2) "/"
                  WRK-VALIDADE-X(1:4) "."
                  DELIMITED BY SIZE INTO ARQ-NADACERT
           WRITE ARQ-NADACERT.

      *-----------------------------------------------------------------
       0260-EMITIR-CERTIDAO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-GRAVAR-PENDENCIA                                   SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-PEND                 TO ARQ-NADACERT
           WRITE ARQ-NADACERT.

           ADD 1                               TO WRK-QTD-PENDENCIAS.

      *-----------------------------------------------------------------
       0290-GRAVAR-PENDENCIA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             IF  WRK-ABRIU-MENSALID EQUAL "S"
                 CLOSE MENSALID
             END-IF.

             IF  WRK-ABRIU-PARCELAS EQUAL "S"
                 CLOSE PARCELAS
             END-IF.

             IF  WRK-ABRIU-CHEQUES EQUAL "S"
                 CLOSE CHEQUES
             END-IF.

             IF  WRK-ABRIU-DEPEND EQUAL "S"
                 CLOSE DEPEND
             END-IF.

             IF  WRK-ABRIU-REVISAO EQUAL "S"
                 CLOSE REVISAO
             END-IF.

             IF  WRK-ABRIU-EQUIVAL EQUAL "S"
                 CLOSE EQUIVAL
             END-IF.

             IF  WRK-ABRIU-PENDCORR EQUAL "S"
                 CLOSE PENDCORR
             END-IF.

             CLOSE NADACONS.

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
