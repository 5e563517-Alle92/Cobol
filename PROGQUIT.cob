       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGQUIT.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: EMITIR A DECLARACAO ANUAL DE QUITACAO DE DEBITOS
      *----    (LEI 12.007/2009) DO ANO-BASE ENCERRADO, RODADA EM
      *----    JANEIRO. VARRE AS COBRANCAS DO ANO EM MENSALID.dat E NO
      *----    ARQUIVO MORTO MENSHIST.dat, MAIS AS BAIXAS POR PERDA DE
      *----    BAIXAS.dat, E AGRUPA POR PAGADOR: O RESPONSAVEL
      *----    FINANCEIRO VINCULADO (RESPVINC/RESPONSAV) OU, SEM
      *----    VINCULO, O PROPRIO ALUNO. O PAGADOR SO RECEBE A
      *----    DECLARACAO SE NENHUMA COMPETENCIA DO ANO DOS SEUS
      *----    DEPENDENTES ESTIVER EM ABERTO, EM RENEGOCIACAO COM
      *----    PARCELA ABERTA (PARCELAS.dat) OU BAIXADA POR PERDA. A
      *----    DECLARACAO TRAZ O VALOR EFETIVAMENTE RECEBIDO POR
      *----    DEPENDENTE (RECIBO DE PAGAMENTOS/PAGHIST), SERVINDO
      *----    TAMBEM DE INFORME PARA A DEDUCAO DE EDUCACAO NO IR. CADA
      *----    DECLARACAO E NUMERADA POR QUITCTRL.dat E REGISTRADA EM
      *----    QUITACAO.dat PARA A SEGUNDA VIA (PROGQREI). A LISTAGEM
      *----    DO LOTE TRAZ OS PAGADORES SEM DECLARACAO E O MOTIVO.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- MENSALID          I             BOKMENS
      *---- MENSHIST          I             BOKMENH
      *---- PAGAMENTOS        I             BOKPAG
      *---- PAGHIST           I             BOKPAGH
      *---- PARCELAS          I             BOKPARC
      *---- BAIXAS            I             BOKBXA
      *---- RESPVINC          I             BOKRVIN
      *---- RESPONSAV         I             BOKRESP
      *---- QUITACAO         I-O            BOKQUIT
      *---- QUITCTRL          E              ----
      *---- DECLQUIT          O              ----
      *---- RELQUIT           O              ----
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

      *----------- ARQUIVO MORTO DAS COBRANCAS PAGAS (PROGARQM) --------
           SELECT MENSHIST  ASSIGN TO WRK-PATH-MENSHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEH-NUMERO
                  FILE STATUS IS FS-MENSHIST.

           SELECT PAGAMENTOS  ASSIGN TO WRK-PATH-PAGAMENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAG-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-PAG-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-PAGAMENTOS.

           SELECT PAGHIST  ASSIGN TO WRK-PATH-PAGHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PGH-NUMERO
                  FILE STATUS IS FS-PAGHIST.

           SELECT PARCELAS  ASSIGN TO WRK-PATH-PARCELAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PAR-CHAVE
                  FILE STATUS IS FS-PARCELAS.

           SELECT BAIXAS  ASSIGN TO WRK-PATH-BAIXAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-BXA-NUMERO
                  FILE STATUS IS FS-BAIXAS.

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

      *----------- REGISTRO DAS DECLARACOES EMITIDAS -------------------
           SELECT QUITACAO  ASSIGN TO WRK-PATH-QUITACAO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-QUI-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-QUI-CHAVE-PAGADOR
                  FILE STATUS IS FS-QUITACAO.

      *----------- ARQUIVO DE CONTROLE DA PROXIMA NUMERACAO ------------
           SELECT QUITCTRL  ASSIGN TO WRK-PATH-QUITCTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-QUITCTRL.

      *----------- DOCUMENTO DA DECLARACAO GERADA ----------------------
           SELECT DECLQUIT ASSIGN TO WRK-PATH-DECLQUIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-DECLQUIT.

           SELECT RELQUIT ASSIGN TO WRK-PATH-RELQUIT
                  FILE STATUS IS FS-RELQUIT.

           SELECT SORTQUI ASSIGN TO "SORTQUI.TMP".

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

       FD  MENSHIST.
       COPY "BOKMENH".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  PAGHIST.
       COPY "BOKPAGH".

       FD  PARCELAS.
       COPY "BOKPARC".

       FD  BAIXAS.
       COPY "BOKBXA".

       FD  RESPVINC.
       COPY "BOKRVIN".

       FD  RESPONSAV.
       COPY "BOKRESP".

       FD  QUITACAO.
       COPY "BOKQUIT".

      *-------------------- AREA DE CONTROLE DA NUMERACAO --------------
       FD  QUITCTRL.
       01  ARQ-QUITCTRL.
           05 ARQ-QUITCTRL-PROXNUM      PIC 9(08).

       FD  DECLQUIT.
       01  ARQ-DECLQUIT                 PIC X(80).

      *-------------------- AREA DA LISTAGEM DO LOTE -------------------
       FD  RELQUIT.

       01  ARQ-RELQUIT                  PIC X(80).

      *-------------------- AREA DE ORDENACAO POR PAGADOR --------------
      *--- UMA LINHA POR COBRANCA DO ANO-BASE. SITUACAO: P = PAGA ------
      *--- (OU RENEGOCIADA COM O ACORDO QUITADO), A = EM ABERTO, -------
      *--- R = RENEGOCIACAO COM PARCELA ABERTA, B = BAIXADA POR PERDA --
       SD  SORTQUI.
       01  SD-QUI.
           05 SD-QUI-PAGADOR.
              10 SD-QUI-RESP            PIC 9(06).
              10 SD-QUI-RMPAG           PIC X(06).
           05 SD-QUI-RM                 PIC X(06).
           05 SD-QUI-COMPET             PIC X(06).
           05 SD-QUI-SITUACAO           PIC X(01).
           05 SD-QUI-VALOR              PIC 9(06)V99.

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
       77  FS-MENSHIST                  PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-PAGHIST                   PIC 9(02).
       77  FS-PARCELAS                  PIC 9(02).
       77  FS-BAIXAS                    PIC 9(02).
       77  FS-RESPVINC                  PIC 9(02).
       77  FS-RESPONSAV                 PIC 9(02).
       77  FS-QUITACAO                  PIC 9(02).
       77  FS-QUITCTRL                  PIC 9(02).
       77  FS-DECLQUIT                  PIC 9(02).
       77  FS-RELQUIT                   PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *--- "S" = ARQUIVO COMPLEMENTAR ABERTO (SEM ELE A APURACAO -------
      *--- SEGUE COM OS DEMAIS; SEM PARCELAS A RENEGOCIACAO NAO E ------
      *--- CONFIRMADA E BLOQUEIA A DECLARACAO) -------------------------
       77  WRK-ABRIU-MENSHIST           PIC X(01) VALUE "N".
       77  WRK-ABRIU-PAGHIST            PIC X(01) VALUE "N".
       77  WRK-ABRIU-PARCELAS           PIC X(01) VALUE "N".
       77  WRK-ABRIU-BAIXAS             PIC X(01) VALUE "N".
       77  WRK-ABRIU-RESPVINC           PIC X(01) VALUE "N".
       77  WRK-ABRIU-RESPONSAV          PIC X(01) VALUE "N".

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-DECLQUIT            PIC X(80).
       77  WRK-PATH-RELQUIT             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- ANO-BASE: PROPOSTO COMO O ANO ANTERIOR ------------
       77  WRK-ANO                      PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-X                    PIC X(04) VALUE SPACES.

      *------------- VARIAVEIS DA APURACAO -----------------------------
       77  WRK-PROX-NUMERO              PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-X                 PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-EMITIDAS             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-RECUSADAS            PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JA-EMITIDAS          PIC 9(06) VALUE ZEROS.
       77  WRK-ACORDO-ABERTO            PIC X(01) VALUE SPACES.

      *------------- COBRANCA CORRENTE A LIBERAR PARA A ORDENACAO ------
       77  WRK-SEL-RM                   PIC X(06) VALUE SPACES.
       77  WRK-SEL-COMPET               PIC X(06) VALUE SPACES.
       77  WRK-SEL-SITUACAO             PIC X(01) VALUE SPACES.
       77  WRK-SEL-VALOR                PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SEL-RECIBO               PIC 9(08) VALUE ZEROS.
       77  WRK-SEL-STATUS               PIC X(10) VALUE SPACES.

      *------------- PAGADOR CORRENTE (QUEBRA DA ORDENACAO) ------------
       01  WRK-PAGADOR-ATUAL.
           05 WRK-PA-RESP               PIC 9(06).
           05 WRK-PA-RMPAG              PIC X(06).

       77  WRK-PAG-NOME                 PIC X(30) VALUE SPACES.
       77  WRK-PAG-CPF                  PIC X(11) VALUE SPACES.
       77  WRK-PAG-TOTAL                PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MOTIVO                   PIC X(40) VALUE SPACES.

      *------------- DEPENDENTES DO PAGADOR E VALOR RECEBIDO -----------
       01  WRK-TAB-DEPENDENTES.
           05 WRK-DEP-ITEM OCCURS 20 TIMES.
               10 WRK-DEP-RM            PIC X(06).
               10 WRK-DEP-VALOR         PIC 9(08)V99.

       77  WRK-QTD-DEP                  PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z(07)9,99.

      *------------- LINHAS DA LISTAGEM DO LOTE ------------------------
       01  WRK-LINHA-REL.
           05 WRK-LR-RESP               PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-RMPAG              PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-NOME               PIC X(25).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LR-MOTIVO             PIC X(40).

       01  WRK-LINHA-TOTAL-REL.
           05 FILLER                    PIC X(12)
                                VALUE "EMITIDAS....".
           05 WRK-LT-EMITIDAS-ED        PIC ZZZZZ9.
           05 FILLER                    PIC X(14)
                                VALUE "  SEM DECLAR..".
           05 WRK-LT-RECUSADAS-ED       PIC ZZZZZ9.

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
                  "DECLARACAO ANUAL DE QUITACAO DE DEBITOS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "ANO-BASE AAAA......".
           05 LINE  07 COLUMN 60 USING WRK-ANO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  10 COLUMN 09 VALUE
                  "EMITIR AS DECLARACOES DO ANO-BASE (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  10 COLUMN 51 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "DECLARACOES EMITIDAS.".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-EMITIDAS.
           05 LINE  13 COLUMN 30 VALUE "PAGADORES SEM DECLAR.".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-RECUSADAS.
           05 LINE  14 COLUMN 30 VALUE "JA EMITIDAS ANTES....".
           05 LINE  14 COLUMN 55 FROM  WRK-QTD-JA-EMITIDAS.

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

      *----------- ABERTURA DO ARQUIVO DE PAGAMENTOS (SOMENTE LEITURA) -
            OPEN INPUT  PAGAMENTOS.

            IF  FS-PAGAMENTOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE MENSALID ALUNOS
                GOBACK
            END-IF.

      *----------- ABERTURA DO REGISTRO DE DECLARACOES (I-O; CRIA NA ---
      *----------- PRIMEIRA GRAVACAO) ----------------------------------
            OPEN I-O QUITACAO.

            IF  FS-QUITACAO EQUAL 35
                OPEN OUTPUT QUITACAO
                CLOSE       QUITACAO
                OPEN I-O    QUITACAO
            END-IF.

            IF  FS-QUITACAO NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE MENSALID ALUNOS PAGAMENTOS
                GOBACK
            END-IF.

      *----------- ABERTURA DOS ARQUIVOS COMPLEMENTARES (TOLERANTE) ----
            OPEN INPUT MENSHIST.

            IF  FS-MENSHIST EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-MENSHIST
            END-IF.

            OPEN INPUT PAGHIST.

            IF  FS-PAGHIST EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-PAGHIST
            END-IF.

            OPEN INPUT PARCELAS.

            IF  FS-PARCELAS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-PARCELAS
            END-IF.

            OPEN INPUT BAIXAS.

            IF  FS-BAIXAS EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-BAIXAS
            END-IF.

            OPEN INPUT RESPVINC.

            IF  FS-RESPVINC EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-RESPVINC
            END-IF.

            OPEN INPUT RESPONSAV.

            IF  FS-RESPONSAV EQUAL ZEROS
                MOVE "S"                      TO WRK-ABRIU-RESPONSAV
            END-IF.

      *----------- LEITURA DA PROXIMA NUMERACAO DE DECLARACAO ----------
            OPEN INPUT QUITCTRL.

            IF  FS-QUITCTRL EQUAL ZEROS
                READ QUITCTRL
                    AT END
                        MOVE ZEROS            TO ARQ-QUITCTRL-PROXNUM
                END-READ
                CLOSE QUITCTRL
            ELSE
                MOVE ZEROS                    TO ARQ-QUITCTRL-PROXNUM
            END-IF.

            IF  ARQ-QUITCTRL-PROXNUM EQUAL ZEROS
                MOVE 1                        TO WRK-PROX-NUMERO
            ELSE
                MOVE ARQ-QUITCTRL-PROXNUM     TO WRK-PROX-NUMERO
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

           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:4)             TO WRK-ANO
           SUBTRACT 1                        FROM WRK-ANO.

      *--------------- AREA DE INSERCAO DE DADOS -----------------------
           ACCEPT SCR-DADOS.

           IF WRK-ANO               EQUAL ZEROS
              MOVE WRK-MSG-REG-INCOMPLETO     TO WRK-MSG
              PERFORM 0900-MOSTRA
              PERFORM 0300-FINALIZAR
              GOBACK
           END-IF.

           MOVE WRK-ANO                        TO WRK-ANO-X.

      *--------------- AREA DE CONFIRMACAO -----------------------------
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM            TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- MONTA NOME DA LISTAGEM COM DATA/HORA DA GERACAO ---
           STRING FUNCTION TRIM(WRK-PATH-BASE) "QUITACAO_"
                  WRK-ANO-X "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELQUIT

           OPEN OUTPUT RELQUIT.

           STRING "PAGADORES SEM DECLARACAO DE QUITACAO - ANO-BASE "
                  WRK-ANO-X
                  DELIMITED BY SIZE INTO ARQ-RELQUIT
           WRITE ARQ-RELQUIT.

           MOVE "RESP   RM     NOME                      MOTIVO"
                                               TO ARQ-RELQUIT
           WRITE ARQ-RELQUIT.

      *-------------------- AREA DE ORDENACAO POR PAGADOR E RM ---------
           SORT SORTQUI
               ON ASCENDING KEY SD-QUI-PAGADOR
                                SD-QUI-RM
                                SD-QUI-COMPET
               INPUT  PROCEDURE 0210-SELECIONAR-COBRANCAS
               OUTPUT PROCEDURE 0220-EMITIR-DECLARACOES.

           MOVE WRK-QTD-EMITIDAS               TO WRK-LT-EMITIDAS-ED
           MOVE WRK-QTD-RECUSADAS              TO WRK-LT-RECUSADAS-ED
           MOVE WRK-LINHA-TOTAL-REL            TO ARQ-RELQUIT
           WRITE ARQ-RELQUIT.

           CLOSE RELQUIT.

      *----------- GRAVA A PROXIMA NUMERACAO DE DECLARACAO -------------
           MOVE WRK-PROX-NUMERO                TO ARQ-QUITCTRL-PROXNUM
           OPEN OUTPUT QUITCTRL
           WRITE ARQ-QUITCTRL
           CLOSE QUITCTRL.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGQUIT"                     TO ARQ-LOG-PROGRAMA
           MOVE "DECLARACAO ANUAL DE QUITACAO" TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-EMITIDAS               TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELQUIT               TO ARQ-LOG-ARQUIVOGERADO
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
       0210-SELECIONAR-COBRANCAS                               SECTION.
      *-----------------------------------------------------------------
      *----------- LIBERA PARA A ORDENACAO CADA COBRANCA DO ANO-BASE ---
      *----------- (MENSALID, MENSHIST) E CADA BAIXA POR PERDA ---------

           MOVE LOW-VALUES                     TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0210-SELECIONAR-HISTORICO
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-HISTORICO
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               IF  ARQ-MEN-COMPETENCIA(1:4) EQUAL WRK-ANO-X
                   MOVE ARQ-MEN-RM             TO WRK-SEL-RM
                   MOVE ARQ-MEN-COMPETENCIA    TO WRK-SEL-COMPET
                   MOVE ARQ-MEN-VALOR          TO WRK-SEL-VALOR
                   MOVE ARQ-MEN-RECIBO         TO WRK-SEL-RECIBO
                   MOVE ARQ-MEN-STATUS         TO WRK-SEL-STATUS
                   PERFORM 0211-CLASSIFICAR-COBRANCA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

       0210-SELECIONAR-HISTORICO.

           IF  WRK-ABRIU-MENSHIST NOT EQUAL "S"
               GO TO 0210-SELECIONAR-BAIXAS
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-MEH-NUMERO

           START MENSHIST KEY IS GREATER THAN OR EQUAL ARQ-MEH-NUMERO
               INVALID KEY
                   GO TO 0210-SELECIONAR-BAIXAS
           END-START.

           READ MENSHIST NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-BAIXAS
           END-READ.

           PERFORM UNTIL FS-MENSHIST NOT EQUAL ZEROS

               IF  ARQ-MEH-COMPETENCIA(1:4) EQUAL WRK-ANO-X
                   MOVE ARQ-MEH-RM             TO WRK-SEL-RM
                   MOVE ARQ-MEH-COMPETENCIA    TO WRK-SEL-COMPET
                   MOVE ARQ-MEH-VALOR          TO WRK-SEL-VALOR
                   MOVE ARQ-MEH-RECIBO         TO WRK-SEL-RECIBO
                   MOVE ARQ-MEH-STATUS         TO WRK-SEL-STATUS
                   PERFORM 0211-CLASSIFICAR-COBRANCA
               END-IF

               READ MENSHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSHIST
               END-READ

           END-PERFORM.

       0210-SELECIONAR-BAIXAS.

      *----------- BAIXA POR PERDA DO ANO (PEDIDA OU LIBERADA) ---------
           IF  WRK-ABRIU-BAIXAS NOT EQUAL "S"
               GO TO 0210-SELECIONAR-COBRANCAS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-BXA-NUMERO

           START BAIXAS KEY IS GREATER THAN OR EQUAL ARQ-BXA-NUMERO
               INVALID KEY
                   GO TO 0210-SELECIONAR-COBRANCAS-99-FIM
           END-START.

           READ BAIXAS NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-COBRANCAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-BAIXAS NOT EQUAL ZEROS

               IF  ARQ-BXA-COMPETENCIA(1:4) EQUAL WRK-ANO-X
               AND (ARQ-BXA-STATUS EQUAL "BAIXADO" OR
                    ARQ-BXA-STATUS EQUAL "PENDENTE")
                   MOVE ARQ-BXA-RM             TO WRK-SEL-RM
                   MOVE ARQ-BXA-COMPETENCIA    TO WRK-SEL-COMPET
                   MOVE "B"                    TO WRK-SEL-SITUACAO
                   MOVE ZEROS                  TO WRK-SEL-VALOR
                   PERFORM 0218-LIBERAR-COBRANCA
               END-IF

               READ BAIXAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-BAIXAS
               END-READ

           END-PERFORM.

      *-----------------------------------------------------------------
       0210-SELECIONAR-COBRANCAS-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0211-CLASSIFICAR-COBRANCA                               SECTION.
      *-----------------------------------------------------------------
      *----------- SITUACAO DA COBRANCA PARA A QUITACAO ----------------

           EVALUATE TRUE
               WHEN WRK-SEL-STATUS EQUAL "PAGO"
                   MOVE "P"                    TO WRK-SEL-SITUACAO
                   PERFORM 0215-VALOR-RECEBIDO
               WHEN WRK-SEL-STATUS EQUAL "RENEGOC"
                   PERFORM 0216-VERIFICAR-ACORDO
                   IF  WRK-ACORDO-ABERTO EQUAL "S"
                       MOVE "R"                TO WRK-SEL-SITUACAO
                       MOVE ZEROS              TO WRK-SEL-VALOR
                   ELSE
                       MOVE "P"                TO WRK-SEL-SITUACAO
                   END-IF
               WHEN WRK-SEL-STATUS EQUAL "BAIXADO"
                   MOVE "B"                    TO WRK-SEL-SITUACAO
                   MOVE ZEROS                  TO WRK-SEL-VALOR
               WHEN WRK-SEL-STATUS EQUAL "ABERTO"
               OR   WRK-SEL-STATUS EQUAL "CONSOLID"
                   MOVE "A"                    TO WRK-SEL-SITUACAO
                   MOVE ZEROS                  TO WRK-SEL-VALOR
               WHEN OTHER
                   GO TO 0211-CLASSIFICAR-COBRANCA-99-FIM
           END-EVALUATE.

           PERFORM 0218-LIBERAR-COBRANCA.

      *-----------------------------------------------------------------
       0211-CLASSIFICAR-COBRANCA-99-FIM                        SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-VALOR-RECEBIDO                                     SECTION.
      *-----------------------------------------------------------------
      *----------- VALOR EFETIVAMENTE RECEBIDO: O DO RECIBO QUE BAIXOU -
      *----------- A COBRANCA (PAGAMENTOS OU, JA ARQUIVADO, PAGHIST); --
      *----------- SEM O RECIBO VALE O VALOR DA COBRANCA ---------------

           IF  WRK-SEL-RECIBO EQUAL ZEROS
               GO TO 0215-VALOR-RECEBIDO-99-FIM
           END-IF.

           MOVE WRK-SEL-RECIBO                 TO ARQ-PAG-NUMERO
           READ PAGAMENTOS KEY IS ARQ-PAG-NUMERO
               NOT INVALID KEY
                   MOVE ARQ-PAG-VALOR          TO WRK-SEL-VALOR
                   GO TO 0215-VALOR-RECEBIDO-99-FIM
           END-READ.

           IF  WRK-ABRIU-PAGHIST EQUAL "S"
               MOVE WRK-SEL-RECIBO             TO ARQ-PGH-NUMERO
               READ PAGHIST KEY IS ARQ-PGH-NUMERO
                   NOT INVALID KEY
                       MOVE ARQ-PGH-VALOR      TO WRK-SEL-VALOR
               END-READ
           END-IF.

      *-----------------------------------------------------------------
       0215-VALOR-RECEBIDO-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0216-VERIFICAR-ACORDO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- COMPETENCIA RENEGOCIADA SO CONTA COMO QUITADA ------
      *----------- QUANDO O RM NAO TEM PARCELA DE ACORDO EM ABERTO -----

           MOVE "S"                            TO WRK-ACORDO-ABERTO.

           IF  WRK-ABRIU-PARCELAS NOT EQUAL "S"
               GO TO 0216-VERIFICAR-ACORDO-99-FIM
           END-IF.

           MOVE "N"                            TO WRK-ACORDO-ABERTO.
           MOVE WRK-SEL-RM                     TO ARQ-PAR-RM
           MOVE ZEROS                          TO ARQ-PAR-SEQ

           START PARCELAS KEY IS GREATER THAN OR EQUAL ARQ-PAR-CHAVE
               INVALID KEY
                   GO TO 0216-VERIFICAR-ACORDO-99-FIM
           END-START.

           READ PARCELAS NEXT RECORD
               AT END
                   GO TO 0216-VERIFICAR-ACORDO-99-FIM
           END-READ.

           PERFORM UNTIL FS-PARCELAS NOT EQUAL ZEROS
                       OR ARQ-PAR-RM NOT EQUAL WRK-SEL-RM

               IF  ARQ-PAR-STATUS EQUAL "ABERTO"
                   MOVE "S"                    TO WRK-ACORDO-ABERTO
               END-IF

               READ PARCELAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PARCELAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PARCELAS.

      *-----------------------------------------------------------------
       0216-VERIFICAR-ACORDO-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0218-LIBERAR-COBRANCA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- RESOLVE O PAGADOR (RESPONSAVEL VINCULADO OU O ------
      *----------- PROPRIO RM) E LIBERA A COBRANCA PARA A ORDENACAO ----

           MOVE ZEROS                          TO SD-QUI-RESP
           MOVE WRK-SEL-RM                     TO SD-QUI-RMPAG.

           IF  WRK-ABRIU-RESPVINC EQUAL "S"
               MOVE WRK-SEL-RM                 TO ARQ-RVI-RM
               READ RESPVINC KEY IS ARQ-RVI-RM
                   NOT INVALID KEY
                       MOVE ARQ-RVI-CODIGO     TO SD-QUI-RESP
                       MOVE SPACES             TO SD-QUI-RMPAG
               END-READ
           END-IF.

           MOVE WRK-SEL-RM                     TO SD-QUI-RM
           MOVE WRK-SEL-COMPET                 TO SD-QUI-COMPET
           MOVE WRK-SEL-SITUACAO               TO SD-QUI-SITUACAO
           MOVE WRK-SEL-VALOR                  TO SD-QUI-VALOR
           RELEASE SD-QUI.

      *-----------------------------------------------------------------
       0218-LIBERAR-COBRANCA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-EMITIR-DECLARACOES                                 SECTION.
      *-----------------------------------------------------------------
      *----------- QUEBRA POR PAGADOR: ACUMULA OS DEPENDENTES E, NO ----
      *----------- FIM DE CADA PAGADOR, EMITE OU LISTA O MOTIVO --------

           RETURN SORTQUI
               AT END
                   GO TO 0220-EMITIR-DECLARACOES-99-FIM
           END-RETURN.

           MOVE ZEROS                          TO FS-SORT
           MOVE SD-QUI-PAGADOR                 TO WRK-PAGADOR-ATUAL
           PERFORM 0221-INICIAR-PAGADOR.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               IF  SD-QUI-PAGADOR NOT EQUAL WRK-PAGADOR-ATUAL
                   PERFORM 0230-FECHAR-PAGADOR
                   MOVE SD-QUI-PAGADOR         TO WRK-PAGADOR-ATUAL
                   PERFORM 0221-INICIAR-PAGADOR
               END-IF

               PERFORM 0225-ACUMULAR-COBRANCA

               RETURN SORTQUI
                   AT END
                       MOVE 9                  TO FS-SORT
               END-RETURN

           END-PERFORM.

           PERFORM 0230-FECHAR-PAGADOR.

      *-----------------------------------------------------------------
       0220-EMITIR-DECLARACOES-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0221-INICIAR-PAGADOR                                    SECTION.
      *-----------------------------------------------------------------

           MOVE ZEROS                          TO WRK-QTD-DEP
                                                  WRK-PAG-TOTAL
           MOVE SPACES                         TO WRK-MOTIVO
           INITIALIZE WRK-TAB-DEPENDENTES.

      *-----------------------------------------------------------------
       0221-INICIAR-PAGADOR-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0225-ACUMULAR-COBRANCA                                  SECTION.
      *-----------------------------------------------------------------
      *----------- A PRIMEIRA PENDENCIA DO PAGADOR VIRA O MOTIVO DA ----
      *----------- RECUSA; AS PAGAS SOMAM NO DEPENDENTE (RM) -----------

           IF  SD-QUI-SITUACAO NOT EQUAL "P"
               IF  WRK-MOTIVO EQUAL SPACES
                   EVALUATE SD-QUI-SITUACAO
                       WHEN "A"
                           STRING "COMPET " SD-QUI-COMPET
                                  " EM ABERTO - RM " SD-QUI-RM
                                  DELIMITED BY SIZE INTO WRK-MOTIVO
                       WHEN "R"
                           STRING "COMPET " SD-QUI-COMPET
                                  " EM RENEGOCIACAO RM " SD-QUI-RM
                                  DELIMITED BY SIZE INTO WRK-MOTIVO
                       WHEN OTHER
                           STRING "COMPET " SD-QUI-COMPET
                                  " BAIXADA P/ PERDA RM " SD-QUI-RM
                                  DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-EVALUATE
               END-IF
               GO TO 0225-ACUMULAR-COBRANCA-99-FIM
           END-IF.

           IF  WRK-QTD-DEP EQUAL ZEROS
           OR  WRK-DEP-RM (WRK-QTD-DEP) NOT EQUAL SD-QUI-RM
               IF  WRK-QTD-DEP LESS 20
                   ADD 1                       TO WRK-QTD-DEP
                   MOVE SD-QUI-RM        TO WRK-DEP-RM (WRK-QTD-DEP)
                   MOVE ZEROS         TO WRK-DEP-VALOR (WRK-QTD-DEP)
               END-IF
           END-IF.

           ADD SD-QUI-VALOR           TO WRK-DEP-VALOR (WRK-QTD-DEP)
           ADD SD-QUI-VALOR                    TO WRK-PAG-TOTAL.

      *-----------------------------------------------------------------
       0225-ACUMULAR-COBRANCA-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-FECHAR-PAGADOR                                     SECTION.
      *-----------------------------------------------------------------
      *----------- NOME E CPF DO PAGADOR; SEM PENDENCIA E SEM ----------
      *----------- DECLARACAO ANTERIOR DO ANO, EMITE E REGISTRA --------

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

           IF  WRK-MOTIVO EQUAL SPACES
           AND WRK-PAG-NOME EQUAL SPACES
               MOVE "PAGADOR SEM CADASTRO"     TO WRK-MOTIVO
           END-IF.

           IF  WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0235-LISTAR-RECUSA
               GO TO 0230-FECHAR-PAGADOR-99-FIM
           END-IF.

      *----------- UMA DECLARACAO POR PAGADOR POR ANO-BASE -------------
           MOVE WRK-PA-RESP                    TO ARQ-QUI-RESP
           MOVE WRK-PA-RMPAG                   TO ARQ-QUI-RMPAG
           MOVE WRK-ANO-X                      TO ARQ-QUI-ANO

           READ QUITACAO KEY IS ARQ-QUI-CHAVE-PAGADOR
               NOT INVALID KEY
                   ADD 1                       TO WRK-QTD-JA-EMITIDAS
                   GO TO 0230-FECHAR-PAGADOR-99-FIM
           END-READ.

           PERFORM 0240-GERAR-DECLARACAO.

      *-----------------------------------------------------------------
       0230-FECHAR-PAGADOR-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-LISTAR-RECUSA                                      SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-PA-RESP                    TO WRK-LR-RESP
           MOVE WRK-PA-RMPAG                   TO WRK-LR-RMPAG
           MOVE WRK-PAG-NOME                   TO WRK-LR-NOME
           MOVE WRK-MOTIVO                     TO WRK-LR-MOTIVO
           MOVE WRK-LINHA-REL                  TO ARQ-RELQUIT
           WRITE ARQ-RELQUIT.

           ADD 1                               TO WRK-QTD-RECUSADAS.

      *-----------------------------------------------------------------
       0235-LISTAR-RECUSA-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-GERAR-DECLARACAO                                   SECTION.
      *-----------------------------------------------------------------
      *----------- ESCREVE O DOCUMENTO, REGISTRA A EMISSAO E RESERVA ---
      *----------- A PROXIMA NUMERACAO ---------------------------------

           MOVE WRK-PROX-NUMERO                TO WRK-NUMERO-X
           MOVE SPACES                         TO WRK-PATH-DECLQUIT
           STRING FUNCTION TRIM(WRK-PATH-BASE) "DECLQUIT_"
                  WRK-NUMERO-X "_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-DECLQUIT

           OPEN OUTPUT DECLQUIT.

           MOVE SPACES                         TO ARQ-DECLQUIT
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS NR "
                  WRK-NUMERO-X
                  DELIMITED BY SIZE INTO ARQ-DECLQUIT
           WRITE ARQ-DECLQUIT.

           MOVE SPACES                         TO ARQ-DECLQUIT
           STRING "ANO-BASE " WRK-ANO-X " - LEI 12.007/2009"
                  DELIMITED BY SIZE INTO ARQ-DECLQUIT
           WRITE ARQ-DECLQUIT.

           MOVE SPACES                         TO ARQ-DECLQUIT
           STRING "PAGADOR: " FUNCTION TRIM(WRK-PAG-NOME)
                  " - CPF " WRK-PAG-CPF
                  DELIMITED BY SIZE INTO ARQ-DECLQUIT
           WRITE ARQ-DECLQUIT.

           MOVE SPACES                         TO ARQ-DECLQUIT
           STRING "DECLARAMOS QUITADAS TODAS AS MENSALIDADES DO ANO "
                  WRK-ANO-X
                  DELIMITED BY SIZE INTO ARQ-DECLQUIT
           WRITE ARQ-DECLQUIT.

           MOVE "DOS DEPENDENTES ABAIXO, COM OS VALORES RECEBIDOS:"
                                               TO ARQ-DECLQUIT
           WRITE ARQ-DECLQUIT.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-DEP

               MOVE SPACES                     TO ARQ-NOMEALUNO
               MOVE WRK-DEP-RM (WRK-IX)        TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   INVALID KEY
                       MOVE SPACES             TO ARQ-NOMEALUNO
               END-READ

               MOVE WRK-DEP-VALOR (WRK-IX)     TO WRK-VALOR-ED
               MOVE SPACES                     TO ARQ-DECLQUIT
               STRING "  RM " WRK-DEP-RM (WRK-IX) " "
                      ARQ-NOMEALUNO " R$ "
                      FUNCTION TRIM(WRK-VALOR-ED)
                      DELIMITED BY SIZE INTO ARQ-DECLQUIT
               WRITE ARQ-DECLQUIT

           END-PERFORM.

           MOVE WRK-PAG-TOTAL                  TO WRK-VALOR-ED
           MOVE SPACES                         TO ARQ-DECLQUIT
           STRING "TOTAL RECEBIDO NO ANO: R$ "
                  FUNCTION TRIM(WRK-VALOR-ED)
                  DELIMITED BY SIZE INTO ARQ-DECLQUIT
           WRITE ARQ-DECLQUIT.

           MOVE SPACES                         TO ARQ-DECLQUIT
           STRING "EMITIDO EM " WRK-DATA-HORA(7:2) "/"
                  WRK-DATA-HORA(5:2) "/" WRK-DATA-HORA(1:4)
                  " PELO OPERADOR " LNK-OPERADOR
                  DELIMITED BY SIZE INTO ARQ-DECLQUIT
           WRITE ARQ-DECLQUIT.

           CLOSE DECLQUIT.

      *----------- REGISTRA A DECLARACAO EMITIDA -----------------------
           MOVE WRK-PROX-NUMERO                TO ARQ-QUI-NUMERO
           MOVE WRK-PA-RESP                    TO ARQ-QUI-RESP
           MOVE WRK-PA-RMPAG                   TO ARQ-QUI-RMPAG
           MOVE WRK-ANO-X                      TO ARQ-QUI-ANO
           MOVE WRK-PAG-NOME                   TO ARQ-QUI-NOME
           MOVE WRK-PAG-CPF                    TO ARQ-QUI-CPF
           MOVE WRK-QTD-DEP                    TO ARQ-QUI-QTD-DEPEND
           MOVE WRK-PAG-TOTAL                  TO ARQ-QUI-VALOR-TOTAL
           MOVE WRK-DATA-HORA(1:8)           TO ARQ-QUI-DATA-EMISSAO
           MOVE LNK-OPERADOR                   TO ARQ-QUI-OPERADOR
           MOVE WRK-PATH-DECLQUIT              TO ARQ-QUI-ARQUIVO

           WRITE ARQ-DADOS-QUITACAO
               INVALID KEY
                   REWRITE ARQ-DADOS-QUITACAO
           END-WRITE.

           ADD 1                               TO WRK-QTD-EMITIDAS
           ADD 1                               TO WRK-PROX-NUMERO.

      *-----------------------------------------------------------------
       0240-GERAR-DECLARACAO-99-FIM                            SECTION.
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

             CLOSE  PAGAMENTOS.

             CLOSE  QUITACAO.

              IF  FS-QUITACAO NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE OPLOG.

             IF  WRK-ABRIU-MENSHIST EQUAL "S"
                 CLOSE MENSHIST
             END-IF.

             IF  WRK-ABRIU-PAGHIST EQUAL "S"
                 CLOSE PAGHIST
             END-IF.

             IF  WRK-ABRIU-PARCELAS EQUAL "S"
                 CLOSE PARCELAS
             END-IF.

             IF  WRK-ABRIU-BAIXAS EQUAL "S"
                 CLOSE BAIXAS
             END-IF.

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
