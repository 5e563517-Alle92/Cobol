       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGLGPD.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DO TITULAR DE DADOS (LGPD). PARA O
      *----    CPF INFORMADO, LOCALIZA A PESSOA NOS CADASTROS -
      *----    ALUNOS.dat E ALUNHIST.dat (RMs), RESPONSAV.dat
      *----    (RESPONSAVEL FINANCEIRO) E PROFESSOR.dat, COM OS
      *----    OPERADORES VINCULADOS AO PROFESSOR - E RELACIONA TODO
      *----    REGISTRO QUE GUARDA DADOS DELA: VINCULOS DE RESPVINC,
      *----    TRILHA DE AUDITORIA, EVENTOS DE NOTIFICACAO, CARTAS
      *----    (CARTLOG), CONTRATOS E OS MOVIMENTOS ATIVOS E
      *----    ARQUIVADOS DE COBRANCA, RECIBO, NOTA E FREQUENCIA,
      *----    ALEM DOS CONSENTIMENTOS DE COMUNICACAO (CONSENT), DAS
      *----    MENSAGENS NAO ENVIADAS POR ELES (SUPRESSAO), DO NOME
      *----    SOCIAL (NOMESOC) E DA SUA TRILHA (NSOCHIST). O
      *----    CPF SEM NENHUM REGISTRO TAMBEM GERA O RELATORIO, COMO
      *----    RESPOSTA NEGATIVA AO TITULAR. RELATORIO EM
      *----    LGPDTITULAR_AAAAMMDD_HHMMSS.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ALUNOS            I             BOKALU
      *---- ALUNHIST          I             BOKHIST
      *---- RESPONSAV         I             BOKRESP
      *---- RESPVINC          I             BOKRVIN
      *---- PROFESSOR         I             BOKPROF
      *---- OPERADORES        I             BOKOPER
      *---- AUDITORIA         I             BOKAUDIT
      *---- EVENTOS           I             BOKEVEN
      *---- CARTLOG           I             BOKCLOG
      *---- CONTRATOS         I             BOKCONT
      *---- MENSALID          I             BOKMENS
      *---- MENSHIST          I             BOKMENH
      *---- PAGAMENTOS        I             BOKPAG
      *---- PAGHIST           I             BOKPAGH
      *---- NOTAS             I             BOKNOTA
      *---- NOTAHIST          I             BOKNOTH
      *---- FREQUENCIA        I             BOKFREQ
      *---- FREQHIST          I             BOKFREH
      *---- CONSENT           I             BOKCSNT
      *---- SUPRESSAO         I             BOKSUPR
      *---- NOMESOC           I             BOKNSOC
      *---- NSOCHIST          I             BOKNSOH
      *---- RELLGPD           O              ----
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

           SELECT ALUNHIST  ASSIGN TO WRK-PATH-ALUNHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-HIST-RM
                  FILE STATUS IS FS-ALUNHIST.

           SELECT RESPONSAV  ASSIGN TO WRK-PATH-RESPONSAV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RSP-CODIGO
                  FILE STATUS IS FS-RESPONSAV.

           SELECT RESPVINC  ASSIGN TO WRK-PATH-RESPVINC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RVI-RM
                  FILE STATUS IS FS-RESPVINC.

           SELECT PROFESSOR  ASSIGN TO WRK-PATH-PROFESSOR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-PRO-ID
                  FILE STATUS IS FS-PROFESSOR.

           SELECT OPERADORES ASSIGN TO WRK-PATH-OPERADORES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-OPER-ID
                  FILE STATUS IS FS-OPERADORES.

           SELECT AUDITORIA  ASSIGN TO WRK-PATH-AUDITORIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-AUDITORIA.

           SELECT EVENTOS  ASSIGN TO WRK-PATH-EVENTOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EVE-NUMERO
                  FILE STATUS IS FS-EVENTOS.

           SELECT CARTLOG  ASSIGN TO WRK-PATH-CARTLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-CARTLOG.

           SELECT CONTRATOS  ASSIGN TO WRK-PATH-CONTRATOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CON-NUMERO
                  FILE STATUS IS FS-CONTRATOS.

           SELECT MENSALID  ASSIGN TO WRK-PATH-MENSALID
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-MEN-NUMERO
                  FILE STATUS IS FS-MENSALID.

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

           SELECT NOTAS  ASSIGN TO WRK-PATH-NOTAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NOTA-NUMERO
                  ALTERNATE RECORD KEY IS ARQ-NOTA-RM
                      WITH DUPLICATES
                  FILE STATUS IS FS-NOTAS.

           SELECT NOTAHIST  ASSIGN TO WRK-PATH-NOTAHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NTH-NUMERO
                  FILE STATUS IS FS-NOTAHIST.

           SELECT FREQUENCIA  ASSIGN TO WRK-PATH-FREQUENCIA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRE-NUMERO
                  FILE STATUS IS FS-FREQUENCIA.

           SELECT FREQHIST  ASSIGN TO WRK-PATH-FREQHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-FRH-NUMERO
                  FILE STATUS IS FS-FREQHIST.

           SELECT CONSENT  ASSIGN TO WRK-PATH-CONSENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-CSN-CHAVE
                  FILE STATUS IS FS-CONSENT.

           SELECT SUPRESSAO  ASSIGN TO WRK-PATH-SUPRESSAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-SUPRESSAO.

           SELECT NOMESOC  ASSIGN TO WRK-PATH-NOMESOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-NSO-RM
                  FILE STATUS IS FS-NOMESOC.

           SELECT NSOCHIST  ASSIGN TO WRK-PATH-NSOCHIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-NSOCHIST.

           SELECT RELLGPD ASSIGN TO WRK-PATH-RELLGPD
                  FILE STATUS IS FS-RELLGPD.

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

       FD  ALUNHIST.
       COPY "BOKHIST".

       FD  RESPONSAV.
       COPY "BOKRESP".

       FD  RESPVINC.
       COPY "BOKRVIN".

       FD  PROFESSOR.
       COPY "BOKPROF".

       FD  OPERADORES.
       COPY "BOKOPER".

       FD  AUDITORIA.
       COPY "BOKAUDIT".

       FD  EVENTOS.
       COPY "BOKEVEN".

       FD  CARTLOG.
       COPY "BOKCLOG".

       FD  CONSENT.
       COPY "BOKCSNT".

       FD  SUPRESSAO.
       COPY "BOKSUPR".

       FD  NOMESOC.
       COPY "BOKNSOC".

       FD  NSOCHIST.
       COPY "BOKNSOH".

       FD  CONTRATOS.
       COPY "BOKCONT".

       FD  MENSALID.
       COPY "BOKMENS".

       FD  MENSHIST.
       COPY "BOKMENH".

       FD  PAGAMENTOS.
       COPY "BOKPAG".

       FD  PAGHIST.
       COPY "BOKPAGH".

       FD  NOTAS.
       COPY "BOKNOTA".

       FD  NOTAHIST.
       COPY "BOKNOTH".

       FD  FREQUENCIA.
       COPY "BOKFREQ".

       FD  FREQHIST.
       COPY "BOKFREH".

      *-------------------- AREA DO RELATORIO DO TITULAR ---------------
       FD  RELLGPD.

       01  ARQ-RELLGPD                  PIC X(82).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-ALUNHIST                  PIC 9(02).
       77  FS-RESPONSAV                 PIC 9(02).
       77  FS-RESPVINC                  PIC 9(02).
       77  FS-PROFESSOR                 PIC 9(02).
       77  FS-OPERADORES                PIC 9(02).
       77  FS-AUDITORIA                 PIC 9(02).
       77  FS-EVENTOS                   PIC 9(02).
       77  FS-CARTLOG                   PIC 9(02).
       77  FS-CONSENT                   PIC 9(02).
       77  FS-SUPRESSAO                 PIC 9(02).
       77  FS-NOMESOC                   PIC 9(02).
       77  FS-NSOCHIST                  PIC 9(02).
       77  FS-CONTRATOS                 PIC 9(02).
       77  FS-MENSALID                  PIC 9(02).
       77  FS-MENSHIST                  PIC 9(02).
       77  FS-PAGAMENTOS                PIC 9(02).
       77  FS-PAGHIST                   PIC 9(02).
       77  FS-NOTAS                     PIC 9(02).
       77  FS-NOTAHIST                  PIC 9(02).
       77  FS-FREQUENCIA                PIC 9(02).
       77  FS-FREQHIST                  PIC 9(02).
       77  FS-RELLGPD                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

      *------------- VARIAVEIS DOS NOMES DOS ARQUIVOS GERADOS ----------
       77  WRK-PATH-RELLGPD             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETROS DO RELATORIO ---------------------------
       77  WRK-TEMP-CPF                 PIC X(11) VALUE SPACES.
       77  WRK-CPF-VALIDO               PIC X(01) VALUE SPACES.

      *------------- IDENTIDADES DO TITULAR NOS CADASTROS --------------
       01  WRK-TAB-RMS.
           05 WRK-TR-ITEM OCCURS 20 TIMES.
               10 WRK-TR-RM             PIC X(06).

       01  WRK-TAB-RESP.
           05 WRK-TS-ITEM OCCURS 10 TIMES.
               10 WRK-TS-CODIGO         PIC 9(06).

       01  WRK-TAB-PROF.
           05 WRK-TP-ITEM OCCURS 10 TIMES.
               10 WRK-TP-ID             PIC X(06).

       01  WRK-TAB-OPER.
           05 WRK-TO-ITEM OCCURS 10 TIMES.
               10 WRK-TO-ID             PIC X(08).

       77  WRK-QTD-RMS                  PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-RESP                 PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-PROF                 PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-OPER                 PIC 9(02) VALUE ZEROS.
       77  WRK-IX                       PIC 9(02) VALUE ZEROS.
       77  WRK-DO-TITULAR               PIC X(01) VALUE SPACES.
       77  WRK-QTD-CPF-AUD              PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LINHAS               PIC 9(06) VALUE ZEROS.

      *------------- LINHAS DO RELATORIO -------------------------------
       01  WRK-LINHA-DET.
           05 WRK-LD-ARQUIVO            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-CHAVE              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LD-DETALHE            PIC X(53).

       01  WRK-LINHA-TITULO.
           05 FILLER                    PIC X(10) VALUE "ARQUIVO".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE "CHAVE".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE "RM".
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 FILLER                    PIC X(53) VALUE "DADOS".

       01  WRK-LINHA-TOTAL.
           05 FILLER                    PIC X(24)
                        VALUE "REGISTROS RELACIONADOS..".
           05 WRK-LT-TOTAL-ED           PIC ZZZ.ZZ9.

       77  WRK-ED-CODIGO                PIC 9(06) VALUE ZEROS.
       77  WRK-ED-NUMERO                PIC 9(08) VALUE ZEROS.
      *--- CODIGO DO RESPONSAVEL COMO GUARDADO NA CHAVE DO CONSENT -----
       77  WRK-CSN-CODIGO               PIC X(06) VALUE SPACES.

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
           05 LINE  01 COLUMN 22 VALUE "RELATORIO DO TITULAR DE DADOS"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "CPF DO TITULAR...".
           05 LINE  07 COLUMN 60 USING WRK-TEMP-CPF.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.
           05 LINE  21 COLUMN 09 VALUE "CPF EM BRANCO PARA SAIR"
                       BACKGROUND-COLOR 3.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "RMS DO TITULAR.......".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-RMS.
           05 LINE  13 COLUMN 30 VALUE "REGISTROS LISTADOS...".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-LINHAS.

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

      *----------- ABERTURA DOS CADASTROS CONSULTADOS ------------------
            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT ALUNHIST.

            IF  FS-ALUNHIST EQUAL 35
                OPEN OUTPUT ALUNHIST
                CLOSE       ALUNHIST
                OPEN INPUT  ALUNHIST
            END-IF.

            OPEN INPUT RESPONSAV.

            IF  FS-RESPONSAV EQUAL 35
                OPEN OUTPUT RESPONSAV
                CLOSE       RESPONSAV
                OPEN INPUT  RESPONSAV
            END-IF.

            OPEN INPUT RESPVINC.

            IF  FS-RESPVINC EQUAL 35
                OPEN OUTPUT RESPVINC
                CLOSE       RESPVINC
                OPEN INPUT  RESPVINC
            END-IF.

            OPEN INPUT PROFESSOR.

            IF  FS-PROFESSOR EQUAL 35
                OPEN OUTPUT PROFESSOR
                CLOSE       PROFESSOR
                OPEN INPUT  PROFESSOR
            END-IF.

            OPEN INPUT OPERADORES.

            IF  FS-OPERADORES EQUAL 35
                OPEN OUTPUT OPERADORES
                CLOSE       OPERADORES
                OPEN INPUT  OPERADORES
            END-IF.

      *----------- ABERTURA DOS REGISTROS DE MOVIMENTO -----------------
            OPEN INPUT EVENTOS.

            IF  FS-EVENTOS EQUAL 35
                OPEN OUTPUT EVENTOS
                CLOSE       EVENTOS
                OPEN INPUT  EVENTOS
            END-IF.

            OPEN INPUT CONTRATOS.

            IF  FS-CONTRATOS EQUAL 35
                OPEN OUTPUT CONTRATOS
                CLOSE       CONTRATOS
                OPEN INPUT  CONTRATOS
            END-IF.

            OPEN INPUT MENSALID.

            IF  FS-MENSALID EQUAL 35
                OPEN OUTPUT MENSALID
                CLOSE       MENSALID
                OPEN INPUT  MENSALID
            END-IF.

            OPEN INPUT MENSHIST.

            IF  FS-MENSHIST EQUAL 35
                OPEN OUTPUT MENSHIST
                CLOSE       MENSHIST
                OPEN INPUT  MENSHIST
            END-IF.

            OPEN INPUT PAGAMENTOS.

            IF  FS-PAGAMENTOS EQUAL 35
                OPEN OUTPUT PAGAMENTOS
                CLOSE       PAGAMENTOS
                OPEN INPUT  PAGAMENTOS
            END-IF.

            OPEN INPUT PAGHIST.

            IF  FS-PAGHIST EQUAL 35
                OPEN OUTPUT PAGHIST
                CLOSE       PAGHIST
                OPEN INPUT  PAGHIST
            END-IF.

            OPEN INPUT NOTAS.

            IF  FS-NOTAS EQUAL 35
                OPEN OUTPUT NOTAS
                CLOSE       NOTAS
                OPEN INPUT  NOTAS
            END-IF.

            OPEN INPUT NOTAHIST.

            IF  FS-NOTAHIST EQUAL 35
                OPEN OUTPUT NOTAHIST
                CLOSE       NOTAHIST
                OPEN INPUT  NOTAHIST
            END-IF.

            OPEN INPUT FREQUENCIA.

            IF  FS-FREQUENCIA EQUAL 35
                OPEN OUTPUT FREQUENCIA
                CLOSE       FREQUENCIA
                OPEN INPUT  FREQUENCIA
            END-IF.

            OPEN INPUT FREQHIST.

            IF  FS-FREQHIST EQUAL 35
                OPEN OUTPUT FREQHIST
                CLOSE       FREQHIST
                OPEN INPUT  FREQHIST
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

           DISPLAY SCR-TELA
           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           MOVE SPACES                        TO WRK-TEMP-CPF
           ACCEPT SCR-DADOS.

           IF  WRK-TEMP-CPF EQUAL SPACES
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------ VERIFICAR O DIGITO VERIFICADOR DO CPF --------------
           CALL "PROGVCPF" USING WRK-TEMP-CPF, WRK-CPF-VALIDO.

           IF  WRK-CPF-VALIDO NOT EQUAL "S"
               MOVE WRK-MSG-CPF-INVAL          TO WRK-MSG
               PERFORM 0900-MOSTRA
               GO TO 0200-PROCESSAR
           END-IF.

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE ZEROS                          TO WRK-QTD-LINHAS
                                                  WRK-QTD-RMS
                                                  WRK-QTD-RESP
                                                  WRK-QTD-PROF
                                                  WRK-QTD-OPER
           STRING FUNCTION TRIM(WRK-PATH-BASE) "LGPDTITULAR_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELLGPD

           OPEN OUTPUT RELLGPD.

           MOVE SPACES                         TO ARQ-RELLGPD
           STRING "RELATORIO DO TITULAR DE DADOS - CPF " WRK-TEMP-CPF
                  " EM " WRK-DATA-HORA(7:2) "/" WRK-DATA-HORA(5:2)
                  "/" WRK-DATA-HORA(1:4)
                  DELIMITED BY SIZE INTO ARQ-RELLGPD
           WRITE ARQ-RELLGPD.

           MOVE WRK-LINHA-TITULO               TO ARQ-RELLGPD
           WRITE ARQ-RELLGPD.

      *----------- IDENTIFICA O TITULAR NOS CADASTROS ------------------
           PERFORM 0210-LOCALIZAR-ALUNO.
           PERFORM 0215-LOCALIZAR-RESPONSAVEL.
           PERFORM 0220-LOCALIZAR-PROFESSOR.

      *----------- REGISTROS QUE REFERENCIAM O TITULAR -----------------
           PERFORM 0230-LISTAR-AUDITORIA.
           PERFORM 0235-LISTAR-EVENTOS.
           PERFORM 0240-LISTAR-CARTAS.
           PERFORM 0245-LISTAR-CONTRATOS.
           PERFORM 0250-LISTAR-COBRANCAS.
           PERFORM 0255-LISTAR-RECIBOS.
           PERFORM 0260-LISTAR-NOTAS.
           PERFORM 0265-LISTAR-FREQUENCIA.
           PERFORM 0270-LISTAR-CONSENTIMENTOS.
           PERFORM 0275-LISTAR-SUPRESSOES.
           PERFORM 0277-LISTAR-NOME-SOCIAL.

           IF  WRK-QTD-LINHAS EQUAL ZEROS
               MOVE "NENHUM REGISTRO COM DADOS DO TITULAR"
                                               TO ARQ-RELLGPD
               WRITE ARQ-RELLGPD
           END-IF.

           MOVE WRK-QTD-LINHAS                 TO WRK-LT-TOTAL-ED
           MOVE WRK-LINHA-TOTAL                TO ARQ-RELLGPD
           WRITE ARQ-RELLGPD.

           CLOSE RELLGPD.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGLGPD"                     TO ARQ-LOG-PROGRAMA
           MOVE "RELATORIO DO TITULAR LGPD"    TO ARQ-LOG-RELATORIO
           MOVE WRK-QTD-LINHAS                 TO ARQ-LOG-QTDREGISTROS
           MOVE WRK-PATH-RELLGPD               TO ARQ-LOG-ARQUIVOGERADO
           MOVE LNK-OPERADOR                   TO ARQ-LOG-OPERADOR
           WRITE ARQ-DADOS-OPLOG.

           DISPLAY SCR-TELA
           DISPLAY SCR-RESULTADO
           MOVE WRK-REGISTRO                  TO WRK-MSG
           PERFORM 0900-MOSTRA.

           GO TO 0200-PROCESSAR.

      *-----------------------------------------------------------------
       0200-PROCESSAR-99-FIM                                   SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0210-LOCALIZAR-ALUNO                                    SECTION.
      *-----------------------------------------------------------------
      *----------- RMs DO TITULAR NO ARQUIVO ATIVO E NO MORTO ----------

           MOVE LOW-VALUES                     TO ARQ-RM

           START ALUNOS KEY IS GREATER THAN OR EQUAL ARQ-RM
               INVALID KEY
                   GO TO 0210-LOCALIZAR-HISTORICO
           END-START.

           READ ALUNOS NEXT RECORD
               AT END
                   GO TO 0210-LOCALIZAR-HISTORICO
           END-READ.

           PERFORM UNTIL FS-ALUNOS NOT EQUAL ZEROS

               IF  ARQ-CPF EQUAL WRK-TEMP-CPF
                   MOVE "ALUNOS"               TO WRK-LD-ARQUIVO
                   PERFORM 0212-GUARDAR-ALUNO
               END-IF

               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNOS.

       0210-LOCALIZAR-HISTORICO.

           MOVE LOW-VALUES                     TO ARQ-HIST-RM

           START ALUNHIST KEY IS GREATER THAN OR EQUAL ARQ-HIST-RM
               INVALID KEY
                   GO TO 0210-LOCALIZAR-ALUNO-99-FIM
           END-START.

           READ ALUNHIST NEXT RECORD
               AT END
                   GO TO 0210-LOCALIZAR-ALUNO-99-FIM
           END-READ.

           PERFORM UNTIL FS-ALUNHIST NOT EQUAL ZEROS

               MOVE ARQ-DADOS-HIST             TO ARQ-DADOS

               IF  ARQ-CPF EQUAL WRK-TEMP-CPF
                   MOVE "ALUNHIST"             TO WRK-LD-ARQUIVO
                   PERFORM 0212-GUARDAR-ALUNO
               END-IF

               READ ALUNHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ALUNHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ALUNHIST.

      *-----------------------------------------------------------------
       0210-LOCALIZAR-ALUNO-99-FIM                             SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0212-GUARDAR-ALUNO                                      SECTION.
      *-----------------------------------------------------------------
      *----------- LISTA O CADASTRO DO ALUNO (EM ARQ-DADOS) E GUARDA ---
      *----------- O RM PARA A BUSCA NOS MOVIMENTOS --------------------

           MOVE ARQ-RM                         TO WRK-LD-CHAVE
                                                  WRK-LD-RM
           MOVE SPACES                         TO WRK-LD-DETALHE
           STRING ARQ-NOMEALUNO " " ARQ-STATUS " " ARQ-CURSO
                  DELIMITED BY SIZE INTO WRK-LD-DETALHE
           PERFORM 0290-GRAVAR-LINHA.

           PERFORM 0280-CONFERIR-RM.

           IF  WRK-DO-TITULAR EQUAL "N"
           AND WRK-QTD-RMS LESS 20
               ADD 1                           TO WRK-QTD-RMS
               MOVE ARQ-RM
                    TO WRK-TR-RM (WRK-QTD-RMS)
           END-IF.

      *-----------------------------------------------------------------
       0212-GUARDAR-ALUNO-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-LOCALIZAR-RESPONSAVEL                              SECTION.
      *-----------------------------------------------------------------
      *----------- CADASTRO DE RESPONSAVEL FINANCEIRO COM O CPF E ------
      *----------- OS VINCULOS (RESPVINC) DELE OU DOS RMs DO TITULAR ---

           MOVE ZEROS                          TO ARQ-RSP-CODIGO

           START RESPONSAV KEY IS GREATER THAN OR EQUAL ARQ-RSP-CODIGO
               INVALID KEY
                   GO TO 0215-LOCALIZAR-VINCULOS
           END-START.

           READ RESPONSAV NEXT RECORD
               AT END
                   GO TO 0215-LOCALIZAR-VINCULOS
           END-READ.

           PERFORM UNTIL FS-RESPONSAV NOT EQUAL ZEROS

               IF  ARQ-RSP-CPF EQUAL WRK-TEMP-CPF
                   MOVE "RESPONSAV"            TO WRK-LD-ARQUIVO
                   MOVE ARQ-RSP-CODIGO         TO WRK-ED-CODIGO
                   MOVE WRK-ED-CODIGO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-RM
                                                  WRK-LD-DETALHE
                   STRING ARQ-RSP-NOME " " ARQ-RSP-TELEFONE
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
                   IF  WRK-QTD-RESP LESS 10
                       ADD 1                   TO WRK-QTD-RESP
                       MOVE ARQ-RSP-CODIGO
                            TO WRK-TS-CODIGO (WRK-QTD-RESP)
                   END-IF
               END-IF

               READ RESPONSAV NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESPONSAV
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESPONSAV.

       0215-LOCALIZAR-VINCULOS.

           MOVE LOW-VALUES                     TO ARQ-RVI-RM

           START RESPVINC KEY IS GREATER THAN OR EQUAL ARQ-RVI-RM
               INVALID KEY
                   GO TO 0215-LOCALIZAR-RESPONSAVEL-99-FIM
           END-START.

           READ RESPVINC NEXT RECORD
               AT END
                   GO TO 0215-LOCALIZAR-RESPONSAVEL-99-FIM
           END-READ.

           PERFORM UNTIL FS-RESPVINC NOT EQUAL ZEROS

               MOVE ARQ-RVI-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               PERFORM VARYING WRK-IX FROM 1 BY 1
                       UNTIL WRK-IX GREATER WRK-QTD-RESP
                          OR WRK-DO-TITULAR EQUAL "S"
                   IF  WRK-TS-CODIGO (WRK-IX) EQUAL ARQ-RVI-CODIGO
                       MOVE "S"                TO WRK-DO-TITULAR
                   END-IF
               END-PERFORM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "RESPVINC"             TO WRK-LD-ARQUIVO
                   MOVE ARQ-RVI-CODIGO         TO WRK-ED-CODIGO
                   MOVE WRK-ED-CODIGO          TO WRK-LD-CHAVE
                   MOVE "VINCULO RM X RESPONSAVEL FINANCEIRO"
                                               TO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ RESPVINC NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-RESPVINC
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-RESPVINC.

      *-----------------------------------------------------------------
       0215-LOCALIZAR-RESPONSAVEL-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-LOCALIZAR-PROFESSOR                                SECTION.
      *-----------------------------------------------------------------
      *----------- CADASTRO DE PROFESSOR COM O CPF E OS OPERADORES -----
      *----------- DO PORTAL VINCULADOS A ELE --------------------------

           MOVE LOW-VALUES                     TO ARQ-PRO-ID

           START PROFESSOR KEY IS GREATER THAN OR EQUAL ARQ-PRO-ID
               INVALID KEY
                   GO TO 0220-LOCALIZAR-PROFESSOR-99-FIM
           END-START.

           READ PROFESSOR NEXT RECORD
               AT END
                   GO TO 0220-LOCALIZAR-PROFESSOR-99-FIM
           END-READ.

           PERFORM UNTIL FS-PROFESSOR NOT EQUAL ZEROS

               IF  ARQ-PRO-CPF EQUAL WRK-TEMP-CPF
                   MOVE "PROFESSOR"            TO WRK-LD-ARQUIVO
                   MOVE ARQ-PRO-ID             TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-RM
                                                  WRK-LD-DETALHE
                   STRING ARQ-PRO-NOME " " ARQ-PRO-TITULACAO
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
                   IF  WRK-QTD-PROF LESS 10
                       ADD 1                   TO WRK-QTD-PROF
                       MOVE ARQ-PRO-ID
                            TO WRK-TP-ID (WRK-QTD-PROF)
                   END-IF
               END-IF

               READ PROFESSOR NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PROFESSOR
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PROFESSOR.

           IF  WRK-QTD-PROF EQUAL ZEROS
               GO TO 0220-LOCALIZAR-PROFESSOR-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-OPER-ID

           START OPERADORES KEY IS GREATER THAN OR EQUAL ARQ-OPER-ID
               INVALID KEY
                   GO TO 0220-LOCALIZAR-PROFESSOR-99-FIM
           END-START.

           READ OPERADORES NEXT RECORD
               AT END
                   GO TO 0220-LOCALIZAR-PROFESSOR-99-FIM
           END-READ.

           PERFORM UNTIL FS-OPERADORES NOT EQUAL ZEROS

               MOVE "N"                        TO WRK-DO-TITULAR

               PERFORM VARYING WRK-IX FROM 1 BY 1
                       UNTIL WRK-IX GREATER WRK-QTD-PROF
                          OR WRK-DO-TITULAR EQUAL "S"
                   IF  ARQ-OPER-PROFESSOR NOT EQUAL SPACES
                   AND WRK-TP-ID (WRK-IX) EQUAL ARQ-OPER-PROFESSOR
                       MOVE "S"                TO WRK-DO-TITULAR
                   END-IF
               END-PERFORM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "OPERADORES"           TO WRK-LD-ARQUIVO
                   MOVE ARQ-OPER-ID            TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-RM
                                                  WRK-LD-DETALHE
                   STRING ARQ-OPER-NOME " PERFIL " ARQ-OPER-PERFIL
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
                   IF  WRK-QTD-OPER LESS 10
                       ADD 1                   TO WRK-QTD-OPER
                       MOVE ARQ-OPER-ID
                            TO WRK-TO-ID (WRK-QTD-OPER)
                   END-IF
               END-IF

               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-OPERADORES
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-OPERADORES.

      *-----------------------------------------------------------------
       0220-LOCALIZAR-PROFESSOR-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0230-LISTAR-AUDITORIA                                   SECTION.
      *-----------------------------------------------------------------
      *----------- LINHAS DA TRILHA SOBRE UM RM DO TITULAR, FEITAS -----
      *----------- POR UM OPERADOR DELE OU COM O CPF NO ANTES/DEPOIS ---

           OPEN INPUT AUDITORIA.

           IF  FS-AUDITORIA NOT EQUAL ZEROS
               GO TO 0230-LISTAR-AUDITORIA-99-FIM
           END-IF.

           READ AUDITORIA
               AT END
                   GO TO 0230-LISTAR-AUDITORIA-FECHAR
           END-READ.

           PERFORM UNTIL FS-AUDITORIA NOT EQUAL ZEROS

               MOVE ARQ-AUD-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               PERFORM VARYING WRK-IX FROM 1 BY 1
                       UNTIL WRK-IX GREATER WRK-QTD-OPER
                          OR WRK-DO-TITULAR EQUAL "S"
                   IF  WRK-TO-ID (WRK-IX) EQUAL ARQ-AUD-OPERADOR
                       MOVE "S"                TO WRK-DO-TITULAR
                   END-IF
               END-PERFORM

               MOVE ZEROS                      TO WRK-QTD-CPF-AUD
               INSPECT ARQ-AUD-ANTES  TALLYING WRK-QTD-CPF-AUD
                       FOR ALL WRK-TEMP-CPF
               INSPECT ARQ-AUD-DEPOIS TALLYING WRK-QTD-CPF-AUD
                       FOR ALL WRK-TEMP-CPF
               IF  WRK-QTD-CPF-AUD GREATER ZEROS
                   MOVE "S"                    TO WRK-DO-TITULAR
               END-IF

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "AUDITORIA"            TO WRK-LD-ARQUIVO
                   MOVE ARQ-AUD-DATAHORA(1:8)  TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-AUD-PROGRAMA " " ARQ-AUD-OPERACAO " "
                          ARQ-AUD-CAMPO " OPER " ARQ-AUD-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ AUDITORIA
                   AT END
                       MOVE 9                  TO FS-AUDITORIA
               END-READ

           END-PERFORM.

       0230-LISTAR-AUDITORIA-FECHAR.

           CLOSE AUDITORIA.

           MOVE ZEROS                          TO FS-AUDITORIA.

      *-----------------------------------------------------------------
       0230-LISTAR-AUDITORIA-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0235-LISTAR-EVENTOS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- NOTIFICACOES GERADAS PARA UM RM DO TITULAR ----------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0235-LISTAR-EVENTOS-99-FIM
           END-IF.

           MOVE ZEROS                          TO ARQ-EVE-NUMERO

           START EVENTOS KEY IS GREATER THAN OR EQUAL ARQ-EVE-NUMERO
               INVALID KEY
                   GO TO 0235-LISTAR-EVENTOS-99-FIM
           END-START.

           READ EVENTOS NEXT RECORD
               AT END
                   GO TO 0235-LISTAR-EVENTOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-EVENTOS NOT EQUAL ZEROS

               MOVE ARQ-EVE-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "EVENTOS"              TO WRK-LD-ARQUIVO
                   MOVE ARQ-EVE-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-EVE-TIPO " " ARQ-EVE-DATAHORA(1:8) " "
                          ARQ-EVE-DADOS
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ EVENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-EVENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-EVENTOS.

      *-----------------------------------------------------------------
       0235-LISTAR-EVENTOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0240-LISTAR-CARTAS                                      SECTION.
      *-----------------------------------------------------------------
      *----------- CARTAS DA MALA DIRETA ENVIADAS A UM RM DO TITULAR ---

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0240-LISTAR-CARTAS-99-FIM
           END-IF.

           OPEN INPUT CARTLOG.

           IF  FS-CARTLOG NOT EQUAL ZEROS
               GO TO 0240-LISTAR-CARTAS-99-FIM
           END-IF.

           READ CARTLOG
               AT END
                   GO TO 0240-LISTAR-CARTAS-FECHAR
           END-READ.

           PERFORM UNTIL FS-CARTLOG NOT EQUAL ZEROS

               MOVE ARQ-CRT-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "CARTLOG"              TO WRK-LD-ARQUIVO
                   MOVE ARQ-CRT-TIPO           TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-CRT-DATAHORA(1:8) " "
                          FUNCTION TRIM(ARQ-CRT-ARQUIVO)
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ CARTLOG
                   AT END
                       MOVE 9                  TO FS-CARTLOG
               END-READ

           END-PERFORM.

       0240-LISTAR-CARTAS-FECHAR.

           CLOSE CARTLOG.

           MOVE ZEROS                          TO FS-CARTLOG.

      *-----------------------------------------------------------------
       0240-LISTAR-CARTAS-99-FIM                               SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0245-LISTAR-CONTRATOS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- CONTRATOS DE PRESTACAO DE SERVICOS EMITIDOS ---------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0245-LISTAR-CONTRATOS-99-FIM
           END-IF.

           MOVE ZEROS                          TO ARQ-CON-NUMERO

           START CONTRATOS KEY IS GREATER THAN OR EQUAL ARQ-CON-NUMERO
               INVALID KEY
                   GO TO 0245-LISTAR-CONTRATOS-99-FIM
           END-START.

           READ CONTRATOS NEXT RECORD
               AT END
                   GO TO 0245-LISTAR-CONTRATOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-CONTRATOS NOT EQUAL ZEROS

               MOVE ARQ-CON-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "CONTRATOS"            TO WRK-LD-ARQUIVO
                   MOVE ARQ-CON-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-CON-TIPO " EMITIDO EM "
                          ARQ-CON-DATA-EMISSAO
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ CONTRATOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONTRATOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-CONTRATOS.

      *-----------------------------------------------------------------
       0245-LISTAR-CONTRATOS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0250-LISTAR-COBRANCAS                                   SECTION.
      *-----------------------------------------------------------------
      *----------- COBRANCAS ATIVAS E ARQUIVADAS (MENSHIST) ------------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0250-LISTAR-COBRANCAS-99-FIM
           END-IF.

           MOVE ZEROS                          TO ARQ-MEN-NUMERO

           START MENSALID KEY IS GREATER THAN OR EQUAL ARQ-MEN-NUMERO
               INVALID KEY
                   GO TO 0250-LISTAR-COBR-HIST
           END-START.

           READ MENSALID NEXT RECORD
               AT END
                   GO TO 0250-LISTAR-COBR-HIST
           END-READ.

           PERFORM UNTIL FS-MENSALID NOT EQUAL ZEROS

               MOVE ARQ-MEN-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "MENSALID"             TO WRK-LD-ARQUIVO
                   MOVE ARQ-MEN-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING "COMPETENCIA " ARQ-MEN-COMPETENCIA " "
                          ARQ-MEN-STATUS
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ MENSALID NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSALID
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSALID.

       0250-LISTAR-COBR-HIST.

           MOVE ZEROS                          TO ARQ-MEH-NUMERO

           START MENSHIST KEY IS GREATER THAN OR EQUAL ARQ-MEH-NUMERO
               INVALID KEY
                   GO TO 0250-LISTAR-COBRANCAS-99-FIM
           END-START.

           READ MENSHIST NEXT RECORD
               AT END
                   GO TO 0250-LISTAR-COBRANCAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-MENSHIST NOT EQUAL ZEROS

               MOVE ARQ-MEH-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "MENSHIST"             TO WRK-LD-ARQUIVO
                   MOVE ARQ-MEH-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING "COMPETENCIA " ARQ-MEH-COMPETENCIA " "
                          ARQ-MEH-STATUS
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ MENSHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-MENSHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-MENSHIST.

      *-----------------------------------------------------------------
       0250-LISTAR-COBRANCAS-99-FIM                            SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0255-LISTAR-RECIBOS                                     SECTION.
      *-----------------------------------------------------------------
      *----------- RECIBOS ATIVOS E ARQUIVADOS (PAGHIST) ---------------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0255-LISTAR-RECIBOS-99-FIM
           END-IF.

           MOVE ZEROS                          TO ARQ-PAG-NUMERO

           START PAGAMENTOS KEY IS GREATER THAN OR EQUAL ARQ-PAG-NUMERO
               INVALID KEY
                   GO TO 0255-LISTAR-RECIBOS-HIST
           END-START.

           READ PAGAMENTOS NEXT RECORD
               AT END
                   GO TO 0255-LISTAR-RECIBOS-HIST
           END-READ.

           PERFORM UNTIL FS-PAGAMENTOS NOT EQUAL ZEROS

               MOVE ARQ-PAG-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "PAGAMENTOS"           TO WRK-LD-ARQUIVO
                   MOVE ARQ-PAG-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-PAG-DATA " " ARQ-PAG-FORMA " "
                          ARQ-PAG-COMPET
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGAMENTOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGAMENTOS.

       0255-LISTAR-RECIBOS-HIST.

           MOVE ZEROS                          TO ARQ-PGH-NUMERO

           START PAGHIST KEY IS GREATER THAN OR EQUAL ARQ-PGH-NUMERO
               INVALID KEY
                   GO TO 0255-LISTAR-RECIBOS-99-FIM
           END-START.

           READ PAGHIST NEXT RECORD
               AT END
                   GO TO 0255-LISTAR-RECIBOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-PAGHIST NOT EQUAL ZEROS

               MOVE ARQ-PGH-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "PAGHIST"              TO WRK-LD-ARQUIVO
                   MOVE ARQ-PGH-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-PGH-DATA " " ARQ-PGH-FORMA " "
                          ARQ-PGH-COMPET
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ PAGHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-PAGHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-PAGHIST.

      *-----------------------------------------------------------------
       0255-LISTAR-RECIBOS-99-FIM                              SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0260-LISTAR-NOTAS                                       SECTION.
      *-----------------------------------------------------------------
      *----------- LANCAMENTOS DE NOTA ATIVOS E ARQUIVADOS -------------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0260-LISTAR-NOTAS-99-FIM
           END-IF.

           MOVE ZEROS                          TO ARQ-NOTA-NUMERO

           START NOTAS KEY IS GREATER THAN OR EQUAL ARQ-NOTA-NUMERO
               INVALID KEY
                   GO TO 0260-LISTAR-NOTAS-HIST
           END-START.

           READ NOTAS NEXT RECORD
               AT END
                   GO TO 0260-LISTAR-NOTAS-HIST
           END-READ.

           PERFORM UNTIL FS-NOTAS NOT EQUAL ZEROS

               MOVE ARQ-NOTA-RM                TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "NOTAS"                TO WRK-LD-ARQUIVO
                   MOVE ARQ-NOTA-NUMERO        TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-NOTA-DISCIPLINA " " ARQ-NOTA-DATA " "
                          ARQ-NOTA-TIPO
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ NOTAS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NOTAS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-NOTAS.

       0260-LISTAR-NOTAS-HIST.

           MOVE ZEROS                          TO ARQ-NTH-NUMERO

           START NOTAHIST KEY IS GREATER THAN OR EQUAL ARQ-NTH-NUMERO
               INVALID KEY
                   GO TO 0260-LISTAR-NOTAS-99-FIM
           END-START.

           READ NOTAHIST NEXT RECORD
               AT END
                   GO TO 0260-LISTAR-NOTAS-99-FIM
           END-READ.

           PERFORM UNTIL FS-NOTAHIST NOT EQUAL ZEROS

               MOVE ARQ-NTH-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "NOTAHIST"             TO WRK-LD-ARQUIVO
                   MOVE ARQ-NTH-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-NTH-DISCIPLINA " " ARQ-NTH-DATA " "
                          ARQ-NTH-TIPO
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ NOTAHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-NOTAHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-NOTAHIST.

      *-----------------------------------------------------------------
       0260-LISTAR-NOTAS-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0265-LISTAR-FREQUENCIA                                  SECTION.
      *-----------------------------------------------------------------
      *----------- LANCAMENTOS DE FREQUENCIA ATIVOS E ARQUIVADOS -------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0265-LISTAR-FREQUENCIA-99-FIM
           END-IF.

           MOVE ZEROS                          TO ARQ-FRE-NUMERO

           START FREQUENCIA KEY IS GREATER THAN OR EQUAL ARQ-FRE-NUMERO
               INVALID KEY
                   GO TO 0265-LISTAR-FREQ-HIST
           END-START.

           READ FREQUENCIA NEXT RECORD
               AT END
                   GO TO 0265-LISTAR-FREQ-HIST
           END-READ.

           PERFORM UNTIL FS-FREQUENCIA NOT EQUAL ZEROS

               MOVE ARQ-FRE-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "FREQUENCIA"           TO WRK-LD-ARQUIVO
                   MOVE ARQ-FRE-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-FRE-DISCIPLINA " " ARQ-FRE-DATA " "
                          ARQ-FRE-PRESENCA
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ FREQUENCIA NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FREQUENCIA
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FREQUENCIA.

       0265-LISTAR-FREQ-HIST.

           MOVE ZEROS                          TO ARQ-FRH-NUMERO

           START FREQHIST KEY IS GREATER THAN OR EQUAL ARQ-FRH-NUMERO
               INVALID KEY
                   GO TO 0265-LISTAR-FREQUENCIA-99-FIM
           END-START.

           READ FREQHIST NEXT RECORD
               AT END
                   GO TO 0265-LISTAR-FREQUENCIA-99-FIM
           END-READ.

           PERFORM UNTIL FS-FREQHIST NOT EQUAL ZEROS

               MOVE ARQ-FRH-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "FREQHIST"             TO WRK-LD-ARQUIVO
                   MOVE ARQ-FRH-NUMERO         TO WRK-ED-NUMERO
                   MOVE WRK-ED-NUMERO          TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-FRH-DISCIPLINA " " ARQ-FRH-DATA " "
                          ARQ-FRH-PRESENCA
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ FREQHIST NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-FREQHIST
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-FREQHIST.

      *-----------------------------------------------------------------
       0265-LISTAR-FREQUENCIA-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0270-LISTAR-CONSENTIMENTOS                              SECTION.
      *-----------------------------------------------------------------
      *----------- CONSENTIMENTOS DE COMUNICACAO DOS RMs OU DOS --------
      *----------- CODIGOS DE RESPONSAVEL DO TITULAR -------------------

           IF  WRK-QTD-RMS EQUAL ZEROS AND WRK-QTD-RESP EQUAL ZEROS
               GO TO 0270-LISTAR-CONSENTIMENTOS-99-FIM
           END-IF.

           OPEN INPUT CONSENT.

           IF  FS-CONSENT NOT EQUAL ZEROS
               GO TO 0270-LISTAR-CONSENTIMENTOS-99-FIM
           END-IF.

           MOVE LOW-VALUES                     TO ARQ-CSN-CHAVE

           START CONSENT KEY IS GREATER THAN OR EQUAL ARQ-CSN-CHAVE
               INVALID KEY
                   GO TO 0270-LISTAR-CONSENT-FECHAR
           END-START.

           READ CONSENT NEXT RECORD
               AT END
                   GO TO 0270-LISTAR-CONSENT-FECHAR
           END-READ.

           PERFORM UNTIL FS-CONSENT NOT EQUAL ZEROS

               MOVE SPACES                     TO WRK-LD-RM
               MOVE "N"                        TO WRK-DO-TITULAR

               IF  ARQ-CSN-TIPO EQUAL "A"
                   MOVE ARQ-CSN-TITULAR        TO WRK-LD-RM
                   PERFORM 0280-CONFERIR-RM
               ELSE
                   PERFORM VARYING WRK-IX FROM 1 BY 1
                           UNTIL WRK-IX GREATER WRK-QTD-RESP
                              OR WRK-DO-TITULAR EQUAL "S"
                       MOVE WRK-TS-CODIGO (WRK-IX) TO WRK-CSN-CODIGO
                       IF  WRK-CSN-CODIGO EQUAL ARQ-CSN-TITULAR
                           MOVE "S"            TO WRK-DO-TITULAR
                       END-IF
                   END-PERFORM
               END-IF

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "CONSENT"              TO WRK-LD-ARQUIVO
                   MOVE SPACES                 TO WRK-LD-CHAVE
                                                  WRK-LD-DETALHE
                   STRING ARQ-CSN-TIPO ARQ-CSN-TITULAR
                          DELIMITED BY SIZE INTO WRK-LD-CHAVE
                   STRING ARQ-CSN-CANAL " " ARQ-CSN-CATEGORIA
                          " AUTORIZA " ARQ-CSN-AUTORIZA
                          " EM " ARQ-CSN-DATA " "
                          ARQ-CSN-ORIGEM " " ARQ-CSN-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ CONSENT NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-CONSENT
               END-READ

           END-PERFORM.

       0270-LISTAR-CONSENT-FECHAR.

           CLOSE CONSENT.

           MOVE ZEROS                          TO FS-CONSENT.

      *-----------------------------------------------------------------
       0270-LISTAR-CONSENTIMENTOS-99-FIM                       SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0275-LISTAR-SUPRESSOES                                  SECTION.
      *-----------------------------------------------------------------
      *----------- MENSAGENS A UM RM DO TITULAR NAO ENVIADAS POR ------
      *----------- CONTA DO CONSENTIMENTO ------------------------------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0275-LISTAR-SUPRESSOES-99-FIM
           END-IF.

           OPEN INPUT SUPRESSAO.

           IF  FS-SUPRESSAO NOT EQUAL ZEROS
               GO TO 0275-LISTAR-SUPRESSOES-99-FIM
           END-IF.

           READ SUPRESSAO
               AT END
                   GO TO 0275-LISTAR-SUPRESSOES-FECHAR
           END-READ.

           PERFORM UNTIL FS-SUPRESSAO NOT EQUAL ZEROS

               MOVE ARQ-SUP-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "SUPRESSAO"            TO WRK-LD-ARQUIVO
                   MOVE ARQ-SUP-MENSAGEM       TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-SUP-DATAHORA(1:8) " "
                          ARQ-SUP-CANAL " "
                          ARQ-SUP-SITUACAO " "
                          ARQ-SUP-MOTIVO
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ SUPRESSAO
                   AT END
                       MOVE 9                  TO FS-SUPRESSAO
               END-READ

           END-PERFORM.

       0275-LISTAR-SUPRESSOES-FECHAR.

           CLOSE SUPRESSAO.

           MOVE ZEROS                          TO FS-SUPRESSAO.

      *-----------------------------------------------------------------
       0275-LISTAR-SUPRESSOES-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0277-LISTAR-NOME-SOCIAL                                 SECTION.
      *-----------------------------------------------------------------
      *----------- NOME SOCIAL REGISTRADO PARA UM RM DO TITULAR E AS ---
      *----------- LINHAS DA SUA TRILHA (INCLUSAO, ALTERACAO E ---------
      *----------- REVOGACAO, COM O NOME ANTES E DEPOIS) ---------------

           IF  WRK-QTD-RMS EQUAL ZEROS
               GO TO 0277-LISTAR-NOME-SOCIAL-99-FIM
           END-IF.

           OPEN INPUT NOMESOC.

           IF  FS-NOMESOC EQUAL ZEROS
               PERFORM VARYING WRK-IX FROM 1 BY 1
                       UNTIL WRK-IX GREATER WRK-QTD-RMS
                   MOVE WRK-TR-RM (WRK-IX)     TO ARQ-NSO-RM
                   READ NOMESOC KEY IS ARQ-NSO-RM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "NOMESOC"      TO WRK-LD-ARQUIVO
                           MOVE ARQ-NSO-RM     TO WRK-LD-CHAVE
                                                  WRK-LD-RM
                           MOVE SPACES         TO WRK-LD-DETALHE
                           STRING ARQ-NSO-NOME " " ARQ-NSO-SITUACAO
                                  " OFICIAL " ARQ-NSO-OFICIAL
                                  " TERMO " ARQ-NSO-DATA-TERMO " "
                                  ARQ-NSO-DECLARANTE
                                  DELIMITED BY SIZE
                                  INTO WRK-LD-DETALHE
                           PERFORM 0290-GRAVAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE NOMESOC
           END-IF.

           MOVE ZEROS                          TO FS-NOMESOC.

           OPEN INPUT NSOCHIST.

           IF  FS-NSOCHIST NOT EQUAL ZEROS
               GO TO 0277-LISTAR-NOME-SOCIAL-99-FIM
           END-IF.

           READ NSOCHIST
               AT END
                   GO TO 0277-LISTAR-NOME-SOCIAL-FECHAR
           END-READ.

           PERFORM UNTIL FS-NSOCHIST NOT EQUAL ZEROS

               MOVE ARQ-NSH-RM                 TO WRK-LD-RM
               PERFORM 0280-CONFERIR-RM

               IF  WRK-DO-TITULAR EQUAL "S"
                   MOVE "NSOCHIST"             TO WRK-LD-ARQUIVO
                   MOVE ARQ-NSH-OPERACAO       TO WRK-LD-CHAVE
                   MOVE SPACES                 TO WRK-LD-DETALHE
                   STRING ARQ-NSH-DATAHORA(1:8) " "
                          ARQ-NSH-ANTES " > "
                          ARQ-NSH-DEPOIS
                          DELIMITED BY SIZE INTO WRK-LD-DETALHE
                   PERFORM 0290-GRAVAR-LINHA
               END-IF

               READ NSOCHIST
                   AT END
                       MOVE 9                  TO FS-NSOCHIST
               END-READ

           END-PERFORM.

       0277-LISTAR-NOME-SOCIAL-FECHAR.

           CLOSE NSOCHIST.

           MOVE ZEROS                          TO FS-NSOCHIST.

      *-----------------------------------------------------------------
       0277-LISTAR-NOME-SOCIAL-99-FIM                          SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0280-CONFERIR-RM                                        SECTION.
      *-----------------------------------------------------------------
      *----------- CONFERE SE O RM CORRENTE (EM WRK-LD-RM) E UM DOS ----
      *----------- RMs DO TITULAR --------------------------------------

           MOVE "N"                            TO WRK-DO-TITULAR

           IF  WRK-LD-RM EQUAL SPACES
               GO TO 0280-CONFERIR-RM-99-FIM
           END-IF.

           PERFORM VARYING WRK-IX FROM 1 BY 1
                   UNTIL WRK-IX GREATER WRK-QTD-RMS
                      OR WRK-DO-TITULAR EQUAL "S"

               IF  WRK-TR-RM (WRK-IX) EQUAL WRK-LD-RM
                   MOVE "S"                    TO WRK-DO-TITULAR
               END-IF

           END-PERFORM.

      *-----------------------------------------------------------------
       0280-CONFERIR-RM-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0290-GRAVAR-LINHA                                       SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-LINHA-DET                  TO ARQ-RELLGPD
           WRITE ARQ-RELLGPD.

           ADD 1                               TO WRK-QTD-LINHAS.

      *-----------------------------------------------------------------
       0290-GRAVAR-LINHA-99-FIM                                SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ALUNOS.

              IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNHIST.

             CLOSE  RESPONSAV.

             CLOSE  RESPVINC.

             CLOSE  PROFESSOR.

             CLOSE  OPERADORES.

             CLOSE  EVENTOS.

             CLOSE  CONTRATOS.

             CLOSE  MENSALID.

             CLOSE  MENSHIST.

             CLOSE  PAGAMENTOS.

             CLOSE  PAGHIST.

             CLOSE  NOTAS.

             CLOSE  NOTAHIST.

             CLOSE  FREQUENCIA.

             CLOSE  FREQHIST.

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
