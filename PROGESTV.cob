       IDENTIFICATION                                          DIVISION.
       PROGRAM-ID. PROGESTV.
      *-------------------------------------------------
      *---- SOBRE O MODULO
      *----
      *--- AUTOR    : ALEXANDRE
      *--- EMPRESA  : XPTO
      *--- DATA     : 15/10/2026
      *--- OBJETIVOS: RELATORIO DOS ESTAGIOS ATIVOS COM TERMO DE
      *----    COMPROMISSO OU CONVENIO DA EMPRESA VENCENDO NOS
      *----    PROXIMOS DIAS (OU JA VENCIDOS), EM ORDEM DO PRIMEIRO
      *----    VENCIMENTO. O PRAZO VEM DO PARAMETRO ESTA-AVISO
      *----    (PARAMET.dat, PADRAO 30 DIAS) E PODE SER ALTERADO NA
      *----    TELA. GERA O ARQUIVO ESTAGIOS_VENCER_<DATA>_<HORA>.dat.
      *---------------------------------------------------
      *---------------------------------------------------
      *---- DEFINICAO DE ARQUIVOS
      *----
      *---- ARQUIVO        TIPO I/O         BOOK
      *---- ESTAGIOS          I             BOKESTG
      *---- EMPRESAS          I             BOKEMPR
      *---- ALUNOS            I             BOKALU
      *---- RELESTV           O              ----
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
           SELECT ESTAGIOS  ASSIGN TO WRK-PATH-ESTAGIOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EST-CHAVE
                  FILE STATUS IS FS-ESTAGIOS.

           SELECT EMPRESAS  ASSIGN TO WRK-PATH-EMPRESAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-EMP-COD
                  FILE STATUS IS FS-EMPRESAS.

           SELECT ALUNOS  ASSIGN TO WRK-PATH-ALUNOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARQ-RM
                  FILE STATUS IS FS-ALUNOS.

           SELECT SORTESTV ASSIGN TO "SORTESTV.TMP".

           SELECT RELESTV ASSIGN TO WRK-PATH-RELESTV
                  FILE STATUS IS FS-RELESTV.

           SELECT OPLOG  ASSIGN TO WRK-PATH-OPLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-OPLOG.

      *-----------------------------------------------------------------
       DATA                                                    DIVISION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       FILE                                                    SECTION.
      *-----------------------------------------------------------------

       FD  ESTAGIOS.
       COPY "BOKESTG".

       FD  EMPRESAS.
       COPY "BOKEMPR".

       FD  ALUNOS.
       COPY "BOKALU".

      *-------------------- ESTAGIOS A VENCER, POR PRIMEIRO VENCIMENTO -
       SD  SORTESTV.
       01  SD-VENCIMENTO.
           05 SD-VEN-DATA               PIC X(08).
           05 SD-VEN-RM                 PIC X(06).
           05 SD-VEN-SEQ                PIC 9(02).
           05 SD-VEN-EMPRESA            PIC X(06).
           05 SD-VEN-TERMO              PIC X(15).
           05 SD-VEN-FIM                PIC X(08).
           05 SD-VEN-CONV-FIM           PIC X(08).
           05 SD-VEN-MOTIVO             PIC X(08).
           05 SD-VEN-HORAS              PIC 9(05).

      *-------------------- AREA DO RELATORIO DE VENCIMENTOS -----------
       FD  RELESTV.

       01  ARQ-RELESTV                  PIC X(132).

       FD  OPLOG.
       COPY "BOKOPLOG".

      *-----------------------------------------------------------------
       WORKING-STORAGE                                         SECTION.
      *-----------------------------------------------------------------

      *------------- CAMINHOS DE ARQUIVOS (CENTRALIZADOS)
       COPY "BOKPATH".

      *------------- VARIAVEIS DE STATUS
       77  FS-ESTAGIOS                  PIC 9(02).
       77  FS-EMPRESAS                  PIC 9(02).
       77  FS-ALUNOS                    PIC 9(02).
       77  FS-SORT                      PIC 9(02).
       77  FS-RELESTV                   PIC 9(02).
       77  FS-OPLOG                     PIC 9(02).

       77  WRK-ABRIU-EMPRESAS           PIC X(01) VALUE "N".
       77  WRK-PATH-RELESTV             PIC X(80).
       77  WRK-DATA-HORA                PIC X(21).

      *------------- VARIAVEIS DE MENSAGENS
       COPY "APOIO".

      *-----------------------------------------------------------------

       01  WRK-APOIO.
           05 WRK-SEGURATELA                   PIC X(01) VALUE SPACES.
           05 WRK-OPCAO                        PIC X(01).

      *------------- PARAMETRO DO PRAZO DE AVISO (PROGPLER) ------------
       77  WRK-PARM-CODIGO              PIC X(12)    VALUE SPACES.
       77  WRK-PARM-PADRAO              PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PARM-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DIAS-AVISO               PIC 9(03)    VALUE 30.

      *------------- DATAS DA SELECAO ----------------------------------
       77  WRK-HOJE                     PIC X(08)    VALUE SPACES.
       77  WRK-HOJE-INT                 PIC 9(07)    VALUE ZEROS.
       77  WRK-LIMITE-N                 PIC 9(08)    VALUE ZEROS.
       77  WRK-LIMITE                   PIC X(08)    VALUE SPACES.
       77  WRK-CONV-FIM                 PIC X(08)    VALUE SPACES.

      *------------- CONTADORES ----------------------------------------
       77  WRK-QTD-VENCER               PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-VENCIDOS             PIC 9(05)    VALUE ZEROS.

      *------------- LINHA DO RELATORIO --------------------------------
       01  WRK-LINHA-VENC.
           05 WRK-LV-RM                 PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-NOME               PIC X(25).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-SEQ                PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-EMPRESA            PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-TERMO              PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-FIM                PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LV-CONV-FIM           PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WRK-LV-MOTIVO             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-SITUACAO           PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WRK-LV-HORAS              PIC ZZZZ9.

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
           05 LINE  01 COLUMN 26 VALUE "ESTAGIOS A VENCER"
                  BACKGROUND-COLOR 3.

       01  SCR-DADOS.
           05 LINE  07 COLUMN 30 VALUE "VENCENDO EM (DIAS)".
           05 LINE  07 COLUMN 60 USING WRK-DIAS-AVISO.
           05 LINE  20 COLUMN 09 FROM  WRK-MSG.

       01  SCR-OPCAO.
           05 LINE  22 COLUMN 9  VALUE
                  "GERAR O RELATORIO (S/N) ? "
                              BACKGROUND-COLOR 2.
           05 LINE  22 COLUMN 36 USING WRK-OPCAO.

       01  SCR-RESULTADO.
           05 LINE  12 COLUMN 30 VALUE "ESTAGIOS A VENCER....".
           05 LINE  12 COLUMN 55 FROM  WRK-QTD-VENCER.
           05 LINE  13 COLUMN 30 VALUE "JA VENCIDOS..........".
           05 LINE  13 COLUMN 55 FROM  WRK-QTD-VENCIDOS.

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

      *----------- ESTAGIOS E ALUNOS (SOMENTE LEITURA) -----------------
            OPEN INPUT ESTAGIOS.

            IF  FS-ESTAGIOS NOT EQUAL 0
                MOVE WRK-MSG-EST-NAOENCONT     TO WRK-MSG
                PERFORM 0900-MOSTRA
                GOBACK
            END-IF.

            OPEN INPUT ALUNOS.

            IF  FS-ALUNOS NOT EQUAL 0
                MOVE WRK-MSG-OPEN              TO WRK-MSG
                PERFORM 0900-MOSTRA
                CLOSE ESTAGIOS
                GOBACK
            END-IF.

      *----------- SEM O CADASTRO DE EMPRESAS, SO O TERMO E CONFERIDO --
            OPEN INPUT EMPRESAS.

            IF  FS-EMPRESAS EQUAL ZEROS
                MOVE "S"                       TO WRK-ABRIU-EMPRESAS
            END-IF.

      *----------- ABERTURA DO REGISTRO DE OPERACOES ---------------
            OPEN EXTEND OPLOG.

            IF  FS-OPLOG EQUAL 35
                OPEN OUTPUT OPLOG
                CLOSE       OPLOG
                OPEN EXTEND OPLOG
            END-IF.

      *----------- PRAZO DE AVISO VIGENTE (PARAMET.dat) ----------------
           MOVE "ESTA-AVISO"                  TO WRK-PARM-CODIGO
           MOVE WRK-DIAS-AVISO                TO WRK-PARM-PADRAO
           CALL "PROGPLER" USING WRK-PARM-CODIGO, WRK-PARM-PADRAO,
                WRK-PARM-VALOR
           MOVE WRK-PARM-VALOR                TO WRK-DIAS-AVISO.

      *-----------------------------------------------------------------
       0100-INICIALIZAR-99-FIM                                 SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0200-PROCESSAR                                          SECTION.
      *-----------------------------------------------------------------

           MOVE WRK-VAR-SAIDA                 TO WRK-MSG
           ACCEPT SCR-DADOS.

           MOVE SPACES                         TO WRK-OPCAO
           ACCEPT SCR-OPCAO.

           IF  WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "s"
               MOVE WRK-SEMCONFIRM             TO WRK-MSG
               PERFORM 0900-MOSTRA
               PERFORM 0300-FINALIZAR
               GOBACK
           END-IF.

      *------------- DATA LIMITE: HOJE MAIS O PRAZO DE AVISO -----------
           MOVE FUNCTION CURRENT-DATE          TO WRK-DATA-HORA
           MOVE WRK-DATA-HORA(1:8)             TO WRK-HOJE
           COMPUTE WRK-HOJE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WRK-HOJE)).
           COMPUTE WRK-LIMITE-N =
                   FUNCTION DATE-OF-INTEGER
                       (WRK-HOJE-INT + WRK-DIAS-AVISO).
           MOVE WRK-LIMITE-N                   TO WRK-LIMITE.

           MOVE ZEROS                          TO WRK-QTD-VENCER
                                                  WRK-QTD-VENCIDOS

      *------------- MONTA NOME DO ARQUIVO COM DATA/HORA DA GERACAO ----
           STRING FUNCTION TRIM(WRK-PATH-BASE) "ESTAGIOS_VENCER_"
                  WRK-DATA-HORA(1:8) "_" WRK-DATA-HORA(9:6)
                  ".dat"
                  DELIMITED BY SIZE INTO WRK-PATH-RELESTV

           OPEN OUTPUT RELESTV.

           MOVE SPACES                         TO ARQ-RELESTV
           STRING "ESTAGIOS COM TERMO OU CONVENIO VENCENDO ATE "
                  WRK-LIMITE " - POSICAO DE " WRK-HOJE
                  DELIMITED BY SIZE INTO ARQ-RELESTV
           WRITE ARQ-RELESTV.

           MOVE SPACES                         TO ARQ-RELESTV
           STRING "RM     NOME ALUNO                SQ EMPRES "
                  "TERMO           FIM TERMO FIM CONV. "
                  "MOTIVO   SITUACAO HORAS"
                  DELIMITED BY SIZE INTO ARQ-RELESTV
           WRITE ARQ-RELESTV.

           MOVE ZEROS                          TO FS-SORT
           SORT SORTESTV
               ON ASCENDING KEY SD-VEN-DATA
                                SD-VEN-RM
                                SD-VEN-SEQ
               INPUT PROCEDURE 0210-SELECIONAR-ESTAGIOS
               OUTPUT PROCEDURE 0220-IMPRIMIR-ESTAGIOS.

           CLOSE RELESTV.

           MOVE WRK-DATA-HORA(1:14)            TO ARQ-LOG-DATAHORA
           MOVE "PROGESTV"                     TO ARQ-LOG-PROGRAMA
           MOVE "ESTAGIOS A VENCER"            TO ARQ-LOG-RELATORIO
           COMPUTE ARQ-LOG-QTDREGISTROS =
                   WRK-QTD-VENCER + WRK-QTD-VENCIDOS
           MOVE WRK-PATH-RELESTV               TO ARQ-LOG-ARQUIVOGERADO
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
       0210-SELECIONAR-ESTAGIOS                                SECTION.
      *-----------------------------------------------------------------
      *----------- ESTAGIO ATIVO COM FIM DO TERMO OU FIM DO CONVENIO ---
      *----------- ATE A DATA LIMITE -----------------------------------

           MOVE LOW-VALUES                     TO ARQ-EST-CHAVE

           START ESTAGIOS KEY IS GREATER THAN OR EQUAL ARQ-EST-CHAVE
               INVALID KEY
                   GO TO 0210-SELECIONAR-ESTAGIOS-99-FIM
           END-START.

           READ ESTAGIOS NEXT RECORD
               AT END
                   GO TO 0210-SELECIONAR-ESTAGIOS-99-FIM
           END-READ.

           PERFORM UNTIL FS-ESTAGIOS NOT EQUAL ZEROS

               IF  ARQ-EST-STATUS EQUAL "ATIVO"
                   PERFORM 0215-CONFERIR-VENCIMENTO
               END-IF

               READ ESTAGIOS NEXT RECORD
                   AT END
                       MOVE 9                  TO FS-ESTAGIOS
               END-READ

           END-PERFORM.

           MOVE ZEROS                          TO FS-ESTAGIOS.

      *-----------------------------------------------------------------
       0210-SELECIONAR-ESTAGIOS-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0215-CONFERIR-VENCIMENTO                                SECTION.
      *-----------------------------------------------------------------

           MOVE SPACES                         TO WRK-CONV-FIM.

           IF  WRK-ABRIU-EMPRESAS EQUAL "S"
               MOVE ARQ-EST-EMPRESA            TO ARQ-EMP-COD
               READ EMPRESAS KEY IS ARQ-EMP-COD
                   NOT INVALID KEY
                       MOVE ARQ-EMP-CONV-FIM   TO WRK-CONV-FIM
               END-READ
           END-IF.

           MOVE SPACES                         TO SD-VEN-MOTIVO.

           IF  ARQ-EST-FIM NOT GREATER WRK-LIMITE
               MOVE "TERMO"                    TO SD-VEN-MOTIVO
               MOVE ARQ-EST-FIM                TO SD-VEN-DATA
           END-IF.

           IF  WRK-CONV-FIM NOT EQUAL SPACES
           AND WRK-CONV-FIM NOT GREATER WRK-LIMITE
               IF  SD-VEN-MOTIVO EQUAL SPACES
                   MOVE "CONVENIO"             TO SD-VEN-MOTIVO
                   MOVE WRK-CONV-FIM           TO SD-VEN-DATA
               ELSE
                   MOVE "AMBOS"                TO SD-VEN-MOTIVO
                   IF  WRK-CONV-FIM LESS SD-VEN-DATA
                       MOVE WRK-CONV-FIM       TO SD-VEN-DATA
                   END-IF
               END-IF
           END-IF.

           IF  SD-VEN-MOTIVO EQUAL SPACES
               GO TO 0215-CONFERIR-VENCIMENTO-99-FIM
           END-IF.

           MOVE ARQ-EST-RM                     TO SD-VEN-RM
           MOVE ARQ-EST-SEQ                    TO SD-VEN-SEQ
           MOVE ARQ-EST-EMPRESA                TO SD-VEN-EMPRESA
           MOVE ARQ-EST-TERMO                  TO SD-VEN-TERMO
           MOVE ARQ-EST-FIM                    TO SD-VEN-FIM
           MOVE WRK-CONV-FIM                   TO SD-VEN-CONV-FIM
           MOVE ARQ-EST-HORAS-APROV            TO SD-VEN-HORAS
           RELEASE SD-VENCIMENTO.

      *-----------------------------------------------------------------
       0215-CONFERIR-VENCIMENTO-99-FIM                         SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0220-IMPRIMIR-ESTAGIOS                                  SECTION.
      *-----------------------------------------------------------------

           RETURN SORTESTV
               AT END
                   GO TO 0220-IMPRIMIR-ESTAGIOS-99-FIM
           END-RETURN.

           PERFORM UNTIL FS-SORT NOT EQUAL ZEROS

               MOVE SPACES                     TO WRK-LV-NOME
               MOVE SD-VEN-RM                  TO ARQ-RM
               READ ALUNOS KEY IS ARQ-RM
                   NOT INVALID KEY
                       MOVE ARQ-NOMEALUNO      TO WRK-LV-NOME
               END-READ

               IF  SD-VEN-DATA LESS WRK-HOJE
                   MOVE "VENCIDO"              TO WRK-LV-SITUACAO
                   ADD 1                       TO WRK-QTD-VENCIDOS
               ELSE
                   MOVE "A VENCER"             TO WRK-LV-SITUACAO
                   ADD 1                       TO WRK-QTD-VENCER
               END-IF

               MOVE SD-VEN-RM                  TO WRK-LV-RM
               MOVE SD-VEN-SEQ                 TO WRK-LV-SEQ
               MOVE SD-VEN-EMPRESA             TO WRK-LV-EMPRESA
               MOVE SD-VEN-TERMO               TO WRK-LV-TERMO
               MOVE SD-VEN-FIM                 TO WRK-LV-FIM
               MOVE SD-VEN-CONV-FIM            TO WRK-LV-CONV-FIM
               MOVE SD-VEN-MOTIVO              TO WRK-LV-MOTIVO
               MOVE SD-VEN-HORAS               TO WRK-LV-HORAS
               MOVE WRK-LINHA-VENC             TO ARQ-RELESTV
               WRITE ARQ-RELESTV

               RETURN SORTESTV
                   AT END
                       MOVE 9                  TO FS-SORT
               END-RETURN

           END-PERFORM.

      *-----------------------------------------------------------------
       0220-IMPRIMIR-ESTAGIOS-99-FIM                           SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       0300-FINALIZAR                                          SECTION.
      *-----------------------------------------------------------------
             CLOSE  ESTAGIOS.

              IF  FS-ESTAGIOS NOT EQUAL 0
                MOVE WRK-MSG-CLOSE            TO WRK-MSG
                PERFORM 0900-MOSTRA
              END-IF.

             CLOSE  ALUNOS.

             IF  WRK-ABRIU-EMPRESAS EQUAL "S"
                 CLOSE EMPRESAS
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
